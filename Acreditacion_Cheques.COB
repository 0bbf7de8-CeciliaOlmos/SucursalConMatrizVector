      ******************************************************************
      * Author:
      * Date:
      * Purpose: Corrida diaria de acreditacion de cheques depositados.
      *          Para una fecha de proceso (dia habil segun
      *          CALENDARIO.DAT) recorre CHEQUES.DAT y libera los
      *          cheques pendientes cuya fecha de acreditacion (dias
      *          habiles de compensacion contados desde el deposito)
      *          ya llego: el cheque queda acreditado con la fecha de
      *          proceso y su importe pasa al saldo disponible del
      *          socio en SALDOS.DAT. El saldo ya lo incluia desde el
      *          deposito, asi que no se graba movimiento en el
      *          historial.
      *
      *          Proteccion de rearranque: el cheque se marca
      *          acreditado antes de sumar el disponible, asi que una
      *          corrida repetida no lo vuelve a liberar. Si el saldo
      *          no se pudo actualizar, la verificacion de saldos lo
      *          detecta y lo corrige.
      *
      *          El operador se valida contra OPERADORES.DAT
      *          (contadores y supervisores).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACREDITACION_CHEQUES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQUES-FILE ASSIGN TO "CHEQUES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS chq-clave
               FILE STATUS IS ws-fs-cheques.
           SELECT SALDOS-FILE ASSIGN TO "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS sal-clave
               FILE STATUS IS ws-fs-saldos.
           SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-calendario.
           SELECT AUDIT-FILE ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-audit.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS opr-codigo
               FILE STATUS IS ws-fs-operadores.
       DATA DIVISION.
       FILE SECTION.
       FD  CHEQUES-FILE.
       01  reg-cheque.
           03 chq-clave.
               05 chq-socio    pic 9(6).
               05 chq-fecha-deposito pic 9(8).
               05 chq-secuencia pic 9(4).
           03 chq-sucursal pic x(3).
           03 chq-banco    pic 9(3).
           03 chq-numero   pic 9(8).
           03 chq-importe  pic 9(7)v99.
           03 chq-fecha-acreditacion pic 9(8).
           03 chq-estado   pic x.
               88 chq-pendiente  value "P".
               88 chq-acreditado value "A".
               88 chq-rechazado  value "R".
           03 chq-fecha-acreditado pic 9(8).
           03 chq-fecha-rechazo pic 9(8).
           03 chq-operador pic x(8).
           03 chq-reserva  pic x(6).

       FD  SALDOS-FILE.
       01  reg-saldo.
           03 sal-clave.
               05 sal-socio    pic 9(6).
               05 sal-moneda   pic x(3).
           03 sal-saldo    pic s9(9)v99.
           03 sal-disponible pic s9(9)v99.

       FD  CALENDARIO-FILE.
       01  reg-calendario.
           03 cal-fecha  pic 9(8).
           03 cal-motivo pic x(20).

       FD  AUDIT-FILE.
       01  reg-auditoria.
           03 aud-fecha.
               05 aud-anio pic 9999.
               05 aud-mes  pic 99.
               05 aud-dia  pic 99.
           03 aud-hora pic 9(8).
           03 filler   pic x value space.
           03 aud-operador pic x(8).
           03 filler   pic x value space.
           03 aud-archivo pic x(10).
           03 filler   pic x value space.
           03 aud-operacion pic x(5).
           03 filler   pic x value space.
           03 aud-clave pic x(6).
           03 filler   pic x value space.
           03 aud-valor-ant pic x(31).
           03 filler   pic x value space.
           03 aud-valor-nvo pic x(31).

       FD  OPERADORES-FILE.
       01  reg-operador.
           03 opr-codigo   pic x(8).
           03 opr-nombre   pic x(30).
           03 opr-clave-hash pic 9(10).
           03 opr-rol      pic xx.
               88 opr-cajero        value "CJ".
               88 opr-supervisor    value "SU".
               88 opr-contador      value "CO".
               88 opr-administrador value "AD".
           03 opr-sucursal pic x(3).
           03 opr-estado   pic x.
               88 opr-activo    value "A".
               88 opr-bloqueado value "B".
               88 opr-baja      value "I".
           03 opr-intentos pic 9.
           03 opr-fecha-alta pic 9(8).
           03 opr-ultimo-acceso pic 9(8).
           03 opr-reserva  pic x(20).

       WORKING-STORAGE SECTION.
      *****************************************************************
      ************************ ARCHIVOS / I-O *************************
      *****************************************************************
       01  ws-fs-cheques  pic xx value spaces.
       01  ws-fs-saldos   pic xx value spaces.
       01  ws-fs-calendario pic xx value spaces.
       01  ws-fs-audit    pic xx value spaces.
       01  ws-operador    pic x(8) value spaces.
       01  ws-corrida-valida pic x value "S".
           88 corrida-valida value "S".
       01  ws-fecha-proceso.
           03 ws-fec-dia  pic 99.
           03 ws-fec-mes  pic 99.
           03 ws-fec-anio pic 9999.
       01  ws-fecha-proceso-num pic 9(8).
      *****************************************************************
      ************************* ACREDITACION **************************
      *****************************************************************
       01  ws-fin-cheques pic x value "N".
           88 fin-cheques value "S".
       01  ws-cant-leidos pic 9(6) value zero.
       01  ws-cant-pendientes pic 9(6) value zero.
       01  ws-cant-acreditados pic 9(6) value zero.
       01  ws-cant-errores pic 9(6) value zero.
       01  ws-total-acreditado pic 9(11)v99 value zero.
       01  ws-importe-edit pic zzzzzz9,99.
      ******************* CALENDARIO / DIAS HABILES *******************
      *****************************************************************
       01  ws-fecha-calc.
           03 ws-calc-anio pic 9999.
           03 ws-calc-mes  pic 99.
           03 ws-calc-dia  pic 99.
       01  ws-fecha-calc-num redefines ws-fecha-calc pic 9(8).
       01  ws-dia-habil pic x value "N".
           88 dia-habil value "S".
       01  ws-motivo-rechazo pic x(20).
       01  ws-ultimo-dia pic 99.
       01  ws-cociente pic 9(4).
       01  ws-resto pic 9(4).
       01  ws-zel-m pic 99.
       01  ws-zel-a pic 9(4).
       01  ws-zel-j pic 99.
       01  ws-zel-k pic 99.
       01  ws-zel-t1 pic 999.
       01  ws-zel-t2 pic 99.
       01  ws-zel-t3 pic 99.
       01  ws-zel-suma pic 9(5).
       01  ws-zel-h pic 9.
       01  posF pic 9(3).
       01  ws-cant-feriados pic 9(3) value zero.
       01  tab-feriados.
           03 vec-feriado occurs 400 times.
               05 fer-fecha  pic 9(8).
               05 fer-motivo pic x(20).

       01  dias-del-mes.
           03 filler pic 99 value 31.
           03 filler pic 99 value 28.
           03 filler pic 99 value 31.
           03 filler pic 99 value 30.
           03 filler pic 99 value 31.
           03 filler pic 99 value 30.
           03 filler pic 99 value 31.
           03 filler pic 99 value 31.
           03 filler pic 99 value 30.
           03 filler pic 99 value 31.
           03 filler pic 99 value 30.
           03 filler pic 99 value 31.
       01  tab-dias-mes redefines dias-del-mes.
           03 vec-dias-mes pic 99 occurs 12 times.
      *****************************************************************
      ******************* IDENTIFICACION OPERADOR *********************
      *****************************************************************
       01  ws-fs-operadores pic xx value spaces.
       01  ws-programa-acceso pic x(31) value "ACREDITACION_CHEQUES".
       01  ws-clave       pic x(10) value spaces.
       01  ws-rol-operador pic xx value spaces.
           88 rol-cajero        value "CJ".
           88 rol-supervisor    value "SU".
           88 rol-contador      value "CO".
           88 rol-administrador value "AD".
       01  ws-suc-operador pic x(3) value spaces.
       01  ws-acceso-ok   pic x value "N".
           88 acceso-ok   value "S".
       01  ws-intentos-login pic 9 value zero.
       01  ws-max-intentos pic 9 value 3.
       01  ws-fecha-acceso pic 9(8).
       01  ws-operacion-acceso pic x(5).
       01  ws-motivo-acceso pic x(31).
       01  ws-alfabeto.
           03 filler pic x(26) value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           03 filler pic x(26) value "abcdefghijklmnopqrstuvwxyz".
           03 filler pic x(12) value "0123456789.-".
       01  ws-alfabeto-r redefines ws-alfabeto.
           03 ws-letra-alfabeto pic x occurs 64 times.
       01  ws-texto-clave.
           03 ws-texto-operador pic x(8).
           03 ws-texto-clave-ing pic x(10).
       01  ws-texto-clave-r redefines ws-texto-clave.
           03 ws-letra-clave pic x occurs 18 times.
       01  ws-clave-hash  pic 9(10).
       01  ws-hash-trabajo pic 9(18).
       01  ws-hash-cociente pic 9(18).
       01  ws-pos-clave   pic 99.
       01  ws-pos-alfabeto pic 99.
       01  ws-valor-letra pic 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *****************************************************************
      ********************* PROGRAMA PRINCIPAL ************************
      *****************************************************************
           PERFORM 180-IDENTIFICO-OPERADOR.
           PERFORM 188-CONTROLO-ROL.
           IF acceso-ok
               PERFORM 100-INICIO
               IF corrida-valida
                   PERFORM 200-PROCESO-CHEQUES
               END-IF
               PERFORM 400-FIN
           END-IF.
           STOP RUN.
      *****************************************************************
      *************************** RUTINAS *****************************
      *****************************************************************
       100-INICIO.
           PERFORM 112-LEO-CALENDARIO.
           PERFORM 130-PIDO-FECHA-PROCESO.
           PERFORM 150-ABRO-ARCHIVOS.

      * El calendario de feriados bancarios es el mismo CALENDARIO.DAT
      * del ingreso diario; sabados y domingos se calculan.
       112-LEO-CALENDARIO.
           OPEN INPUT CALENDARIO-FILE.
           IF ws-fs-calendario NOT = "00"
               DISPLAY "Sin calendario de feriados: solo se ",
                   "controlan sabados y domingos"
           ELSE
               PERFORM UNTIL ws-fs-calendario = "10"
                   READ CALENDARIO-FILE
                       AT END MOVE "10" TO ws-fs-calendario
                       NOT AT END PERFORM 113-AGREGO-FERIADO
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF.

       113-AGREGO-FERIADO.
           IF ws-cant-feriados < 400
               ADD 1 TO ws-cant-feriados
               MOVE cal-fecha TO fer-fecha(ws-cant-feriados)
               MOVE cal-motivo TO fer-motivo(ws-cant-feriados)
           ELSE
               DISPLAY "Atencion: calendario de feriados excede ",
                   "las 400 entradas; el resto se ignora"
           END-IF.

      * La corrida solo se hace en dia habil: una fecha imposible o
      * un dia no laborable se rechaza y se pide otra.
       130-PIDO-FECHA-PROCESO.
           DISPLAY "Fecha de proceso (DDMMAAAA):".
           ACCEPT ws-fecha-proceso.
           PERFORM 135-EVALUO-FECHA-PROCESO.
           PERFORM UNTIL dia-habil
               DISPLAY "Fecha rechazada: ", ws-motivo-rechazo
               DISPLAY "Fecha de proceso (DDMMAAAA):"
               ACCEPT ws-fecha-proceso
               PERFORM 135-EVALUO-FECHA-PROCESO
           END-PERFORM.
           COMPUTE ws-fecha-proceso-num = ws-fec-anio * 10000
               + ws-fec-mes * 100 + ws-fec-dia.

       135-EVALUO-FECHA-PROCESO.
           MOVE "N" TO ws-dia-habil.
           MOVE "FECHA INVALIDA" TO ws-motivo-rechazo.
           IF ws-fec-mes > 0 AND ws-fec-mes < 13
               MOVE ws-fec-anio TO ws-calc-anio
               MOVE ws-fec-mes TO ws-calc-mes
               MOVE ws-fec-dia TO ws-calc-dia
               PERFORM 136-CALCULO-ULTIMO-DIA
               IF ws-fec-dia > 0 AND ws-fec-dia <= ws-ultimo-dia
                   PERFORM 140-EVALUO-DIA-HABIL
               END-IF
           END-IF.

       136-CALCULO-ULTIMO-DIA.
           MOVE vec-dias-mes(ws-calc-mes) TO ws-ultimo-dia.
           IF ws-calc-mes = 2
               DIVIDE ws-calc-anio BY 4 GIVING ws-cociente
                   REMAINDER ws-resto
               IF ws-resto = 0
                   DIVIDE ws-calc-anio BY 100 GIVING ws-cociente
                       REMAINDER ws-resto
                   IF ws-resto NOT = 0
                       MOVE 29 TO ws-ultimo-dia
                   ELSE
                       DIVIDE ws-calc-anio BY 400 GIVING ws-cociente
                           REMAINDER ws-resto
                       IF ws-resto = 0
                           MOVE 29 TO ws-ultimo-dia
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Congruencia de Zeller (calendario gregoriano): ws-zel-h
      * resulta 0 = sabado, 1 = domingo, ..., 6 = viernes.
       137-CALCULO-DIA-SEMANA.
           IF ws-calc-mes < 3
               COMPUTE ws-zel-m = ws-calc-mes + 12
               COMPUTE ws-zel-a = ws-calc-anio - 1
           ELSE
               MOVE ws-calc-mes TO ws-zel-m
               MOVE ws-calc-anio TO ws-zel-a
           END-IF.
           DIVIDE ws-zel-a BY 100 GIVING ws-zel-j
               REMAINDER ws-zel-k.
           COMPUTE ws-zel-t1 = 13 * (ws-zel-m + 1).
           DIVIDE ws-zel-t1 BY 5 GIVING ws-zel-t1.
           DIVIDE ws-zel-k BY 4 GIVING ws-zel-t2.
           DIVIDE ws-zel-j BY 4 GIVING ws-zel-t3.
           COMPUTE ws-zel-suma = ws-calc-dia + ws-zel-t1 + ws-zel-k
               + ws-zel-t2 + ws-zel-t3 + 5 * ws-zel-j.
           DIVIDE ws-zel-suma BY 7 GIVING ws-cociente
               REMAINDER ws-zel-h.

       138-BUSCO-FERIADO.
           PERFORM VARYING posF FROM 1 BY 1
                   UNTIL posF > ws-cant-feriados
                       OR fer-fecha(posF) = ws-fecha-calc-num
               CONTINUE
           END-PERFORM.
           IF posF <= ws-cant-feriados
               MOVE fer-motivo(posF) TO ws-motivo-rechazo
           END-IF.

      * Dia habil: ni sabado, ni domingo, ni feriado del calendario.
       140-EVALUO-DIA-HABIL.
           MOVE "N" TO ws-dia-habil.
           MOVE spaces TO ws-motivo-rechazo.
           PERFORM 137-CALCULO-DIA-SEMANA.
           EVALUATE ws-zel-h
               WHEN 0 MOVE "SABADO" TO ws-motivo-rechazo
               WHEN 1 MOVE "DOMINGO" TO ws-motivo-rechazo
               WHEN OTHER PERFORM 138-BUSCO-FERIADO
           END-EVALUATE.
           IF ws-motivo-rechazo = spaces
               MOVE "S" TO ws-dia-habil
           END-IF.

       145-SUMO-UN-DIA.
           ADD 1 TO ws-calc-dia.
           PERFORM 136-CALCULO-ULTIMO-DIA.
           IF ws-calc-dia > ws-ultimo-dia
               MOVE 1 TO ws-calc-dia
               ADD 1 TO ws-calc-mes
               IF ws-calc-mes > 12
                   MOVE 1 TO ws-calc-mes
                   ADD 1 TO ws-calc-anio
               END-IF
           END-IF.

       150-ABRO-ARCHIVOS.
           OPEN I-O CHEQUES-FILE.
           IF ws-fs-cheques NOT = "00"
               DISPLAY "No se pudo abrir el archivo de cheques: "
                   ws-fs-cheques
               MOVE "N" TO ws-corrida-valida
           END-IF.
           OPEN I-O SALDOS-FILE.
           IF ws-fs-saldos NOT = "00"
               DISPLAY "No se pudo abrir el archivo de saldos: "
                   ws-fs-saldos
               MOVE "N" TO ws-corrida-valida
           END-IF.

      * El operador se valida contra el maestro de operadores
      * (OPERADORES.DAT): codigo, clave y estado. La clave no se
      * guarda, solo su resumen calculado junto con el codigo. Los
      * intentos fallidos y los bloqueos quedan en AUDITORIA.LOG.
       180-IDENTIFICO-OPERADOR.
           MOVE "N" TO ws-acceso-ok.
           MOVE ZERO TO ws-intentos-login.
           ACCEPT ws-fecha-acceso FROM DATE YYYYMMDD.
           OPEN I-O OPERADORES-FILE.
           IF ws-fs-operadores NOT = "00"
               DISPLAY "No se pudo abrir el maestro de operadores: ",
                   ws-fs-operadores
           ELSE
               PERFORM UNTIL acceso-ok
                       OR ws-intentos-login >= ws-max-intentos
                   PERFORM 181-PIDO-CREDENCIALES
                   PERFORM 182-VALIDO-CREDENCIALES
               END-PERFORM
               CLOSE OPERADORES-FILE
           END-IF.
           IF NOT acceso-ok
               DISPLAY "Acceso denegado"
           END-IF.

       181-PIDO-CREDENCIALES.
           DISPLAY "Identificacion del operador:".
           ACCEPT ws-operador.
           PERFORM UNTIL ws-operador NOT = spaces
               DISPLAY "El operador es obligatorio. Identificacion:"
               ACCEPT ws-operador
           END-PERFORM.
           MOVE spaces TO ws-clave.
           DISPLAY "Clave:".
           ACCEPT ws-clave.

       182-VALIDO-CREDENCIALES.
           ADD 1 TO ws-intentos-login.
           MOVE ws-operador TO opr-codigo.
           READ OPERADORES-FILE
               INVALID KEY
                   DISPLAY "Operador o clave incorrectos"
                   MOVE "LOGIN" TO ws-operacion-acceso
                   MOVE "OPERADOR INEXISTENTE" TO ws-motivo-acceso
                   PERFORM 189-REGISTRO-ACCESO
               NOT INVALID KEY
                   PERFORM 183-CONTROLO-OPERADOR
           END-READ.

       183-CONTROLO-OPERADOR.
           IF NOT opr-activo
               IF opr-bloqueado
                   DISPLAY "Operador bloqueado: solicitar el ",
                       "desbloqueo al administrador"
                   MOVE "OPERADOR BLOQUEADO" TO ws-motivo-acceso
               ELSE
                   DISPLAY "Operador dado de baja"
                   MOVE "OPERADOR DADO DE BAJA" TO ws-motivo-acceso
               END-IF
               MOVE "LOGIN" TO ws-operacion-acceso
               PERFORM 189-REGISTRO-ACCESO
               MOVE ws-max-intentos TO ws-intentos-login
           ELSE
               PERFORM 185-CALCULO-CLAVE
               IF ws-clave-hash = opr-clave-hash
                   PERFORM 184-ACCESO-CORRECTO
               ELSE
                   PERFORM 186-CLAVE-INCORRECTA
               END-IF
           END-IF.

       184-ACCESO-CORRECTO.
           MOVE "S" TO ws-acceso-ok.
           MOVE opr-rol TO ws-rol-operador.
           MOVE opr-sucursal TO ws-suc-operador.
           MOVE ZERO TO opr-intentos.
           MOVE ws-fecha-acceso TO opr-ultimo-acceso.
           REWRITE reg-operador.
           DISPLAY "Operador ", opr-codigo, " ", opr-nombre.

      * Resumen de la clave: recorre codigo + clave letra por letra
      * (posicion en el alfabeto admitido) y reduce modulo un primo,
      * de modo que dos operadores con la misma clave no comparten
      * el mismo resumen.
       185-CALCULO-CLAVE.
           MOVE ws-operador TO ws-texto-operador.
           MOVE ws-clave TO ws-texto-clave-ing.
           MOVE 5381 TO ws-clave-hash.
           PERFORM VARYING ws-pos-clave FROM 1 BY 1
                   UNTIL ws-pos-clave > 18
               PERFORM 187-VALOR-LETRA
               COMPUTE ws-hash-trabajo =
                   ws-clave-hash * 33 + ws-valor-letra + ws-pos-clave
               DIVIDE ws-hash-trabajo BY 4294967291
                   GIVING ws-hash-cociente REMAINDER ws-clave-hash
           END-PERFORM.

       186-CLAVE-INCORRECTA.
           ADD 1 TO opr-intentos.
           IF opr-intentos >= ws-max-intentos
               MOVE "B" TO opr-estado
               DISPLAY "Clave incorrecta: el operador queda bloqueado"
               MOVE "BLOQU" TO ws-operacion-acceso
               MOVE "BLOQUEO POR CLAVE INCORRECTA" TO ws-motivo-acceso
               MOVE ws-max-intentos TO ws-intentos-login
           ELSE
               DISPLAY "Operador o clave incorrectos"
               MOVE "LOGIN" TO ws-operacion-acceso
               MOVE "CLAVE INCORRECTA" TO ws-motivo-acceso
           END-IF.
           REWRITE reg-operador.
           PERFORM 189-REGISTRO-ACCESO.

       187-VALOR-LETRA.
           MOVE ZERO TO ws-valor-letra.
           PERFORM VARYING ws-pos-alfabeto FROM 1 BY 1
                   UNTIL ws-pos-alfabeto > 64 OR ws-valor-letra > 0
               IF ws-letra-clave(ws-pos-clave) =
                       ws-letra-alfabeto(ws-pos-alfabeto)
                   MOVE ws-pos-alfabeto TO ws-valor-letra
               END-IF
           END-PERFORM.
           IF ws-valor-letra = 0
                   AND ws-letra-clave(ws-pos-clave) NOT = space
               MOVE 65 TO ws-valor-letra
           END-IF.

       188-CONTROLO-ROL.
           IF acceso-ok AND NOT rol-contador AND NOT rol-supervisor
               DISPLAY "La acreditacion de cheques es exclusiva de ",
                   "contadores y supervisores"
               MOVE "N" TO ws-acceso-ok
           END-IF.

      * El acceso se registra antes de abrir los archivos de trabajo,
      * asi que la pista de auditoria se abre y cierra aca.
       189-REGISTRO-ACCESO.
           OPEN EXTEND AUDIT-FILE.
           IF ws-fs-audit = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF ws-fs-audit = "00"
               ACCEPT aud-fecha FROM DATE YYYYMMDD
               ACCEPT aud-hora FROM TIME
               MOVE ws-operador TO aud-operador
               MOVE "OPERADORES" TO aud-archivo
               MOVE ws-operacion-acceso TO aud-operacion
               MOVE spaces TO aud-clave
               MOVE ws-programa-acceso TO aud-valor-ant
               MOVE ws-motivo-acceso TO aud-valor-nvo
               WRITE reg-auditoria
               CLOSE AUDIT-FILE
           END-IF.

      * Recorrido completo de CHEQUES.DAT: se liberan los pendientes
      * cuya fecha de acreditacion no pasa de la fecha de proceso
      * (incluye los que quedaron de una corrida no hecha).
       200-PROCESO-CHEQUES.
           MOVE "N" TO ws-fin-cheques.
           MOVE LOW-VALUES TO chq-clave.
           START CHEQUES-FILE KEY NOT < chq-clave
               INVALID KEY MOVE "S" TO ws-fin-cheques
           END-START.
           PERFORM UNTIL fin-cheques
               READ CHEQUES-FILE NEXT RECORD
                   AT END MOVE "S" TO ws-fin-cheques
                   NOT AT END PERFORM 210-EVALUO-CHEQUE
               END-READ
           END-PERFORM.

       210-EVALUO-CHEQUE.
           ADD 1 TO ws-cant-leidos.
           IF chq-pendiente
               IF chq-fecha-acreditacion <= ws-fecha-proceso-num
                   PERFORM 220-ACREDITO-CHEQUE
               ELSE
                   ADD 1 TO ws-cant-pendientes
               END-IF
           END-IF.

      * Primero se marca el cheque y despues se suma el disponible:
      * un rearranque no libera dos veces el mismo cheque.
       220-ACREDITO-CHEQUE.
           MOVE chq-importe TO ws-importe-edit.
           MOVE chq-socio TO sal-socio.
           MOVE "ARS" TO sal-moneda.
           READ SALDOS-FILE
               INVALID KEY
                   ADD 1 TO ws-cant-errores
                   DISPLAY "Sin saldo:  socio ", chq-socio,
                       " cheque ", chq-banco, "-", chq-numero,
                       " queda pendiente"
               NOT INVALID KEY
                   PERFORM 230-MARCO-ACREDITADO
           END-READ.

       230-MARCO-ACREDITADO.
           MOVE "A" TO chq-estado.
           MOVE ws-fecha-proceso-num TO chq-fecha-acreditado.
           REWRITE reg-cheque.
           IF ws-fs-cheques NOT = "00"
               ADD 1 TO ws-cant-errores
               DISPLAY "No se pudo marcar el cheque ", chq-banco, "-",
                   chq-numero, " del socio ", chq-socio, ": ",
                   ws-fs-cheques
           ELSE
               COMPUTE sal-disponible = sal-disponible + chq-importe
               REWRITE reg-saldo
               IF ws-fs-saldos NOT = "00"
                   ADD 1 TO ws-cant-errores
                   DISPLAY "Atencion: cheque ", chq-banco, "-",
                       chq-numero, " acreditado sin actualizar el ",
                       "disponible del socio ", chq-socio, ": ",
                       ws-fs-saldos
                   DISPLAY "Corregir con la verificacion de saldos."
               ELSE
                   ADD 1 TO ws-cant-acreditados
                   ADD chq-importe TO ws-total-acreditado
                   DISPLAY "Acreditado: socio ", chq-socio,
                       " cheque ", chq-banco, "-", chq-numero, " ",
                       ws-importe-edit
               END-IF
           END-IF.

       400-FIN.
           IF corrida-valida
               CLOSE CHEQUES-FILE
               CLOSE SALDOS-FILE
           END-IF.
           DISPLAY "Fecha de proceso:        ", ws-fec-dia, "/",
               ws-fec-mes, "/", ws-fec-anio.
           DISPLAY "Cheques leidos:          ", ws-cant-leidos.
           DISPLAY "Acreditados:             ", ws-cant-acreditados.
           DISPLAY "Siguen pendientes:       ", ws-cant-pendientes.
           DISPLAY "Con error:               ", ws-cant-errores.
           DISPLAY "Importe acreditado:      ", ws-total-acreditado.

       END PROGRAM ACREDITACION_CHEQUES.
