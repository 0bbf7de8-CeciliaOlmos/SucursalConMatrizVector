      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rechazo de un cheque depositado. El operador indica
      *          el socio, ve sus cheques en CHEQUES.DAT, elige el
      *          rechazado por fecha de deposito y secuencia, indica
      *          el motivo y confirma; el programa graba con la fecha
      *          del dia un movimiento tipo "H" (cheque rechazado)
      *          que revierte el deposito, vinculado al deposito con
      *          cheque ("Q") y con el banco y numero del cheque, y
      *          marca el cheque como rechazado.
      *
      *          El rechazo resta el importe del saldo del socio; del
      *          saldo disponible solo si el cheque ya se habia
      *          acreditado (si estaba pendiente nunca se sumo). El
      *          saldo puede quedar negativo: se avisa en pantalla
      *          para gestionar el cobro con el socio.
      *
      *          No se rechaza un cheque ya rechazado ni si el periodo
      *          del dia esta cerrado en PERIODOS.DAT. Cada rechazo
      *          deja su linea en AUDITORIA.LOG con el operador y el
      *          motivo. El operador se valida contra OPERADORES.DAT;
      *          rechazar cheques es exclusivo de supervisores.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECHAZO_CHEQUE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQUES-FILE ASSIGN TO "CHEQUES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS chq-clave
               FILE STATUS IS ws-fs-cheques.
           SELECT SUC-TRANS-FILE ASSIGN TO "SUCTRANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rst-clave
               FILE STATUS IS ws-fs-suctrans.
           SELECT SALDOS-FILE ASSIGN TO "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS sal-clave
               FILE STATUS IS ws-fs-saldos.
           SELECT PERIODOS-FILE ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS per-clave
               FILE STATUS IS ws-fs-periodos.
           SELECT SOCIOS-MASTER ASSIGN TO "SOCIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS soc-codigo
               FILE STATUS IS ws-fs-socios.
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

       FD  SUC-TRANS-FILE.
       01  reg-suc-trans.
           03 rst-clave.
               05 rst-socio    pic 9(6).
               05 rst-fecha.
                   07 rst-anio pic 9999.
                   07 rst-mes  pic 99.
                   07 rst-dia  pic 99.
               05 rst-secuencia pic 9(4).
           03 rst-sucursal pic x(3).
           03 rst-importe  pic s9(7)v99.
           03 rst-tipo     pic x.
           03 rst-suc-destino pic x(3).
           03 rst-socio-contra pic 9(6).
           03 rst-operador pic x(8).
           03 rst-anulacion.
               05 rst-marca-anulado pic x.
                   88 rst-anulado value "S".
               05 rst-tipo-orig pic x.
               05 rst-ref-clave.
                   07 rst-ref-fecha pic 9(8).
                   07 rst-ref-secuencia pic 9(4).
           03 rst-reserva pic x(15).
           03 rst-datos-cheque redefines rst-reserva.
               05 rst-chq-banco pic 9(3).
               05 rst-chq-numero pic 9(8).
               05 rst-chq-acreditado pic x.
                   88 rst-chq-ya-acreditado value "S".
               05 filler       pic x(3).
           03 rst-moneda   pic x(3).

       FD  SALDOS-FILE.
       01  reg-saldo.
           03 sal-clave.
               05 sal-socio    pic 9(6).
               05 sal-moneda   pic x(3).
           03 sal-saldo    pic s9(9)v99.
           03 sal-disponible pic s9(9)v99.

       FD  PERIODOS-FILE.
       01  reg-periodo.
           03 per-clave.
               05 per-anio pic 9999.
               05 per-mes  pic 99.
           03 per-estado pic x.
               88 per-abierto value "A".
               88 per-cerrado value "C".
           03 per-fecha-cambio pic 9(8).
           03 per-operador pic x(8).

       FD  SOCIOS-MASTER.
       01  reg-socio.
           03 soc-codigo   pic 9(6).
           03 soc-nombre   pic x(30).
           03 soc-estado   pic x.
               88 soc-activo   value "A".
               88 soc-cerrado  value "C".
               88 soc-inactivo value "I".
           03 soc-documento.
               05 soc-tipo-doc pic x(4).
                   88 soc-doc-dni  value "DNI".
                   88 soc-doc-cuit value "CUIT".
               05 soc-nro-doc  pic 9(11).
           03 soc-fecha-nac pic 9(8).
           03 soc-domicilio.
               05 soc-calle    pic x(30).
               05 soc-localidad pic x(20).
               05 soc-cod-postal pic x(8).
           03 soc-telefono pic x(15).
           03 soc-sucursal pic x(3).
           03 soc-reserva  pic x(20).

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
       01  ws-fs-suctrans pic xx value spaces.
       01  ws-fs-saldos   pic xx value spaces.
       01  ws-fs-periodos pic xx value spaces.
       01  ws-fs-socios   pic xx value spaces.
       01  ws-fs-audit    pic xx value spaces.
       01  ws-periodos-abierto pic x value "N".
           88 periodos-disponible value "S".
       01  ws-socios-abierto pic x value "N".
           88 socios-disponible value "S".
       01  ws-operador    pic x(8) value spaces.
       01  ws-fin-rechazos pic x value "N".
           88 fin-rechazos value "S".
       01  fecha.
           03 anio pic 9999.
           03 mes pic 99.
           03 dia pic 99.
      *****************************************************************
      ********************** CHEQUE A RECHAZAR ************************
      *****************************************************************
       01  ws-socio-busq  pic 9(6).
       01  ws-fecha-busq.
           03 ws-busq-dia  pic 99.
           03 ws-busq-mes  pic 99.
           03 ws-busq-anio pic 9999.
       01  ws-secuencia-busq pic 9(4).
       01  ws-cheque-encontrado pic x value "N".
           88 cheque-encontrado value "S".
       01  ws-rechazable  pic x value "N".
           88 rechazable value "S".
       01  ws-estaba-acreditado pic x value "N".
           88 estaba-acreditado value "S".
       01  ws-fin-busqueda pic x value "N".
           88 fin-busqueda value "S".
       01  ws-cant-cheques-socio pic 9(4) value zero.
       01  ws-periodo-cerrado pic x value "N".
           88 periodo-cerrado value "S".
       01  ws-motivo      pic x(30).
       01  ws-confirma    pic x value "N".
       01  ws-saldo-actual pic s9(9)v99.
       01  ws-disponible-actual pic s9(9)v99.
       01  ws-saldo-existe pic x value "N".
           88 saldo-existe value "S".
       01  ws-trans-grabada pic x value "N".
           88 trans-grabada value "S".
       01  ws-cant-rechazos pic 9(5) value zero.
       01  ws-valor-ant   pic x(31).
       01  ws-valor-nvo   pic x(31).
       01  ws-importe-edit pic -zzzzzz9,99.
       01  ws-saldo-edit  pic -zzz.zzz.zz9,99.
       01  ws-fecha-edit.
           03 ws-fed-dia   pic 99.
           03 filler       pic x value "/".
           03 ws-fed-mes   pic 99.
           03 filler       pic x value "/".
           03 ws-fed-anio  pic 9999.
       01  ws-fecha-aux.
           03 ws-aux-anio  pic 9999.
           03 ws-aux-mes   pic 99.
           03 ws-aux-dia   pic 99.
       01  ws-fecha-aux-num redefines ws-fecha-aux pic 9(8).
       01  ws-estado-texto pic x(10).

      * clave del movimiento "H" grabado
       01  ws-secuencia-rechazo pic 9(4).

      *****************************************************************
      ******************* IDENTIFICACION OPERADOR *********************
      *****************************************************************
       01  ws-fs-operadores pic xx value spaces.
       01  ws-programa-acceso pic x(31) value "RECHAZO_CHEQUE".
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
               IF ws-fs-cheques = "00" AND ws-fs-suctrans = "00"
                       AND ws-fs-saldos = "00" AND ws-fs-audit = "00"
                   PERFORM UNTIL fin-rechazos
                       PERFORM 200-PIDO-CHEQUE
                       IF NOT fin-rechazos
                           PERFORM 210-PROCESO-RECHAZO
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM 400-FIN
           END-IF.
           STOP RUN.
      *****************************************************************
      *************************** RUTINAS *****************************
      *****************************************************************
       100-INICIO.
           ACCEPT fecha FROM DATE YYYYMMDD.
           OPEN I-O CHEQUES-FILE.
           IF ws-fs-cheques NOT = "00"
               DISPLAY "No se pudo abrir el archivo de cheques: "
                   ws-fs-cheques
           END-IF.
           OPEN I-O SUC-TRANS-FILE.
           IF ws-fs-suctrans NOT = "00"
               DISPLAY "No se pudo abrir el historial de "
                   "transferencias: ", ws-fs-suctrans
           END-IF.
           OPEN I-O SALDOS-FILE.
           IF ws-fs-saldos NOT = "00"
               DISPLAY "No se pudo abrir el archivo de saldos: "
                   ws-fs-saldos
           END-IF.
           OPEN INPUT PERIODOS-FILE.
           IF ws-fs-periodos = "00"
               MOVE "S" TO ws-periodos-abierto
           ELSE
               DISPLAY "Sin archivo de periodos: control de ",
                   "periodo cerrado desactivado"
           END-IF.
           OPEN INPUT SOCIOS-MASTER.
           IF ws-fs-socios = "00"
               MOVE "S" TO ws-socios-abierto
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF ws-fs-audit = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF ws-fs-audit NOT = "00"
               DISPLAY "No se pudo abrir la pista de auditoria: "
                   ws-fs-audit
               DISPLAY "Sin pista de auditoria no se registran "
                   "rechazos"
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
           IF acceso-ok AND NOT rol-supervisor
               DISPLAY "El rechazo de cheques es exclusivo de ",
                   "supervisores"
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

       200-PIDO-CHEQUE.
           DISPLAY " ".
           DISPLAY "Socio del cheque rechazado (0 = terminar):".
           ACCEPT ws-socio-busq.
           IF ws-socio-busq = 0
               MOVE "S" TO ws-fin-rechazos
           ELSE
               PERFORM 205-LISTO-CHEQUES-SOCIO
               IF ws-cant-cheques-socio = 0
                   DISPLAY "El socio no tiene cheques depositados"
                   MOVE ZERO TO ws-secuencia-busq
                   MOVE ZERO TO ws-fecha-busq
               ELSE
                   DISPLAY "Fecha de deposito del cheque (DDMMAAAA):"
                   ACCEPT ws-fecha-busq
                   DISPLAY "Secuencia del deposito:"
                   ACCEPT ws-secuencia-busq
               END-IF
           END-IF.

      * Los cheques del socio en orden de deposito, con su estado.
       205-LISTO-CHEQUES-SOCIO.
           MOVE ZERO TO ws-cant-cheques-socio.
           MOVE "N" TO ws-fin-busqueda.
           MOVE ws-socio-busq TO chq-socio.
           MOVE ZERO TO chq-fecha-deposito.
           MOVE ZERO TO chq-secuencia.
           START CHEQUES-FILE KEY NOT < chq-clave
               INVALID KEY MOVE "S" TO ws-fin-busqueda
           END-START.
           PERFORM UNTIL fin-busqueda
               READ CHEQUES-FILE NEXT RECORD
                   AT END MOVE "S" TO ws-fin-busqueda
                   NOT AT END
                       IF chq-socio = ws-socio-busq
                           PERFORM 206-MUESTRO-LINEA-CHEQUE
                       ELSE
                           MOVE "S" TO ws-fin-busqueda
                       END-IF
               END-READ
           END-PERFORM.

       206-MUESTRO-LINEA-CHEQUE.
           ADD 1 TO ws-cant-cheques-socio.
           IF ws-cant-cheques-socio = 1
               DISPLAY "DEPOSITO   SEC  BANCO NUMERO   ",
                   "     IMPORTE ESTADO"
           END-IF.
           MOVE chq-fecha-deposito TO ws-fecha-aux-num.
           MOVE ws-aux-dia TO ws-fed-dia.
           MOVE ws-aux-mes TO ws-fed-mes.
           MOVE ws-aux-anio TO ws-fed-anio.
           MOVE chq-importe TO ws-importe-edit.
           PERFORM 207-TEXTO-ESTADO.
           DISPLAY ws-fecha-edit, " ", chq-secuencia, " ", chq-banco,
               "   ", chq-numero, " ", ws-importe-edit, " ",
               ws-estado-texto.

       207-TEXTO-ESTADO.
           EVALUATE TRUE
               WHEN chq-pendiente  MOVE "PENDIENTE" TO ws-estado-texto
               WHEN chq-acreditado MOVE "ACREDITADO" TO ws-estado-texto
               WHEN chq-rechazado  MOVE "RECHAZADO" TO ws-estado-texto
               WHEN OTHER          MOVE chq-estado TO ws-estado-texto
           END-EVALUATE.

       210-PROCESO-RECHAZO.
           IF ws-cant-cheques-socio > 0
               PERFORM 220-LEO-CHEQUE
               IF cheque-encontrado
                   PERFORM 230-MUESTRO-CHEQUE
                   PERFORM 240-CONTROLO-RECHAZABLE
                   IF rechazable
                       PERFORM 260-PIDO-MOTIVO
                       DISPLAY "Confirma el rechazo (S/N)?"
                       ACCEPT ws-confirma
                       IF ws-confirma = "S" OR ws-confirma = "s"
                           PERFORM 300-REGISTRO-RECHAZO
                       ELSE
                           DISPLAY "Rechazo cancelado"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       220-LEO-CHEQUE.
           MOVE "N" TO ws-cheque-encontrado.
           MOVE ws-socio-busq TO chq-socio.
           COMPUTE chq-fecha-deposito = ws-busq-anio * 10000
               + ws-busq-mes * 100 + ws-busq-dia.
           MOVE ws-secuencia-busq TO chq-secuencia.
           READ CHEQUES-FILE
               INVALID KEY
                   DISPLAY "Cheque inexistente para ese deposito"
               NOT INVALID KEY
                   MOVE "S" TO ws-cheque-encontrado
           END-READ.

       230-MUESTRO-CHEQUE.
           DISPLAY "Socio:     ", chq-socio.
           IF socios-disponible
               MOVE chq-socio TO soc-codigo
               READ SOCIOS-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       DISPLAY "Nombre:    ", soc-nombre
               END-READ
           END-IF.
           DISPLAY "Sucursal:  ", chq-sucursal,
               "  operador ", chq-operador.
           DISPLAY "Banco:     ", chq-banco, "  cheque ", chq-numero.
           MOVE chq-importe TO ws-importe-edit.
           DISPLAY "Importe:   ", ws-importe-edit.
           MOVE chq-fecha-acreditacion TO ws-fecha-aux-num.
           MOVE ws-aux-dia TO ws-fed-dia.
           MOVE ws-aux-mes TO ws-fed-mes.
           MOVE ws-aux-anio TO ws-fed-anio.
           DISPLAY "Acredita:  ", ws-fecha-edit.
           PERFORM 207-TEXTO-ESTADO.
           DISPLAY "Estado:    ", ws-estado-texto.

      * Condiciones para rechazar: el cheque no esta ya rechazado y
      * el periodo del dia no esta cerrado.
       240-CONTROLO-RECHAZABLE.
           MOVE "N" TO ws-rechazable.
           IF chq-rechazado
               DISPLAY "El cheque ya esta rechazado"
           ELSE
               MOVE "S" TO ws-rechazable
           END-IF.
           IF rechazable
               MOVE anio TO per-anio
               MOVE mes TO per-mes
               PERFORM 245-LEO-PERIODO
               IF periodo-cerrado
                   MOVE "N" TO ws-rechazable
                   DISPLAY "El periodo del dia (", anio, "/", mes,
                       ") esta cerrado"
               END-IF
           END-IF.

       245-LEO-PERIODO.
           MOVE "N" TO ws-periodo-cerrado.
           IF periodos-disponible
               READ PERIODOS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF per-cerrado
                           MOVE "S" TO ws-periodo-cerrado
                       END-IF
               END-READ
           END-IF.

       260-PIDO-MOTIVO.
           MOVE spaces TO ws-motivo.
           DISPLAY "Motivo del rechazo:".
           ACCEPT ws-motivo.
           PERFORM UNTIL ws-motivo NOT = spaces
               DISPLAY "El motivo es obligatorio. Motivo:"
               ACCEPT ws-motivo
           END-PERFORM.

      * Se graba el "H", se marca el cheque y se descuenta el saldo.
       300-REGISTRO-RECHAZO.
           MOVE "N" TO ws-estaba-acreditado.
           IF chq-acreditado
               MOVE "S" TO ws-estaba-acreditado
           END-IF.
           PERFORM 310-GRABO-RECHAZO.
           IF trans-grabada
               MOVE rst-secuencia TO ws-secuencia-rechazo
               PERFORM 320-MARCO-RECHAZADO
               PERFORM 330-DESCUENTO-SALDO
               PERFORM 350-AUDITO-RECHAZO
               ADD 1 TO ws-cant-rechazos
               DISPLAY "Cheque rechazado. Movimiento registrado el ",
                   dia, "/", mes, "/", anio, " secuencia ",
                   ws-secuencia-rechazo
           END-IF.

      * El rechazo lleva la fecha del dia y apunta al deposito con
      * cheque; la secuencia arranca en 1 y se incrementa si la clave
      * ya existe.
       310-GRABO-RECHAZO.
           MOVE chq-socio TO rst-socio.
           MOVE anio TO rst-anio.
           MOVE mes TO rst-mes.
           MOVE dia TO rst-dia.
           MOVE 1 TO rst-secuencia.
           MOVE chq-sucursal TO rst-sucursal.
           MOVE chq-importe TO rst-importe.
           MOVE "H" TO rst-tipo.
           MOVE spaces TO rst-suc-destino.
           MOVE ZERO TO rst-socio-contra.
           MOVE ws-operador TO rst-operador.
           MOVE space TO rst-marca-anulado.
           MOVE "Q" TO rst-tipo-orig.
           MOVE chq-fecha-deposito TO rst-ref-fecha.
           MOVE chq-secuencia TO rst-ref-secuencia.
           MOVE spaces TO rst-reserva.
           MOVE "ARS" TO rst-moneda.
           MOVE chq-banco TO rst-chq-banco.
           MOVE chq-numero TO rst-chq-numero.
           MOVE ws-estaba-acreditado TO rst-chq-acreditado.
           MOVE "N" TO ws-trans-grabada.
           PERFORM UNTIL trans-grabada OR rst-secuencia = 9999
               WRITE reg-suc-trans
                   INVALID KEY ADD 1 TO rst-secuencia
                   NOT INVALID KEY MOVE "S" TO ws-trans-grabada
               END-WRITE
               IF NOT trans-grabada AND ws-fs-suctrans NOT = "22"
                   MOVE 9999 TO rst-secuencia
               END-IF
           END-PERFORM.
           IF NOT trans-grabada
               DISPLAY "No se pudo grabar el rechazo del socio ",
                   rst-socio, ": ", ws-fs-suctrans
           END-IF.

       320-MARCO-RECHAZADO.
           MOVE "R" TO chq-estado.
           MOVE fecha TO chq-fecha-rechazo.
           REWRITE reg-cheque.
           IF ws-fs-cheques NOT = "00"
               DISPLAY "Atencion: no se pudo marcar el cheque como ",
                   "rechazado: ", ws-fs-cheques
           END-IF.

      * El saldo baja siempre; el disponible solo si el cheque ya se
      * habia acreditado. Un saldo negativo se informa.
       330-DESCUENTO-SALDO.
           MOVE chq-socio TO sal-socio.
           MOVE "ARS" TO sal-moneda.
           MOVE ZERO TO ws-saldo-actual.
           MOVE ZERO TO ws-disponible-actual.
           MOVE "N" TO ws-saldo-existe.
           READ SALDOS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE sal-saldo TO ws-saldo-actual
                   MOVE sal-disponible TO ws-disponible-actual
                   MOVE "S" TO ws-saldo-existe
           END-READ.
           MOVE chq-socio TO sal-socio.
           MOVE "ARS" TO sal-moneda.
           COMPUTE sal-saldo = ws-saldo-actual - chq-importe.
           IF estaba-acreditado
               COMPUTE sal-disponible =
                   ws-disponible-actual - chq-importe
           ELSE
               MOVE ws-disponible-actual TO sal-disponible
           END-IF.
           IF saldo-existe
               REWRITE reg-saldo
           ELSE
               WRITE reg-saldo
           END-IF.
           IF ws-fs-saldos NOT = "00"
               DISPLAY "Atencion: no se pudo actualizar el saldo ",
                   "del socio ", sal-socio, ": ", ws-fs-saldos
           END-IF.
           IF sal-disponible < 0
               MOVE sal-disponible TO ws-saldo-edit
               DISPLAY "Atencion: el saldo disponible del socio ",
                   "queda negativo: ", ws-saldo-edit
           END-IF.

       350-AUDITO-RECHAZO.
           MOVE "CHEQUES" TO aud-archivo.
           MOVE "RECHA" TO aud-operacion.
           MOVE chq-socio TO aud-clave.
           MOVE chq-importe TO ws-importe-edit.
           MOVE spaces TO ws-valor-ant.
           STRING chq-banco DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               chq-numero DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               chq-fecha-deposito DELIMITED BY SIZE
               ws-importe-edit DELIMITED BY SIZE
               INTO ws-valor-ant
           END-STRING.
           MOVE ws-motivo TO ws-valor-nvo.
           PERFORM 390-GRABO-AUDITORIA.

       390-GRABO-AUDITORIA.
           ACCEPT aud-fecha FROM DATE YYYYMMDD.
           ACCEPT aud-hora FROM TIME.
           MOVE ws-operador TO aud-operador.
           MOVE ws-valor-ant TO aud-valor-ant.
           MOVE ws-valor-nvo TO aud-valor-nvo.
           WRITE reg-auditoria.

       400-FIN.
           CLOSE CHEQUES-FILE.
           CLOSE SUC-TRANS-FILE.
           CLOSE SALDOS-FILE.
           IF periodos-disponible
               CLOSE PERIODOS-FILE
           END-IF.
           IF socios-disponible
               CLOSE SOCIOS-MASTER
           END-IF.
           CLOSE AUDIT-FILE.
           DISPLAY "Cheques rechazados: ", ws-cant-rechazos.

       END PROGRAM RECHAZO_CHEQUE.
