      ******************************************************************
      * Author:
      * Date:
      * Purpose: Control del cierre del dia. Para una fecha de proceso
      *          (dia habil segun CALENDARIO.DAT) corre en orden fijo
      *          los pasos del cierre: interfaz contable, diario de
      *          caja, arqueo de cada cajero que opero en el dia
      *          (depositos, retiros o cheques en SUCTRANS.DAT) y
      *          verificacion de saldos; el ultimo dia habil del mes
      *          agrega la liquidacion de intereses y la deteccion de
      *          cuentas dormidas. Cada paso sigue pidiendo sus datos
      *          y su operador como cuando se corre suelto; el control
      *          muestra antes de cada uno que hay que ingresar.
      *
      *          Cada paso queda registrado en CONTROLDIA.DAT (fecha,
      *          paso y cajero) con su inicio, su fin, el codigo de
      *          retorno del programa y el resultado: 0 terminado,
      *          4 terminado con observaciones (diferencia de caja o
      *          de saldos, periodo ya liquidado), 8 o mas fallido.
      *          Un paso fallido detiene la cadena; al volver a correr
      *          el control con la misma fecha se saltean los pasos
      *          ya terminados y se retoma desde el que fallo. El
      *          registro de paso 00 es el de la corrida completa del
      *          dia.
      *
      *          No arranca en un dia no habil ni si la corrida del
      *          dia habil anterior no se completo (salvo la primera
      *          corrida registrada en CONTROLDIA.DAT). El resumen de
      *          la corrida se agrega a CIERREDIA.LST para el libro
      *          de turno.
      *
      *          Exclusivo de supervisores.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE_DIARIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-DIA-FILE ASSIGN TO "CONTROLDIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ctl-clave
               FILE STATUS IS ws-fs-control.
           SELECT SUC-TRANS-FILE ASSIGN TO "SUCTRANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rst-clave
               FILE STATUS IS ws-fs-suctrans.
           SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-calendario.
           SELECT PRINT-CIERRE-FILE ASSIGN TO "CIERREDIA.LST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-printcie.
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
       FD  CONTROL-DIA-FILE.
       01  reg-control.
           03 ctl-clave.
               05 ctl-fecha    pic 9(8).
               05 ctl-paso     pic 99.
               05 ctl-cajero   pic x(8).
           03 ctl-programa pic x(20).
           03 ctl-estado   pic x.
               88 ctl-en-ejecucion value "E".
               88 ctl-terminado-ok value "T".
               88 ctl-con-observaciones value "O".
               88 ctl-fallido  value "F".
               88 ctl-terminado value "T" "O".
           03 ctl-retorno  pic 9(4).
           03 ctl-inicio.
               05 ctl-fecha-inicio pic 9(8).
               05 ctl-hora-inicio pic 9(8).
           03 ctl-fin.
               05 ctl-fecha-fin pic 9(8).
               05 ctl-hora-fin pic 9(8).
           03 ctl-operador pic x(8).
           03 ctl-reserva  pic x(17).

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
           03 rst-moneda   pic x(3).

       FD  CALENDARIO-FILE.
       01  reg-calendario.
           03 cal-fecha  pic 9(8).
           03 cal-motivo pic x(20).

       FD  PRINT-CIERRE-FILE.
       01  reg-print-cie pic x(80).

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
       01  ws-fs-control  pic xx value spaces.
       01  ws-fs-suctrans pic xx value spaces.
       01  ws-fs-calendario pic xx value spaces.
       01  ws-fs-printcie pic xx value spaces.
       01  ws-fs-audit    pic xx value spaces.
       01  ws-operador    pic x(8) value spaces.
       01  ws-control-abierto pic x value "N".
           88 control-abierto value "S".
       01  ws-corrida-valida pic x value "S".
           88 corrida-valida value "S".
       01  ws-fecha-proceso.
           03 ws-fec-dia  pic 99.
           03 ws-fec-mes  pic 99.
           03 ws-fec-anio pic 9999.
       01  ws-fecha-proceso-num pic 9(8).
       01  ws-fecha-anterior.
           03 ws-ant-anio pic 9999.
           03 ws-ant-mes  pic 99.
           03 ws-ant-dia  pic 99.
       01  ws-fecha-anterior-num redefines ws-fecha-anterior pic 9(8).
       01  ws-fin-de-mes  pic x value "N".
           88 fin-de-mes  value "S".
       01  ws-fin-historial pic x value "N".
           88 fin-historial value "S".
      *****************************************************************
      *********************** PASOS DEL CIERRE ************************
      *****************************************************************
       01  ws-paso-nro    pic 99.
       01  ws-paso-programa pic x(20).
       01  ws-paso-cajero pic x(8).
       01  ws-paso-indicacion pic x(70).
       01  ws-paso-registrado pic x value "N".
           88 paso-registrado value "S".
       01  ws-programa-ausente pic x value "N".
           88 programa-ausente value "S".
       01  ws-retorno-paso pic s9(4).
       01  ws-paso-hora-inicio pic 9(8).
       01  ws-paso-hora-fin pic 9(8).
       01  ws-paso-resultado pic x(16).
       01  ws-cadena-detenida pic x value "N".
           88 cadena-detenida value "S".
       01  ws-paso-detenido pic 99 value zero.
       01  ws-programa-detenido pic x(20) value spaces.
       01  ws-hora-trabajo pic 9(8).
       01  ws-hora-trabajo-r redefines ws-hora-trabajo.
           03 ws-htr-hh   pic 99.
           03 ws-htr-mm   pic 99.
           03 ws-htr-ss   pic 99.
           03 ws-htr-cc   pic 99.
       01  ws-hora-edit.
           03 ws-hed-hh   pic 99.
           03 filler      pic x value ":".
           03 ws-hed-mm   pic 99.
           03 filler      pic x value ":".
           03 ws-hed-ss   pic 99.
      * cajeros que operaron en la fecha, en el orden en que aparecen
      * en el historial
       01  ws-max-cajeros pic 999 value 100.
       01  ws-cant-cajeros pic 999 value zero.
       01  posC pic 999.
       01  tab-cajeros.
           03 caj-codigo pic x(8) occurs 100 times.
      * resumen de la corrida: un renglon por paso (o por cajero)
       01  ws-max-pasos   pic 999 value 110.
       01  ws-cant-pasos  pic 999 value zero.
       01  posP pic 999.
       01  tab-pasos.
           03 pas-entrada occurs 110 times.
               05 pas-nro      pic 99.
               05 pas-programa pic x(20).
               05 pas-cajero   pic x(8).
               05 pas-hora-inicio pic 9(8).
               05 pas-hora-fin pic 9(8).
               05 pas-retorno  pic 9(4).
               05 pas-resultado pic x(16).
      *****************************************************************
      ****************** LINEAS DEL RESUMEN (80 COL.) *****************
      *****************************************************************
       01  lin-cie-titulo.
           03 filler pic x(2) value space.
           03 filler pic x(18) value "Banco El Corralito".
           03 filler pic x(4) value space.
           03 filler pic x(56) value
               "CIERRE DEL DIA - CONTROL DE LA CORRIDA".

       01  lin-cie-subtitulo.
           03 filler pic x(2) value space.
           03 filler pic x(18) value "Fecha de proceso:".
           03 lin-cie-fec-dia pic 99.
           03 filler pic x value "/".
           03 lin-cie-fec-mes pic 99.
           03 filler pic x value "/".
           03 lin-cie-fec-anio pic 9999.
           03 filler pic x(4) value space.
           03 filler pic x(10) value "Operador:".
           03 lin-cie-operador pic x(8).
           03 filler pic x(4) value space.
           03 filler pic x(12) value "Fin de mes:".
           03 lin-cie-fin-mes pic x(2).

       01  lin-cie-cols.
           03 filler pic x(2) value space.
           03 filler pic x(5) value "PASO".
           03 filler pic x(20) value "PROGRAMA".
           03 filler pic x(10) value "CAJERO".
           03 filler pic x(10) value "INICIO".
           03 filler pic x(10) value "FIN".
           03 filler pic x(6) value "RET.".
           03 filler pic x(16) value "RESULTADO".

       01  lin-cie-detalle.
           03 filler pic x(2) value space.
           03 lin-det-paso pic 99.
           03 filler pic x(3) value space.
           03 lin-det-programa pic x(20).
           03 lin-det-cajero pic x(8).
           03 filler pic x(2) value space.
           03 lin-det-inicio pic x(8).
           03 filler pic x(2) value space.
           03 lin-det-fin pic x(8).
           03 filler pic x(2) value space.
           03 lin-det-retorno pic zzz9.
           03 filler pic x(2) value space.
           03 lin-det-resultado pic x(16).

       01  lin-cie-final.
           03 filler pic x(2) value space.
           03 filler pic x(26) value "Resultado de la corrida:".
           03 lin-fin-texto pic x(52).

       01  lin-cie-guion.
           03 filler pic x(2) value space.
           03 filler pic x(78) value all "-".

       01  lin-cie-blanco pic x(80) value spaces.

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
       01  ws-programa-acceso pic x(31) value "CIERRE_DIARIO".
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
                   PERFORM 200-EJECUTO-CADENA
                   PERFORM 400-RESUMEN-CORRIDA
               END-IF
               PERFORM 450-FIN
           END-IF.
           IF acceso-ok AND corrida-valida AND NOT cadena-detenida
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *****************************************************************
      *************************** RUTINAS *****************************
      *****************************************************************
       100-INICIO.
           PERFORM 112-LEO-CALENDARIO.
           PERFORM 130-PIDO-FECHA-PROCESO.
           IF corrida-valida
               PERFORM 150-ABRO-CONTROL
           END-IF.
           IF corrida-valida
               PERFORM 155-CONTROLO-DIA-ANTERIOR
           END-IF.
           IF corrida-valida
               PERFORM 160-CONTROLO-FIN-DE-MES
               PERFORM 170-RELEVO-CAJEROS
           END-IF.

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

      * El cierre solo corre en dia habil: una fecha imposible o un
      * dia no laborable cancela la corrida.
       130-PIDO-FECHA-PROCESO.
           DISPLAY "Fecha de proceso del cierre (DDMMAAAA):".
           ACCEPT ws-fecha-proceso.
           PERFORM 135-EVALUO-FECHA-PROCESO.
           IF dia-habil
               COMPUTE ws-fecha-proceso-num = ws-fec-anio * 10000
                   + ws-fec-mes * 100 + ws-fec-dia
           ELSE
               DISPLAY "Fecha rechazada: ", ws-motivo-rechazo
               DISPLAY "El cierre del dia solo corre en un dia ",
                   "habil; la corrida se cancela."
               MOVE "N" TO ws-corrida-valida
           END-IF.

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

       146-RESTO-UN-DIA.
           IF ws-calc-dia > 1
               SUBTRACT 1 FROM ws-calc-dia
           ELSE
               IF ws-calc-mes > 1
                   SUBTRACT 1 FROM ws-calc-mes
               ELSE
                   MOVE 12 TO ws-calc-mes
                   SUBTRACT 1 FROM ws-calc-anio
               END-IF
               PERFORM 136-CALCULO-ULTIMO-DIA
               MOVE ws-ultimo-dia TO ws-calc-dia
           END-IF.

       150-ABRO-CONTROL.
           OPEN I-O CONTROL-DIA-FILE.
           IF ws-fs-control = "35"
               OPEN OUTPUT CONTROL-DIA-FILE
               CLOSE CONTROL-DIA-FILE
               OPEN I-O CONTROL-DIA-FILE
           END-IF.
           IF ws-fs-control NOT = "00"
               DISPLAY "No se pudo abrir el control del cierre ",
                   "(CONTROLDIA.DAT): ", ws-fs-control
               MOVE "N" TO ws-corrida-valida
           ELSE
               MOVE "S" TO ws-control-abierto
           END-IF.

      * El dia habil anterior tiene que tener su corrida completa
      * (registro de paso 00 terminado). Si no hay ninguna corrida
      * registrada antes de la fecha de proceso, es la primera vez
      * que se usa el control y no hay dia anterior que exigir.
       155-CONTROLO-DIA-ANTERIOR.
           MOVE ws-fec-anio TO ws-calc-anio.
           MOVE ws-fec-mes TO ws-calc-mes.
           MOVE ws-fec-dia TO ws-calc-dia.
           MOVE "N" TO ws-dia-habil.
           PERFORM UNTIL dia-habil
               PERFORM 146-RESTO-UN-DIA
               PERFORM 140-EVALUO-DIA-HABIL
           END-PERFORM.
           MOVE ws-fecha-calc-num TO ws-fecha-anterior-num.
           MOVE ws-fecha-anterior-num TO ctl-fecha.
           MOVE ZERO TO ctl-paso.
           MOVE spaces TO ctl-cajero.
           READ CONTROL-DIA-FILE
               INVALID KEY
                   PERFORM 156-BUSCO-CORRIDAS-PREVIAS
               NOT INVALID KEY
                   IF NOT ctl-terminado-ok
                       DISPLAY "El cierre del dia habil anterior (",
                           ws-ant-dia, "/", ws-ant-mes, "/",
                           ws-ant-anio, ") no se completo: "
                           "reanudarlo antes de cerrar este dia."
                       MOVE "N" TO ws-corrida-valida
                   END-IF
           END-READ.

       156-BUSCO-CORRIDAS-PREVIAS.
           MOVE LOW-VALUES TO ctl-clave.
           START CONTROL-DIA-FILE KEY IS NOT LESS THAN ctl-clave
               INVALID KEY MOVE "10" TO ws-fs-control
           END-START.
           IF ws-fs-control = "00"
               READ CONTROL-DIA-FILE NEXT RECORD
                   AT END MOVE "10" TO ws-fs-control
               END-READ
           END-IF.
           IF ws-fs-control = "00"
                   AND ctl-fecha < ws-fecha-proceso-num
               DISPLAY "No hay corrida del cierre del dia habil ",
                   "anterior (", ws-ant-dia, "/", ws-ant-mes, "/",
                   ws-ant-anio, "): correrlo antes de cerrar este dia."
               MOVE "N" TO ws-corrida-valida
           ELSE
               DISPLAY "Primera corrida registrada en CONTROLDIA.DAT: ",
                   "no se controla el dia habil anterior."
           END-IF.
           MOVE "00" TO ws-fs-control.

      * Fin de mes: el dia habil siguiente cae en otro mes.
       160-CONTROLO-FIN-DE-MES.
           MOVE ws-fec-anio TO ws-calc-anio.
           MOVE ws-fec-mes TO ws-calc-mes.
           MOVE ws-fec-dia TO ws-calc-dia.
           MOVE "N" TO ws-dia-habil.
           PERFORM UNTIL dia-habil
               PERFORM 145-SUMO-UN-DIA
               PERFORM 140-EVALUO-DIA-HABIL
           END-PERFORM.
           IF ws-calc-mes NOT = ws-fec-mes
               MOVE "S" TO ws-fin-de-mes
               DISPLAY "Ultimo dia habil del mes: se agregan la ",
                   "liquidacion de intereses y la deteccion de ",
                   "inactivos."
           END-IF.

      * Se arquea a cada operador que registro en la fecha un
      * deposito, un retiro o un deposito con cheque: los movimientos
      * que pasan por el cajon. La anulacion de un deposito o retiro
      * queda a nombre del cajero original y tambien lo hace arquear.
       170-RELEVO-CAJEROS.
           OPEN INPUT SUC-TRANS-FILE.
           IF ws-fs-suctrans NOT = "00"
               DISPLAY "No se pudo abrir el historial de "
                   "transferencias: ", ws-fs-suctrans
               MOVE "N" TO ws-corrida-valida
           ELSE
               MOVE "N" TO ws-fin-historial
               PERFORM UNTIL fin-historial
                   READ SUC-TRANS-FILE NEXT RECORD
                       AT END MOVE "S" TO ws-fin-historial
                       NOT AT END
                           IF rst-socio NOT = 0
                                   AND rst-anio = ws-fec-anio
                                   AND rst-mes = ws-fec-mes
                                   AND rst-dia = ws-fec-dia
                                   AND (rst-tipo = "D" OR rst-tipo = "R"
                                       OR rst-tipo = "Q"
                                       OR (rst-tipo = "X"
                                           AND (rst-tipo-orig = "D"
                                           OR rst-tipo-orig = "R")))
                                   AND rst-operador NOT = spaces
                               PERFORM 175-AGREGO-CAJERO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUC-TRANS-FILE
               DISPLAY "Cajeros a arquear: ", ws-cant-cajeros
           END-IF.

       175-AGREGO-CAJERO.
           PERFORM VARYING posC FROM 1 BY 1
                   UNTIL posC > ws-cant-cajeros
                       OR caj-codigo(posC) = rst-operador
               CONTINUE
           END-PERFORM.
           IF posC > ws-cant-cajeros
               IF ws-cant-cajeros < ws-max-cajeros
                   ADD 1 TO ws-cant-cajeros
                   MOVE rst-operador TO caj-codigo(ws-cant-cajeros)
               ELSE
                   DISPLAY "ATENCION: el cajero ", rst-operador,
                       " excede la capacidad de la tabla (",
                       ws-max-cajeros, "); arquearlo por separado"
               END-IF
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
               DISPLAY "El cierre del dia es exclusivo de ",
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

      *****************************************************************
      ********************** CADENA DEL CIERRE ************************
      *****************************************************************
       200-EJECUTO-CADENA.
           PERFORM 210-REGISTRO-INICIO-CORRIDA.
           MOVE 10 TO ws-paso-nro.
           MOVE "INTERFAZ_CONTABLE" TO ws-paso-programa.
           MOVE spaces TO ws-paso-cajero.
           PERFORM 300-EJECUTO-PASO.
           MOVE 20 TO ws-paso-nro.
           MOVE "DIARIO_CAJA" TO ws-paso-programa.
           PERFORM 300-EJECUTO-PASO.
           MOVE 30 TO ws-paso-nro.
           MOVE "CIERRE_CAJERO" TO ws-paso-programa.
           IF ws-cant-cajeros = 0
               PERFORM 330-PASO-SIN-CAJEROS
           ELSE
               PERFORM VARYING posC FROM 1 BY 1
                       UNTIL posC > ws-cant-cajeros
                   MOVE caj-codigo(posC) TO ws-paso-cajero
                   PERFORM 300-EJECUTO-PASO
               END-PERFORM
           END-IF.
           MOVE 40 TO ws-paso-nro.
           MOVE "VERIFICA_SALDOS" TO ws-paso-programa.
           MOVE spaces TO ws-paso-cajero.
           PERFORM 300-EJECUTO-PASO.
           IF fin-de-mes
               MOVE 50 TO ws-paso-nro
               MOVE "INTERES_MENSUAL" TO ws-paso-programa
               PERFORM 300-EJECUTO-PASO
               MOVE 60 TO ws-paso-nro
               MOVE "DETECTA_INACTIVOS" TO ws-paso-programa
               PERFORM 300-EJECUTO-PASO
           END-IF.
           PERFORM 290-REGISTRO-FIN-CORRIDA.

      * El registro de paso 00 queda "E" mientras la cadena corre; al
      * final pasa a "T" o "F". El dia siguiente exige que este "T".
       210-REGISTRO-INICIO-CORRIDA.
           MOVE ws-fecha-proceso-num TO ctl-fecha.
           MOVE ZERO TO ctl-paso.
           MOVE spaces TO ctl-cajero.
           MOVE "N" TO ws-paso-registrado.
           READ CONTROL-DIA-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO ws-paso-registrado
           END-READ.
           IF paso-registrado
               IF ctl-terminado-ok
                   DISPLAY "El cierre de esta fecha ya estaba ",
                       "completo; solo se reimprime el resumen."
               ELSE
                   DISPLAY "Se reanuda el cierre de esta fecha: los ",
                       "pasos ya terminados se saltean."
               END-IF
           END-IF.
           MOVE "CIERRE_DIARIO" TO ctl-programa.
           MOVE "E" TO ctl-estado.
           MOVE ZERO TO ctl-retorno.
           ACCEPT ctl-fecha-inicio FROM DATE YYYYMMDD.
           ACCEPT ctl-hora-inicio FROM TIME.
           MOVE ZERO TO ctl-fecha-fin.
           MOVE ZERO TO ctl-hora-fin.
           MOVE ws-operador TO ctl-operador.
           MOVE spaces TO ctl-reserva.
           PERFORM 340-GRABO-CONTROL.

       290-REGISTRO-FIN-CORRIDA.
           MOVE ws-fecha-proceso-num TO ctl-fecha.
           MOVE ZERO TO ctl-paso.
           MOVE spaces TO ctl-cajero.
           MOVE "N" TO ws-paso-registrado.
           READ CONTROL-DIA-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO ws-paso-registrado
           END-READ.
           IF cadena-detenida
               MOVE "F" TO ctl-estado
               MOVE 8 TO ctl-retorno
           ELSE
               MOVE "T" TO ctl-estado
               MOVE ZERO TO ctl-retorno
           END-IF.
           ACCEPT ctl-fecha-fin FROM DATE YYYYMMDD.
           ACCEPT ctl-hora-fin FROM TIME.
           MOVE ws-operador TO ctl-operador.
           PERFORM 340-GRABO-CONTROL.

      * Un paso ya terminado para la fecha (y el cajero) no se vuelve
      * a correr; con la cadena detenida los pasos siguientes quedan
      * sin ejecutar.
       300-EJECUTO-PASO.
           IF cadena-detenida
               MOVE ZERO TO ws-paso-hora-inicio
               MOVE ZERO TO ws-paso-hora-fin
               MOVE ZERO TO ws-retorno-paso
               MOVE "NO EJECUTADO" TO ws-paso-resultado
               PERFORM 320-AGREGO-RESUMEN
           ELSE
               MOVE ws-fecha-proceso-num TO ctl-fecha
               MOVE ws-paso-nro TO ctl-paso
               MOVE ws-paso-cajero TO ctl-cajero
               MOVE "N" TO ws-paso-registrado
               READ CONTROL-DIA-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "S" TO ws-paso-registrado
               END-READ
               IF paso-registrado AND ctl-terminado
                   MOVE ctl-hora-inicio TO ws-paso-hora-inicio
                   MOVE ctl-hora-fin TO ws-paso-hora-fin
                   MOVE ctl-retorno TO ws-retorno-paso
                   MOVE "OK ANTERIOR" TO ws-paso-resultado
                   PERFORM 320-AGREGO-RESUMEN
               ELSE
                   PERFORM 310-LLAMO-PROGRAMA
               END-IF
           END-IF.

       305-ARMO-INDICACION.
           MOVE spaces TO ws-paso-indicacion.
           EVALUATE ws-paso-programa
               WHEN "INTERFAZ_CONTABLE"
                   STRING "Fecha contable: " DELIMITED BY SIZE
                       ws-fecha-proceso DELIMITED BY SIZE
                       INTO ws-paso-indicacion
               WHEN "DIARIO_CAJA"
                   STRING "Fecha del diario: " DELIMITED BY SIZE
                       ws-fecha-proceso DELIMITED BY SIZE
                       INTO ws-paso-indicacion
               WHEN "CIERRE_CAJERO"
                   STRING "Se identifica el cajero " DELIMITED BY SIZE
                       ws-paso-cajero DELIMITED BY SPACE
                       "; fecha del arqueo: " DELIMITED BY SIZE
                       ws-fecha-proceso DELIMITED BY SIZE
                       INTO ws-paso-indicacion
               WHEN "VERIFICA_SALDOS"
                   MOVE "Modo L (listar diferencias); ajustes fuera"
                       TO ws-paso-indicacion
               WHEN "INTERES_MENSUAL"
                   STRING "Periodo a liquidar: " DELIMITED BY SIZE
                       ws-fec-anio DELIMITED BY SIZE
                       ws-fec-mes DELIMITED BY SIZE
                       INTO ws-paso-indicacion
               WHEN "DETECTA_INACTIVOS"
                   MOVE "Modo L o M segun la rutina de fin de mes"
                       TO ws-paso-indicacion
           END-EVALUATE.

      * Cada paso es el mismo programa que se corre suelto: se lo
      * llama por su nombre, se toma su codigo de retorno y se lo
      * libera para que el proximo llamado arranque limpio.
       310-LLAMO-PROGRAMA.
           PERFORM 305-ARMO-INDICACION.
           DISPLAY "----------------------------------------------".
           DISPLAY "Paso ", ws-paso-nro, ": ", ws-paso-programa, " ",
               ws-paso-cajero.
           DISPLAY ws-paso-indicacion.
           MOVE ws-fecha-proceso-num TO ctl-fecha.
           MOVE ws-paso-nro TO ctl-paso.
           MOVE ws-paso-cajero TO ctl-cajero.
           MOVE ws-paso-programa TO ctl-programa.
           MOVE "E" TO ctl-estado.
           MOVE ZERO TO ctl-retorno.
           ACCEPT ctl-fecha-inicio FROM DATE YYYYMMDD.
           ACCEPT ctl-hora-inicio FROM TIME.
           MOVE ZERO TO ctl-fecha-fin.
           MOVE ZERO TO ctl-hora-fin.
           MOVE ws-operador TO ctl-operador.
           MOVE spaces TO ctl-reserva.
           PERFORM 340-GRABO-CONTROL.
           MOVE ctl-hora-inicio TO ws-paso-hora-inicio.
           MOVE "N" TO ws-programa-ausente.
           MOVE ZERO TO RETURN-CODE.
           CALL ws-paso-programa
               ON EXCEPTION MOVE "S" TO ws-programa-ausente
           END-CALL.
           IF programa-ausente
               DISPLAY "No se encontro el programa ", ws-paso-programa
               MOVE 8 TO ws-retorno-paso
           ELSE
               MOVE RETURN-CODE TO ws-retorno-paso
               CANCEL ws-paso-programa
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           MOVE ws-fecha-proceso-num TO ctl-fecha.
           MOVE ws-paso-nro TO ctl-paso.
           MOVE ws-paso-cajero TO ctl-cajero.
           MOVE "S" TO ws-paso-registrado.
           EVALUATE TRUE
               WHEN ws-retorno-paso = 0
                   MOVE "T" TO ctl-estado
                   MOVE "OK" TO ws-paso-resultado
               WHEN ws-retorno-paso > 0 AND ws-retorno-paso < 8
                   MOVE "O" TO ctl-estado
                   MOVE "CON OBSERVAC." TO ws-paso-resultado
               WHEN OTHER
                   MOVE "F" TO ctl-estado
                   MOVE "FALLIDO" TO ws-paso-resultado
                   MOVE "S" TO ws-cadena-detenida
                   MOVE ws-paso-nro TO ws-paso-detenido
                   MOVE ws-paso-programa TO ws-programa-detenido
           END-EVALUATE.
           MOVE ws-retorno-paso TO ctl-retorno.
           ACCEPT ctl-fecha-fin FROM DATE YYYYMMDD.
           ACCEPT ctl-hora-fin FROM TIME.
           PERFORM 340-GRABO-CONTROL.
           MOVE ctl-hora-fin TO ws-paso-hora-fin.
           PERFORM 320-AGREGO-RESUMEN.
           DISPLAY "Paso ", ws-paso-nro, " terminado: ",
               ws-paso-resultado, " (retorno ", ctl-retorno, ")".

       320-AGREGO-RESUMEN.
           IF ws-cant-pasos < ws-max-pasos
               ADD 1 TO ws-cant-pasos
               MOVE ws-paso-nro TO pas-nro(ws-cant-pasos)
               MOVE ws-paso-programa TO pas-programa(ws-cant-pasos)
               MOVE ws-paso-cajero TO pas-cajero(ws-cant-pasos)
               MOVE ws-paso-hora-inicio
                   TO pas-hora-inicio(ws-cant-pasos)
               MOVE ws-paso-hora-fin TO pas-hora-fin(ws-cant-pasos)
               MOVE ws-retorno-paso TO pas-retorno(ws-cant-pasos)
               MOVE ws-paso-resultado TO pas-resultado(ws-cant-pasos)
           END-IF.

       330-PASO-SIN-CAJEROS.
           MOVE spaces TO ws-paso-cajero.
           MOVE ZERO TO ws-paso-hora-inicio.
           MOVE ZERO TO ws-paso-hora-fin.
           MOVE ZERO TO ws-retorno-paso.
           IF cadena-detenida
               MOVE "NO EJECUTADO" TO ws-paso-resultado
           ELSE
               MOVE "SIN MOVIMIENTOS" TO ws-paso-resultado
           END-IF.
           PERFORM 320-AGREGO-RESUMEN.

      * ws-paso-registrado dice si el registro ya existe (REWRITE) o
      * hay que darlo de alta (WRITE).
       340-GRABO-CONTROL.
           IF paso-registrado
               REWRITE reg-control
                   INVALID KEY
                       DISPLAY "Error al actualizar CONTROLDIA.DAT ",
                           "paso ", ctl-paso, ": ", ws-fs-control
               END-REWRITE
           ELSE
               WRITE reg-control
                   INVALID KEY
                       DISPLAY "Error al grabar CONTROLDIA.DAT ",
                           "paso ", ctl-paso, ": ", ws-fs-control
                   NOT INVALID KEY
                       MOVE "S" TO ws-paso-registrado
               END-WRITE
           END-IF.

      *****************************************************************
      ******************** RESUMEN DE LA CORRIDA **********************
      *****************************************************************
      * El resumen se agrega a CIERREDIA.LST (libro de turno) y se
      * muestra por pantalla.
       400-RESUMEN-CORRIDA.
           OPEN EXTEND PRINT-CIERRE-FILE.
           IF ws-fs-printcie = "35"
               OPEN OUTPUT PRINT-CIERRE-FILE
           END-IF.
           IF ws-fs-printcie NOT = "00"
               DISPLAY "No se pudo abrir CIERREDIA.LST: ",
                   ws-fs-printcie, "; el resumen solo se muestra"
           END-IF.
           MOVE ws-fec-dia TO lin-cie-fec-dia.
           MOVE ws-fec-mes TO lin-cie-fec-mes.
           MOVE ws-fec-anio TO lin-cie-fec-anio.
           MOVE ws-operador TO lin-cie-operador.
           IF fin-de-mes
               MOVE "SI" TO lin-cie-fin-mes
           ELSE
               MOVE "NO" TO lin-cie-fin-mes
           END-IF.
           MOVE lin-cie-guion TO reg-print-cie.
           PERFORM 410-EMITO-LINEA.
           MOVE lin-cie-titulo TO reg-print-cie.
           PERFORM 410-EMITO-LINEA.
           MOVE lin-cie-subtitulo TO reg-print-cie.
           PERFORM 410-EMITO-LINEA.
           MOVE lin-cie-guion TO reg-print-cie.
           PERFORM 410-EMITO-LINEA.
           MOVE lin-cie-cols TO reg-print-cie.
           PERFORM 410-EMITO-LINEA.
           PERFORM VARYING posP FROM 1 BY 1
                   UNTIL posP > ws-cant-pasos
               PERFORM 415-ARMO-DETALLE
               MOVE lin-cie-detalle TO reg-print-cie
               PERFORM 410-EMITO-LINEA
           END-PERFORM.
           MOVE lin-cie-guion TO reg-print-cie.
           PERFORM 410-EMITO-LINEA.
           IF cadena-detenida
               MOVE spaces TO lin-fin-texto
               STRING "DETENIDA EN EL PASO " DELIMITED BY SIZE
                   ws-paso-detenido DELIMITED BY SIZE
                   " - REANUDAR CON LA MISMA FECHA"
                       DELIMITED BY SIZE
                   INTO lin-fin-texto
           ELSE
               MOVE "COMPLETA" TO lin-fin-texto
           END-IF.
           MOVE lin-cie-final TO reg-print-cie.
           PERFORM 410-EMITO-LINEA.
           MOVE lin-cie-blanco TO reg-print-cie.
           PERFORM 410-EMITO-LINEA.
           IF ws-fs-printcie = "00"
               CLOSE PRINT-CIERRE-FILE
           END-IF.

       410-EMITO-LINEA.
           DISPLAY reg-print-cie.
           IF ws-fs-printcie = "00"
               WRITE reg-print-cie
           END-IF.

       415-ARMO-DETALLE.
           MOVE pas-nro(posP) TO lin-det-paso.
           MOVE pas-programa(posP) TO lin-det-programa.
           MOVE pas-cajero(posP) TO lin-det-cajero.
           MOVE spaces TO lin-det-inicio.
           MOVE spaces TO lin-det-fin.
           IF pas-hora-inicio(posP) NOT = 0
               MOVE pas-hora-inicio(posP) TO ws-hora-trabajo
               MOVE ws-htr-hh TO ws-hed-hh
               MOVE ws-htr-mm TO ws-hed-mm
               MOVE ws-htr-ss TO ws-hed-ss
               MOVE ws-hora-edit TO lin-det-inicio
           END-IF.
           IF pas-hora-fin(posP) NOT = 0
               MOVE pas-hora-fin(posP) TO ws-hora-trabajo
               MOVE ws-htr-hh TO ws-hed-hh
               MOVE ws-htr-mm TO ws-hed-mm
               MOVE ws-htr-ss TO ws-hed-ss
               MOVE ws-hora-edit TO lin-det-fin
           END-IF.
           MOVE pas-retorno(posP) TO lin-det-retorno.
           MOVE pas-resultado(posP) TO lin-det-resultado.

       450-FIN.
           IF control-abierto
               CLOSE CONTROL-DIA-FILE
           END-IF.
       END PROGRAM CIERRE_DIARIO.
