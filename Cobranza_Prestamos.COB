      ******************************************************************
      * Author:
      * Date:
      * Purpose: Corrida de cobranza de cuotas de prestamos. Para una
      *          fecha de proceso (dia habil segun CALENDARIO.DAT;
      *          normalmente una vez por mes) recorre CUOTAS.DAT y
      *          cobra de la caja de ahorro (SALDOS.DAT) cada cuota
      *          pendiente o en mora con vencimiento hasta la fecha
      *          de proceso:
      *
      *          Con saldo suficiente: debita la amortizacion de
      *          capital (tipo "C") y el interes de la cuota (tipo
      *          "U") en el historial (SUCTRANS.DAT) y la cuota queda
      *          cobrada con la fecha de proceso.
      *
      *          Sin saldo suficiente: la cuota queda en mora y se
      *          vuelve a intentar en la proxima corrida. Las cuotas
      *          de un mismo prestamo se cobran de la mas vieja a la
      *          mas nueva: si una no se puede cobrar, las siguientes
      *          del prestamo quedan en mora sin intentarse.
      *
      *          Al terminar cada prestamo se recalculan en
      *          PRESTAMOS.DAT las cuotas pagadas y el saldo de
      *          capital; con todas las cuotas cobradas el prestamo
      *          queda cancelado.
      *
      *          Proteccion de rearranque: si una corrida anterior de
      *          la misma fecha se corto a mitad de camino, la cuota
      *          con sus movimientos ya grabados en el historial no se
      *          vuelve a debitar; solo se completa su estado.
      *
      *          No corre si el periodo de la fecha de proceso esta
      *          cerrado en PERIODOS.DAT. El operador se valida contra
      *          OPERADORES.DAT (contadores y supervisores).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRANZA_PRESTAMOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESTAMOS-FILE ASSIGN TO "PRESTAMOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pre-clave
               FILE STATUS IS ws-fs-prestamos.
           SELECT CUOTAS-FILE ASSIGN TO "CUOTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cuo-clave
               FILE STATUS IS ws-fs-cuotas.
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
       FD  PRESTAMOS-FILE.
       01  reg-prestamo.
           03 pre-clave.
               05 pre-socio    pic 9(6).
               05 pre-fecha-otorg.
                   07 pre-otg-anio pic 9999.
                   07 pre-otg-mes  pic 99.
                   07 pre-otg-dia  pic 99.
               05 pre-secuencia pic 9(4).
           03 pre-sucursal pic x(3).
           03 pre-capital  pic 9(7)v99.
           03 pre-tasa     pic 9(3)v99.
           03 pre-cant-cuotas pic 9(3).
           03 pre-fecha-primer-vto.
               05 pre-pvt-anio pic 9999.
               05 pre-pvt-mes  pic 99.
               05 pre-pvt-dia  pic 99.
           03 pre-importe-cuota pic 9(7)v99.
           03 pre-estado   pic x.
               88 pre-vigente   value "V".
               88 pre-cancelado value "P".
           03 pre-cuotas-pagadas pic 9(3).
           03 pre-saldo-capital pic 9(7)v99.
           03 pre-fecha-cancelacion pic 9(8).
           03 pre-operador pic x(8).
           03 pre-reserva  pic x(36).

       FD  CUOTAS-FILE.
       01  reg-cuota.
           03 cuo-clave.
               05 cuo-prestamo.
                   07 cuo-socio    pic 9(6).
                   07 cuo-fecha-otorg pic 9(8).
                   07 cuo-secuencia pic 9(4).
               05 cuo-numero   pic 9(3).
           03 cuo-sucursal pic x(3).
           03 cuo-fecha-vto.
               05 cuo-vto-anio pic 9999.
               05 cuo-vto-mes  pic 99.
               05 cuo-vto-dia  pic 99.
           03 cuo-capital  pic 9(7)v99.
           03 cuo-interes  pic 9(7)v99.
           03 cuo-importe  pic 9(7)v99.
           03 cuo-saldo-capital pic 9(7)v99.
           03 cuo-estado   pic x.
               88 cuo-pendiente value "P".
               88 cuo-en-mora   value "M".
               88 cuo-cobrada   value "C".
           03 cuo-fecha-cobro pic 9(8).
           03 cuo-reserva  pic x(3).

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
       01  ws-fs-prestamos pic xx value spaces.
       01  ws-fs-cuotas   pic xx value spaces.
       01  ws-fs-suctrans pic xx value spaces.
       01  ws-fs-saldos   pic xx value spaces.
       01  ws-fs-periodos pic xx value spaces.
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
       01  ws-periodo-cerrado pic x value "N".
           88 periodo-cerrado value "S".
      *****************************************************************
      ************************** COBRANZA *****************************
      *****************************************************************
       01  ws-fin-cuotas  pic x value "N".
           88 fin-cuotas value "S".
       01  ws-fin-busqueda pic x value "N".
           88 fin-busqueda value "S".
       01  ws-prestamo-actual pic x(18) value spaces.
       01  ws-clave-prestamo.
           03 ws-cp-socio  pic 9(6).
           03 ws-cp-fecha  pic 9(8).
           03 ws-cp-secuencia pic 9(4).
       01  ws-hay-prestamo pic x value "N".
           88 hay-prestamo value "S".
       01  ws-prestamo-en-mora pic x value "N".
           88 prestamo-en-mora value "S".
      * cuotas del prestamo ya cobradas, y de ellas las cobradas en la
      * fecha de proceso (con y sin interes), para el rearranque
       01  ws-cuotas-cobradas pic 9(3).
       01  ws-cuotas-total pic 9(3).
       01  ws-saldo-capital-pre pic 9(7)v99.
       01  ws-cobradas-hoy pic 9(3).
       01  ws-cobradas-int-hoy pic 9(3).
       01  ws-movs-capital pic 9(3).
       01  ws-movs-interes pic 9(3).
       01  ws-capital-grabado pic x value "N".
           88 capital-grabado value "S".
       01  ws-interes-grabado pic x value "N".
           88 interes-grabado value "S".
       01  ws-hubo-error  pic x value "N".
           88 hubo-error value "S".
       01  ws-mov-tipo    pic x.
       01  ws-mov-importe pic s9(7)v99.
       01  ws-trans-grabada pic x value "N".
           88 trans-grabada value "S".
       01  ws-saldo-actual pic s9(9)v99.
       01  ws-disponible-actual pic s9(9)v99.
       01  ws-saldo-existe pic x value "N".
           88 saldo-existe value "S".
       01  ws-cant-leidas pic 9(7) value zero.
       01  ws-cant-vencidas pic 9(6) value zero.
       01  ws-cant-cobradas pic 9(6) value zero.
       01  ws-cant-mora   pic 9(6) value zero.
       01  ws-cant-rearranque pic 9(6) value zero.
       01  ws-cant-cancelados pic 9(6) value zero.
       01  ws-cant-errores pic 9(6) value zero.
       01  ws-total-capital pic 9(11)v99 value zero.
       01  ws-total-intereses pic 9(11)v99 value zero.
       01  ws-total-mora  pic 9(11)v99 value zero.
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
       01  ws-programa-acceso pic x(31) value "COBRANZA_PRESTAMOS".
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
                   PERFORM 200-PROCESO-COBRANZA
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
           PERFORM 115-CONTROLO-PERIODO-CONTABLE.
           IF periodo-cerrado
               DISPLAY "El periodo ", ws-fec-anio, "/", ws-fec-mes,
                   " esta cerrado en el control de periodos ",
                   "contables; la corrida se cancela."
               MOVE "N" TO ws-corrida-valida
           ELSE
               PERFORM 150-ABRO-ARCHIVOS
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

      * Igual que el ingreso diario: un mes marcado "C" en
      * PERIODOS.DAT ya fue rendido a la contabilidad y no admite
      * mas movimientos; sin archivo de periodos no hay control.
       115-CONTROLO-PERIODO-CONTABLE.
           MOVE "N" TO ws-periodo-cerrado.
           OPEN INPUT PERIODOS-FILE.
           IF ws-fs-periodos NOT = "00"
               DISPLAY "Sin archivo de periodos: control de ",
                   "periodo cerrado desactivado"
           ELSE
               MOVE ws-fec-anio TO per-anio
               MOVE ws-fec-mes TO per-mes
               READ PERIODOS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF per-cerrado
                           MOVE "S" TO ws-periodo-cerrado
                       END-IF
               END-READ
               CLOSE PERIODOS-FILE
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
           OPEN I-O PRESTAMOS-FILE.
           IF ws-fs-prestamos NOT = "00"
               DISPLAY "No se pudo abrir el archivo de prestamos: "
                   ws-fs-prestamos
               MOVE "N" TO ws-corrida-valida
           END-IF.
           OPEN I-O CUOTAS-FILE.
           IF ws-fs-cuotas NOT = "00"
               DISPLAY "No se pudo abrir el archivo de cuotas: "
                   ws-fs-cuotas
               MOVE "N" TO ws-corrida-valida
           END-IF.
           OPEN I-O SUC-TRANS-FILE.
           IF ws-fs-suctrans NOT = "00"
               DISPLAY "No se pudo abrir el historial de "
                   "transferencias: ", ws-fs-suctrans
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
               DISPLAY "La cobranza de prestamos es exclusiva de ",
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

      * Recorrido completo de CUOTAS.DAT, que por su clave entrega las
      * cuotas de cada prestamo juntas y en orden de numero. Al
      * cambiar de prestamo se actualiza el anterior.
       200-PROCESO-COBRANZA.
           MOVE "N" TO ws-fin-cuotas.
           MOVE "N" TO ws-hay-prestamo.
           MOVE LOW-VALUES TO cuo-clave.
           START CUOTAS-FILE KEY NOT < cuo-clave
               INVALID KEY MOVE "S" TO ws-fin-cuotas
           END-START.
           PERFORM UNTIL fin-cuotas
               READ CUOTAS-FILE NEXT RECORD
                   AT END MOVE "S" TO ws-fin-cuotas
                   NOT AT END PERFORM 210-EVALUO-CUOTA
               END-READ
           END-PERFORM.
           IF hay-prestamo
               PERFORM 260-ACTUALIZO-PRESTAMO
           END-IF.

       210-EVALUO-CUOTA.
           ADD 1 TO ws-cant-leidas.
           IF cuo-prestamo NOT = ws-prestamo-actual
               IF hay-prestamo
                   PERFORM 260-ACTUALIZO-PRESTAMO
               END-IF
               PERFORM 215-INICIO-PRESTAMO
           END-IF.
           ADD 1 TO ws-cuotas-total.
           EVALUATE TRUE
               WHEN cuo-cobrada
                   PERFORM 220-CUENTO-COBRADA
               WHEN cuo-fecha-vto > ws-fecha-proceso-num
                   CONTINUE
               WHEN prestamo-en-mora
                   PERFORM 250-MARCO-MORA
               WHEN OTHER
                   ADD 1 TO ws-cant-vencidas
                   PERFORM 230-COBRO-CUOTA
           END-EVALUATE.

       215-INICIO-PRESTAMO.
           MOVE "S" TO ws-hay-prestamo.
           MOVE cuo-prestamo TO ws-prestamo-actual.
           MOVE cuo-prestamo TO ws-clave-prestamo.
           MOVE "N" TO ws-prestamo-en-mora.
           MOVE ZERO TO ws-cuotas-cobradas.
           MOVE ZERO TO ws-cuotas-total.
           MOVE ZERO TO ws-cobradas-hoy.
           MOVE ZERO TO ws-cobradas-int-hoy.
           MOVE ZERO TO ws-saldo-capital-pre.
           PERFORM 240-CUENTO-MOVIMIENTOS-HOY.

       220-CUENTO-COBRADA.
           ADD 1 TO ws-cuotas-cobradas.
           MOVE cuo-saldo-capital TO ws-saldo-capital-pre.
           IF cuo-fecha-cobro = ws-fecha-proceso-num
               ADD 1 TO ws-cobradas-hoy
               IF cuo-interes > 0
                   ADD 1 TO ws-cobradas-int-hoy
               END-IF
           END-IF.

      * Proteccion de rearranque: si en el historial hay mas "C" (o
      * mas "U") de este prestamo con la fecha de proceso que cuotas
      * cobradas hoy, el debito de esta cuota ya se hizo en una
      * corrida anterior que no llego a marcarla.
       230-COBRO-CUOTA.
           MOVE "N" TO ws-hubo-error.
           MOVE "N" TO ws-capital-grabado.
           MOVE "N" TO ws-interes-grabado.
           IF ws-movs-capital > ws-cobradas-hoy
               MOVE "S" TO ws-capital-grabado
           END-IF.
           IF cuo-interes = 0
                   OR ws-movs-interes > ws-cobradas-int-hoy
               MOVE "S" TO ws-interes-grabado
           END-IF.
           IF capital-grabado OR cuo-capital = 0
               IF NOT interes-grabado
                   PERFORM 236-DEBITO-INTERES
               END-IF
               IF capital-grabado
                   ADD 1 TO ws-cant-rearranque
               END-IF
               PERFORM 238-MARCO-COBRADA
           ELSE
               PERFORM 232-LEO-SALDO
               IF ws-disponible-actual < cuo-importe
                   PERFORM 250-MARCO-MORA
               ELSE
                   PERFORM 234-DEBITO-CAPITAL
                   IF NOT hubo-error AND NOT interes-grabado
                       PERFORM 236-DEBITO-INTERES
                   END-IF
                   IF NOT hubo-error
                       PERFORM 238-MARCO-COBRADA
                   END-IF
               END-IF
           END-IF.
           IF hubo-error
               ADD 1 TO ws-cant-errores
               MOVE "S" TO ws-prestamo-en-mora
           END-IF.

      * La cuota se cobra del saldo disponible: un cheque sin
      * compensar no alcanza para pagarla.
       232-LEO-SALDO.
           MOVE cuo-socio TO sal-socio.
           MOVE "ARS" TO sal-moneda.
           MOVE ZERO TO ws-disponible-actual.
           READ SALDOS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE sal-disponible TO ws-disponible-actual
           END-READ.

       234-DEBITO-CAPITAL.
           MOVE "C" TO ws-mov-tipo.
           MOVE cuo-capital TO ws-mov-importe.
           PERFORM 700-GRABO-MOVIMIENTO.
           IF trans-grabada
               COMPUTE ws-mov-importe = 0 - cuo-capital
               PERFORM 720-ACTUALIZO-SALDO
               ADD cuo-capital TO ws-total-capital
           ELSE
               MOVE "S" TO ws-hubo-error
           END-IF.

       236-DEBITO-INTERES.
           MOVE "U" TO ws-mov-tipo.
           MOVE cuo-interes TO ws-mov-importe.
           PERFORM 700-GRABO-MOVIMIENTO.
           IF trans-grabada
               COMPUTE ws-mov-importe = 0 - cuo-interes
               PERFORM 720-ACTUALIZO-SALDO
               ADD cuo-interes TO ws-total-intereses
           ELSE
               MOVE "S" TO ws-hubo-error
           END-IF.

       238-MARCO-COBRADA.
           MOVE "C" TO cuo-estado.
           MOVE ws-fecha-proceso-num TO cuo-fecha-cobro.
           REWRITE reg-cuota.
           IF ws-fs-cuotas NOT = "00"
               MOVE "S" TO ws-hubo-error
               DISPLAY "Atencion: no se pudo marcar cobrada la cuota ",
                   cuo-numero, " del socio ", cuo-socio, ": ",
                   ws-fs-cuotas
           ELSE
               ADD 1 TO ws-cant-cobradas
               PERFORM 220-CUENTO-COBRADA
               MOVE cuo-importe TO ws-importe-edit
               DISPLAY "Cobrada: socio ", cuo-socio, " cuota ",
                   cuo-numero, " ", ws-importe-edit
           END-IF.

      * Movimientos "C" y "U" del socio con la fecha de proceso que
      * apuntan a este prestamo.
       240-CUENTO-MOVIMIENTOS-HOY.
           MOVE ZERO TO ws-movs-capital.
           MOVE ZERO TO ws-movs-interes.
           MOVE "N" TO ws-fin-busqueda.
           MOVE ws-cp-socio TO rst-socio.
           MOVE ws-fecha-proceso-num TO rst-fecha.
           MOVE ZERO TO rst-secuencia.
           START SUC-TRANS-FILE KEY NOT < rst-clave
               INVALID KEY MOVE "S" TO ws-fin-busqueda
           END-START.
           PERFORM UNTIL fin-busqueda
               READ SUC-TRANS-FILE NEXT RECORD
                   AT END MOVE "S" TO ws-fin-busqueda
                   NOT AT END
                       IF rst-socio = ws-cp-socio
                               AND rst-fecha = ws-fecha-proceso-num
                           IF rst-ref-fecha = ws-cp-fecha
                                   AND rst-ref-secuencia =
                                       ws-cp-secuencia
                               IF rst-tipo = "C"
                                   ADD 1 TO ws-movs-capital
                               END-IF
                               IF rst-tipo = "U"
                                   ADD 1 TO ws-movs-interes
                               END-IF
                           END-IF
                       ELSE
                           MOVE "S" TO ws-fin-busqueda
                       END-IF
               END-READ
           END-PERFORM.

      * Cuota vencida sin cobrar: queda en mora (y las siguientes del
      * prestamo tambien).
       250-MARCO-MORA.
           MOVE "S" TO ws-prestamo-en-mora.
           ADD 1 TO ws-cant-mora.
           ADD cuo-importe TO ws-total-mora.
           IF NOT cuo-en-mora
               MOVE "M" TO cuo-estado
               REWRITE reg-cuota
               IF ws-fs-cuotas NOT = "00"
                   ADD 1 TO ws-cant-errores
                   DISPLAY "Atencion: no se pudo marcar en mora la ",
                       "cuota ", cuo-numero, " del socio ", cuo-socio,
                       ": ", ws-fs-cuotas
               END-IF
           END-IF.
           MOVE cuo-importe TO ws-importe-edit.
           DISPLAY "En mora: socio ", cuo-socio, " cuota ",
               cuo-numero, " ", ws-importe-edit.

      * Cuotas pagadas y saldo de capital del prestamo segun sus
      * cuotas; con todas cobradas el prestamo queda cancelado.
       260-ACTUALIZO-PRESTAMO.
           MOVE ws-clave-prestamo TO pre-clave.
           READ PRESTAMOS-FILE
               INVALID KEY
                   ADD 1 TO ws-cant-errores
                   DISPLAY "Atencion: cuotas sin prestamo en ",
                       "PRESTAMOS.DAT: ", ws-clave-prestamo
               NOT INVALID KEY
                   PERFORM 265-REGRABO-PRESTAMO
           END-READ.

       265-REGRABO-PRESTAMO.
           IF ws-cuotas-cobradas NOT = pre-cuotas-pagadas
               MOVE ws-cuotas-cobradas TO pre-cuotas-pagadas
               IF ws-cuotas-cobradas = 0
                   MOVE pre-capital TO pre-saldo-capital
               ELSE
                   MOVE ws-saldo-capital-pre TO pre-saldo-capital
               END-IF
               IF ws-cuotas-cobradas = ws-cuotas-total
                       AND pre-vigente
                   MOVE "P" TO pre-estado
                   MOVE ws-fecha-proceso-num TO pre-fecha-cancelacion
                   ADD 1 TO ws-cant-cancelados
                   DISPLAY "Prestamo cancelado: socio ", pre-socio
               END-IF
               REWRITE reg-prestamo
               IF ws-fs-prestamos NOT = "00"
                   ADD 1 TO ws-cant-errores
                   DISPLAY "Atencion: no se pudo actualizar el ",
                       "prestamo ", ws-clave-prestamo, ": ",
                       ws-fs-prestamos
               END-IF
           END-IF.

       400-FIN.
           IF corrida-valida
               CLOSE PRESTAMOS-FILE
               CLOSE CUOTAS-FILE
               CLOSE SUC-TRANS-FILE
               CLOSE SALDOS-FILE
           END-IF.
           DISPLAY "Fecha de proceso:        ", ws-fec-dia, "/",
               ws-fec-mes, "/", ws-fec-anio.
           DISPLAY "Cuotas leidas:           ", ws-cant-leidas.
           DISPLAY "Cuotas a cobrar:         ", ws-cant-vencidas.
           DISPLAY "Cobradas:                ", ws-cant-cobradas.
           DISPLAY "En mora:                 ", ws-cant-mora.
           IF ws-cant-rearranque > 0
               DISPLAY "Ya debitadas antes (rearranque): ",
                   ws-cant-rearranque
           END-IF.
           DISPLAY "Prestamos cancelados:    ", ws-cant-cancelados.
           DISPLAY "Con error:               ", ws-cant-errores.
           DISPLAY "Capital cobrado:         ", ws-total-capital.
           DISPLAY "Intereses cobrados:      ", ws-total-intereses.
           DISPLAY "Importe en mora:         ", ws-total-mora.

      *****************************************************************
      ******************* MOVIMIENTOS Y SALDOS ************************
      *****************************************************************
      * Movimiento de la cuota en el historial con la fecha de proceso;
      * la referencia apunta al prestamo (fecha de otorgamiento y
      * secuencia).
       700-GRABO-MOVIMIENTO.
           MOVE cuo-socio TO rst-socio.
           MOVE ws-fecha-proceso-num TO rst-fecha.
           MOVE 1 TO rst-secuencia.
           MOVE cuo-sucursal TO rst-sucursal.
           MOVE ws-mov-importe TO rst-importe.
           MOVE ws-mov-tipo TO rst-tipo.
           MOVE spaces TO rst-suc-destino.
           MOVE ZERO TO rst-socio-contra.
           MOVE ws-operador TO rst-operador.
           MOVE space TO rst-marca-anulado.
           MOVE space TO rst-tipo-orig.
           MOVE cuo-fecha-otorg TO rst-ref-fecha.
           MOVE cuo-secuencia TO rst-ref-secuencia.
           MOVE spaces TO rst-reserva.
           MOVE "ARS" TO rst-moneda.
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
               DISPLAY "No se pudo grabar el movimiento ", ws-mov-tipo,
                   " del socio ", cuo-socio, ": ", ws-fs-suctrans
           END-IF.

       720-ACTUALIZO-SALDO.
           MOVE cuo-socio TO sal-socio.
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
           MOVE cuo-socio TO sal-socio.
           MOVE "ARS" TO sal-moneda.
           COMPUTE sal-saldo = ws-saldo-actual + ws-mov-importe.
           COMPUTE sal-disponible =
               ws-disponible-actual + ws-mov-importe.
           IF saldo-existe
               REWRITE reg-saldo
           ELSE
               WRITE reg-saldo
           END-IF.
           IF ws-fs-saldos NOT = "00"
               DISPLAY "Atencion: no se pudo actualizar el saldo ",
                   "del socio ", sal-socio, ": ", ws-fs-saldos
               DISPLAY "El movimiento quedo en el historial sin ",
                   "impactar el saldo; verificar con la ",
                   "verificacion de saldos."
           END-IF.

       END PROGRAM COBRANZA_PRESTAMOS.
