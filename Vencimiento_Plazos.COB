      ******************************************************************
      * Author:
      * Date:
      * Purpose: Corrida diaria de vencimientos de plazos fijos. Para
      *          una fecha de proceso (dia habil segun CALENDARIO.DAT)
      *          recorre PLAZOFIJO.DAT y liquida los plazos fijos
      *          vigentes cuyo vencimiento, corrido al dia habil
      *          siguiente si cae en sabado, domingo o feriado, ya
      *          llego:
      *
      *          Sin renovacion: acredita en la caja de ahorro el
      *          capital (tipo "V") y el interes del plazo (tipo "G")
      *          y el plazo fijo queda pagado.
      *
      *          Con renovacion automatica: acredita solo el interes
      *          (tipo "G"), el plazo fijo queda renovado y el capital
      *          se reinvierte en un plazo fijo nuevo desde la fecha de
      *          proceso, por el mismo plazo y a la tasa vigente
      *          (parametro TASA-PLAZO; sin parametro, la misma tasa).
      *          El nuevo lleva como origen la clave del renovado. Un
      *          socio que ya no esta activo no renueva: se le paga.
      *
      *          Proteccion de rearranque: si una corrida anterior se
      *          corto a mitad de camino, el plazo fijo con su pago ya
      *          grabado en el historial (o su renovacion ya grabada)
      *          no se vuelve a pagar; solo se completa su estado.
      *
      *          No corre si el periodo de la fecha de proceso esta
      *          cerrado en PERIODOS.DAT. El operador se valida contra
      *          OPERADORES.DAT (contadores y supervisores).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCIMIENTO_PLAZOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAZOS-FILE ASSIGN TO "PLAZOFIJO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pf-clave
               FILE STATUS IS ws-fs-plazos.
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
           SELECT SOCIOS-MASTER ASSIGN TO "SOCIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS soc-codigo
               FILE STATUS IS ws-fs-socios.
           SELECT PERIODOS-FILE ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS per-clave
               FILE STATUS IS ws-fs-periodos.
           SELECT PARAMETROS-FILE ASSIGN TO "PARAMETROS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-parametros.
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
       FD  PLAZOS-FILE.
       01  reg-plazo.
           03 pf-clave.
               05 pf-socio     pic 9(6).
               05 pf-fecha-inicio.
                   07 pf-ini-anio pic 9999.
                   07 pf-ini-mes  pic 99.
                   07 pf-ini-dia  pic 99.
               05 pf-secuencia pic 9(4).
           03 pf-sucursal  pic x(3).
           03 pf-capital   pic 9(7)v99.
           03 pf-tasa      pic 9(3)v99.
           03 pf-plazo-dias pic 9(3).
           03 pf-fecha-vencimiento.
               05 pf-vto-anio pic 9999.
               05 pf-vto-mes  pic 99.
               05 pf-vto-dia  pic 99.
           03 pf-estado    pic x.
               88 pf-vigente   value "V".
               88 pf-pagado    value "P".
               88 pf-cancelado value "C".
               88 pf-renovado  value "R".
           03 pf-renovacion pic x.
               88 pf-renueva   value "S".
           03 pf-interes   pic 9(7)v99.
           03 pf-penalidad pic 9(7)v99.
           03 pf-fecha-cierre pic 9(8).
           03 pf-operador  pic x(8).
           03 pf-origen.
               05 pf-origen-fecha pic 9(8).
               05 pf-origen-secuencia pic 9(4).
           03 pf-reserva   pic x(26).

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

       FD  PARAMETROS-FILE.
       01  reg-parametro.
           03 par-clave   pic x(12).
           03 par-importe pic 9(7)v99.

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
       01  ws-fs-plazos   pic xx value spaces.
       01  ws-fs-suctrans pic xx value spaces.
       01  ws-fs-saldos   pic xx value spaces.
       01  ws-fs-socios   pic xx value spaces.
       01  ws-fs-periodos pic xx value spaces.
       01  ws-fs-parametros pic xx value spaces.
       01  ws-fs-calendario pic xx value spaces.
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
       01  ws-tasa-plazo  pic 9(7)v99 value zero.
      *****************************************************************
      ************************ VENCIMIENTOS ***************************
      *****************************************************************
       01  ws-fin-plazos  pic x value "N".
           88 fin-plazos value "S".
       01  ws-clave-actual pic x(18).
       01  ws-fecha-pago  pic 9(8).
       01  ws-renueva     pic x value "N".
           88 renueva value "S".
       01  ws-ya-pagado   pic x value "N".
           88 ya-pagado value "S".
       01  ws-pago-g-hecho pic x value "N".
           88 pago-g-hecho value "S".
       01  ws-pago-v-hecho pic x value "N".
           88 pago-v-hecho value "S".
       01  ws-ya-renovado pic x value "N".
           88 ya-renovado value "S".
       01  ws-fin-busqueda pic x value "N".
           88 fin-busqueda value "S".
       01  ws-pf-grabado  pic x value "N".
           88 pf-grabado value "S".
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
      * imagen del plazo fijo que vence, para armar su renovacion
       01  ws-plazo-vencido.
           03 ven-clave.
               05 ven-socio    pic 9(6).
               05 ven-fecha-inicio pic 9(8).
               05 ven-secuencia pic 9(4).
           03 ven-sucursal pic x(3).
           03 ven-capital  pic 9(7)v99.
           03 ven-tasa     pic 9(3)v99.
           03 ven-plazo-dias pic 9(3).
           03 ven-resto    pic x(82).
       01  ws-cant-leidos pic 9(6) value zero.
       01  ws-cant-pagados pic 9(6) value zero.
       01  ws-cant-renovados pic 9(6) value zero.
       01  ws-cant-rearranque pic 9(6) value zero.
       01  ws-cant-errores pic 9(6) value zero.
       01  ws-total-capital pic 9(11)v99 value zero.
       01  ws-total-intereses pic 9(11)v99 value zero.
       01  ws-importe-edit pic zzzzzz9,99.
      *****************************************************************
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
       01  ws-fs-audit    pic xx value spaces.
       01  ws-programa-acceso pic x(31) value "VENCIMIENTO_PLAZOS".
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
                   PERFORM 200-PROCESO-VENCIMIENTOS
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
               PERFORM 120-LEO-PARAMETROS
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

       120-LEO-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE.
           IF ws-fs-parametros NOT = "00"
               DISPLAY "No se pudo abrir el archivo de parametros: "
                   ws-fs-parametros
           ELSE
               PERFORM UNTIL ws-fs-parametros = "10"
                   READ PARAMETROS-FILE
                       AT END MOVE "10" TO ws-fs-parametros
                       NOT AT END
                           IF par-clave = "TASA-PLAZO"
                               MOVE par-importe TO ws-tasa-plazo
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS-FILE
           END-IF.
           IF ws-tasa-plazo = 0
               DISPLAY "Sin parametro TASA-PLAZO: las renovaciones ",
                   "conservan la tasa del plazo fijo vencido"
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
           OPEN I-O PLAZOS-FILE.
           IF ws-fs-plazos NOT = "00"
               DISPLAY "No se pudo abrir el archivo de plazos fijos: "
                   ws-fs-plazos
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
           OPEN INPUT SOCIOS-MASTER.
           IF ws-fs-socios NOT = "00"
               DISPLAY "No se pudo abrir el padron de socios: "
                   ws-fs-socios
               DISPLAY "Sin padron no se distinguen los socios ",
                   "cerrados; la corrida se cancela."
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
               DISPLAY "La corrida de vencimientos de plazos fijos es ",
                   "exclusiva de contadores y supervisores"
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

      * Recorrido completo de PLAZOFIJO.DAT. Despues de liquidar un
      * plazo fijo se vuelve a posicionar detras de su clave, porque
      * la renovacion graba un registro nuevo en el mismo archivo.
       200-PROCESO-VENCIMIENTOS.
           MOVE "N" TO ws-fin-plazos.
           MOVE LOW-VALUES TO pf-clave.
           START PLAZOS-FILE KEY NOT < pf-clave
               INVALID KEY MOVE "S" TO ws-fin-plazos
           END-START.
           PERFORM UNTIL fin-plazos
               READ PLAZOS-FILE NEXT RECORD
                   AT END MOVE "S" TO ws-fin-plazos
                   NOT AT END PERFORM 210-EVALUO-PLAZO
               END-READ
           END-PERFORM.

       210-EVALUO-PLAZO.
           ADD 1 TO ws-cant-leidos.
           IF pf-vigente
               PERFORM 220-CALCULO-FECHA-PAGO
               IF ws-fecha-pago <= ws-fecha-proceso-num
                   MOVE pf-clave TO ws-clave-actual
                   PERFORM 230-LIQUIDO-PLAZO
                   MOVE ws-clave-actual TO pf-clave
                   START PLAZOS-FILE KEY > pf-clave
                       INVALID KEY MOVE "S" TO ws-fin-plazos
                   END-START
               END-IF
           END-IF.

      * El vencimiento que cae en dia no habil se paga el dia habil
      * siguiente.
       220-CALCULO-FECHA-PAGO.
           MOVE pf-fecha-vencimiento TO ws-fecha-calc.
           PERFORM 140-EVALUO-DIA-HABIL.
           PERFORM UNTIL dia-habil
               PERFORM 145-SUMO-UN-DIA
               PERFORM 140-EVALUO-DIA-HABIL
           END-PERFORM.
           MOVE ws-fecha-calc-num TO ws-fecha-pago.

       230-LIQUIDO-PLAZO.
           MOVE reg-plazo TO ws-plazo-vencido.
           MOVE "N" TO ws-hubo-error.
           MOVE "N" TO ws-renueva.
           IF pf-renueva
               MOVE pf-socio TO soc-codigo
               READ SOCIOS-MASTER
                   INVALID KEY MOVE "C" TO soc-estado
               END-READ
               IF soc-activo
                   MOVE "S" TO ws-renueva
               END-IF
           END-IF.
           PERFORM 240-CONTROLO-YA-PAGADO.
           IF NOT ya-pagado
               PERFORM 250-ACREDITO-PAGO
           END-IF.
           IF renueva AND NOT hubo-error
               PERFORM 245-CONTROLO-YA-RENOVADO
               IF NOT ya-renovado
                   PERFORM 260-GRABO-RENOVACION
               END-IF
           END-IF.
           IF NOT hubo-error
               PERFORM 270-CIERRO-VENCIDO
           ELSE
               ADD 1 TO ws-cant-errores
           END-IF.

      * Proteccion de rearranque: el "G" (interes) y el "V" (capital)
      * del socio con la fecha de proceso que apuntan a este plazo
      * fijo indican que ese pago ya se hizo en una corrida anterior
      * que no llego a cerrarlo. El plazo queda pagado solo si estan
      * los dos que corresponden (sin "G" si no hay interes, sin "V"
      * si se renueva); si falta uno, se graba solo ese.
       240-CONTROLO-YA-PAGADO.
           MOVE "N" TO ws-ya-pagado.
           MOVE "N" TO ws-pago-g-hecho.
           MOVE "N" TO ws-pago-v-hecho.
           MOVE "N" TO ws-fin-busqueda.
           MOVE ven-socio TO rst-socio.
           MOVE ws-fecha-proceso-num TO rst-fecha.
           MOVE ZERO TO rst-secuencia.
           START SUC-TRANS-FILE KEY NOT < rst-clave
               INVALID KEY MOVE "S" TO ws-fin-busqueda
           END-START.
           PERFORM UNTIL fin-busqueda
               READ SUC-TRANS-FILE NEXT RECORD
                   AT END MOVE "S" TO ws-fin-busqueda
                   NOT AT END
                       IF rst-socio = ven-socio
                               AND rst-fecha = ws-fecha-proceso-num
                           IF rst-ref-fecha = ven-fecha-inicio
                                   AND rst-ref-secuencia =
                                       ven-secuencia
                               IF rst-tipo = "G"
                                   MOVE "S" TO ws-pago-g-hecho
                               END-IF
                               IF rst-tipo = "V"
                                   MOVE "S" TO ws-pago-v-hecho
                               END-IF
                           END-IF
                       ELSE
                           MOVE "S" TO ws-fin-busqueda
                       END-IF
               END-READ
           END-PERFORM.
           IF (pago-g-hecho OR pf-interes = 0)
                   AND (pago-v-hecho OR renueva)
               MOVE "S" TO ws-ya-pagado
           END-IF.
           IF pago-g-hecho OR pago-v-hecho
               ADD 1 TO ws-cant-rearranque
           END-IF.

      * Idem para la renovacion: un plazo fijo del socio constituido
      * en la fecha de proceso con este como origen.
       245-CONTROLO-YA-RENOVADO.
           MOVE "N" TO ws-ya-renovado.
           MOVE "N" TO ws-fin-busqueda.
           MOVE ven-socio TO pf-socio.
           MOVE ws-fecha-proceso-num TO pf-fecha-inicio.
           MOVE ZERO TO pf-secuencia.
           START PLAZOS-FILE KEY NOT < pf-clave
               INVALID KEY MOVE "S" TO ws-fin-busqueda
           END-START.
           PERFORM UNTIL fin-busqueda
               READ PLAZOS-FILE NEXT RECORD
                   AT END MOVE "S" TO ws-fin-busqueda
                   NOT AT END
                       IF pf-socio = ven-socio
                               AND pf-fecha-inicio =
                                   ws-fecha-proceso-num
                           IF pf-origen-fecha = ven-fecha-inicio
                                   AND pf-origen-secuencia =
                                       ven-secuencia
                               MOVE "S" TO ws-ya-renovado
                               MOVE "S" TO ws-fin-busqueda
                           END-IF
                       ELSE
                           MOVE "S" TO ws-fin-busqueda
                       END-IF
               END-READ
           END-PERFORM.

      * Interes siempre a la caja de ahorro; el capital solo si no se
      * renueva.
       250-ACREDITO-PAGO.
           MOVE ws-plazo-vencido TO reg-plazo.
           IF pf-interes > 0 AND NOT pago-g-hecho
               MOVE "G" TO ws-mov-tipo
               MOVE pf-interes TO ws-mov-importe
               PERFORM 700-GRABO-MOVIMIENTO
               IF trans-grabada
                   PERFORM 720-ACTUALIZO-SALDO
                   ADD pf-interes TO ws-total-intereses
               ELSE
                   MOVE "S" TO ws-hubo-error
               END-IF
           END-IF.
           IF NOT renueva AND NOT hubo-error AND NOT pago-v-hecho
               MOVE "V" TO ws-mov-tipo
               MOVE pf-capital TO ws-mov-importe
               PERFORM 700-GRABO-MOVIMIENTO
               IF trans-grabada
                   PERFORM 720-ACTUALIZO-SALDO
                   ADD pf-capital TO ws-total-capital
               ELSE
                   MOVE "S" TO ws-hubo-error
               END-IF
           END-IF.

      * El plazo fijo nuevo: mismo socio, sucursal, capital y plazo,
      * desde la fecha de proceso y a la tasa vigente.
       260-GRABO-RENOVACION.
           MOVE ws-plazo-vencido TO reg-plazo.
           MOVE ws-fecha-proceso-num TO pf-fecha-inicio.
           MOVE 1 TO pf-secuencia.
           IF ws-tasa-plazo > 0
               MOVE ws-tasa-plazo TO pf-tasa
           END-IF.
           MOVE ws-fecha-proceso-num TO ws-fecha-calc-num.
           PERFORM 145-SUMO-UN-DIA pf-plazo-dias TIMES.
           MOVE ws-fecha-calc TO pf-fecha-vencimiento.
           MOVE "V" TO pf-estado.
           COMPUTE pf-interes ROUNDED =
               pf-capital * pf-tasa * pf-plazo-dias / 36500.
           MOVE ZERO TO pf-penalidad.
           MOVE ZERO TO pf-fecha-cierre.
           MOVE ws-operador TO pf-operador.
           MOVE ven-fecha-inicio TO pf-origen-fecha.
           MOVE ven-secuencia TO pf-origen-secuencia.
           MOVE "N" TO ws-pf-grabado.
           PERFORM UNTIL pf-grabado OR pf-secuencia = 9999
               WRITE reg-plazo
                   INVALID KEY ADD 1 TO pf-secuencia
                   NOT INVALID KEY MOVE "S" TO ws-pf-grabado
               END-WRITE
               IF NOT pf-grabado AND ws-fs-plazos NOT = "22"
                   MOVE 9999 TO pf-secuencia
               END-IF
           END-PERFORM.
           IF NOT pf-grabado
               MOVE "S" TO ws-hubo-error
               DISPLAY "No se pudo grabar la renovacion del plazo ",
                   "fijo del socio ", ven-socio, ": ", ws-fs-plazos
           END-IF.

      * El plazo fijo vencido queda pagado o renovado, con la fecha
      * de proceso como fecha de cierre.
       270-CIERRO-VENCIDO.
           MOVE ven-clave TO pf-clave.
           READ PLAZOS-FILE
               INVALID KEY
                   ADD 1 TO ws-cant-errores
                   DISPLAY "Atencion: no se pudo releer el plazo fijo ",
                       ven-clave
               NOT INVALID KEY
                   IF renueva
                       MOVE "R" TO pf-estado
                   ELSE
                       MOVE "P" TO pf-estado
                   END-IF
                   MOVE ws-fecha-proceso-num TO pf-fecha-cierre
                   REWRITE reg-plazo
                   PERFORM 280-INFORMO-VENCIDO
           END-READ.

       280-INFORMO-VENCIDO.
           IF ws-fs-plazos NOT = "00"
               ADD 1 TO ws-cant-errores
               DISPLAY "Atencion: no se pudo cerrar el plazo fijo ",
                   ven-clave, ": ", ws-fs-plazos
           ELSE
               MOVE pf-capital TO ws-importe-edit
               IF renueva
                   ADD 1 TO ws-cant-renovados
                   DISPLAY "Renovado: socio ", pf-socio, " capital ",
                       ws-importe-edit
               ELSE
                   ADD 1 TO ws-cant-pagados
                   DISPLAY "Pagado:   socio ", pf-socio, " capital ",
                       ws-importe-edit
               END-IF
           END-IF.

       400-FIN.
           IF corrida-valida
               CLOSE PLAZOS-FILE
               CLOSE SUC-TRANS-FILE
               CLOSE SALDOS-FILE
               CLOSE SOCIOS-MASTER
           END-IF.
           DISPLAY "Fecha de proceso:        ", ws-fec-dia, "/",
               ws-fec-mes, "/", ws-fec-anio.
           DISPLAY "Plazos fijos leidos:     ", ws-cant-leidos.
           DISPLAY "Pagados:                 ", ws-cant-pagados.
           DISPLAY "Renovados:               ", ws-cant-renovados.
           IF ws-cant-rearranque > 0
               DISPLAY "Ya pagados antes (rearranque): ",
                   ws-cant-rearranque
           END-IF.
           DISPLAY "Con error:               ", ws-cant-errores.
           DISPLAY "Capital devuelto:        ", ws-total-capital.
           DISPLAY "Intereses acreditados:   ", ws-total-intereses.

      *****************************************************************
      ******************* MOVIMIENTOS Y SALDOS ************************
      *****************************************************************
      * Movimiento del plazo fijo en el historial con la fecha de
      * proceso; la referencia apunta al plazo fijo (fecha de
      * constitucion y secuencia).
       700-GRABO-MOVIMIENTO.
           MOVE pf-socio TO rst-socio.
           MOVE ws-fecha-proceso-num TO rst-fecha.
           MOVE 1 TO rst-secuencia.
           MOVE pf-sucursal TO rst-sucursal.
           MOVE ws-mov-importe TO rst-importe.
           MOVE ws-mov-tipo TO rst-tipo.
           MOVE spaces TO rst-suc-destino.
           MOVE ZERO TO rst-socio-contra.
           MOVE ws-operador TO rst-operador.
           MOVE space TO rst-marca-anulado.
           MOVE space TO rst-tipo-orig.
           MOVE pf-fecha-inicio TO rst-ref-fecha.
           MOVE pf-secuencia TO rst-ref-secuencia.
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
                   " del socio ", pf-socio, ": ", ws-fs-suctrans
           END-IF.

       720-ACTUALIZO-SALDO.
           MOVE pf-socio TO sal-socio.
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
           MOVE pf-socio TO sal-socio.
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

       END PROGRAM VENCIMIENTO_PLAZOS.
