           SELECT SALDOS-FILE ASSIGN TO "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS sal-clave
               FILE STATUS IS ws-fs-saldos.
           SELECT EXCEP-LOG-FILE ASSIGN TO "EXCEPCIONES.LOG"
               ORGANIZATION IS SEQUENTIAL
           SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-calendario.
           SELECT PENDIENTES-FILE ASSIGN TO "PENDIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pen-clave
               FILE STATUS IS ws-fs-pendientes.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS opr-codigo
               FILE STATUS IS ws-fs-operadores.
           SELECT AUDIT-FILE ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-audit.
           SELECT CHEQUES-FILE ASSIGN TO "CHEQUES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS chq-clave
               FILE STATUS IS ws-fs-cheques.
           SELECT COTIZACIONES-FILE ASSIGN TO "COTIZACIONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS cot-clave
               FILE STATUS IS ws-fs-cotizaciones.
       DATA DIVISION.
       FILE SECTION.
       FD  SUC-TRANS-FILE.
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
           03 rst-datos-cambio redefines rst-reserva.
               05 rst-cam-operacion pic x.
                   88 rst-cam-compra value "C".
                   88 rst-cam-venta  value "V".
               05 rst-cam-cotizacion pic 9(5)v9(4).
               05 filler       pic x(5).
           03 rst-moneda   pic x(3).
               88 rst-en-pesos   values "ARS" "   ".
               88 rst-en-dolares value "USD".

       FD  BATCH-INGRESOS-FILE.
       01  reg-batch-ingreso.
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

       FD  SUCURSALES-MASTER.
       01  reg-sucursal-mstr.

       FD  SALDOS-FILE.
       01  reg-saldo.
           03 sal-clave.
               05 sal-socio    pic 9(6).
               05 sal-moneda   pic x(3).
           03 sal-saldo    pic s9(9)v99.
           03 sal-disponible pic s9(9)v99.

       FD  EXCEP-LOG-FILE.
       01  reg-excepcion.
           03 filler       pic x value space.
           03 lmg-tipo     pic x.
           03 filler       pic x value space.
           03 lmg-moneda   pic x(3).
           03 filler       pic x value space.
           03 lmg-importe  pic zz.zzz.zz9,99.
           03 filler       pic x value space.
           03 lmg-marca    pic x(10).
           03 cal-fecha  pic 9(8).
           03 cal-motivo pic x(20).

      * movimientos sobre LIM-SUPERV retenidos hasta que un supervisor
      * los apruebe o rechace (autorizacion del supervisor)
       FD  PENDIENTES-FILE.
       01  reg-pendiente.
           03 pen-clave.
               05 pen-sucursal pic x(3).
               05 pen-fecha-alta pic 9(8).
               05 pen-secuencia pic 9(4).
           03 pen-estado   pic x.
               88 pen-pendiente value "P".
               88 pen-aprobado  value "A".
               88 pen-rechazado value "R".
           03 pen-hora-alta pic 9(8).
           03 pen-cajero   pic x(8).
           03 pen-lote     pic x(10).
           03 pen-movimiento.
               05 pen-socio    pic 9(6).
               05 pen-fecha.
                   07 pen-anio pic 9999.
                   07 pen-mes  pic 99.
                   07 pen-dia  pic 99.
               05 pen-importe  pic s9(7)v99.
               05 pen-tipo     pic x.
               05 pen-suc-destino pic x(3).
               05 pen-socio-destino pic 9(6).
           03 pen-decision.
               05 pen-supervisor pic x(8).
               05 pen-fecha-decision pic 9(8).
               05 pen-motivo   pic x(30).
           03 pen-moneda   pic x(3).
           03 pen-reserva  pic x(17).
           03 pen-datos-cambio redefines pen-reserva.
               05 pen-cam-operacion pic x.
                   88 pen-cam-compra value "C".
                   88 pen-cam-venta  value "V".
               05 pen-cam-cotizacion pic 9(5)v9(4).
               05 filler       pic x(7).
           03 pen-datos-lote redefines pen-reserva.
               05 pen-presento pic x(8).
               05 filler       pic x(9).

       FD  RESTART-FILE.
       01  reg-restart.
           03 rck-anio     pic 9999.
           03 rck-importe  pic s9(7)v99.
           03 rck-tipo     pic x.
           03 rck-suc-destino pic x(3).
           03 rck-moneda   pic x(3).

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

       FD  COTIZACIONES-FILE.
       01  reg-cotizacion.
           03 cot-clave.
               05 cot-fecha    pic 9(8).
               05 cot-moneda   pic x(3).
           03 cot-comprador pic 9(5)v9(4).
           03 cot-vendedor pic 9(5)v9(4).
           03 cot-referencia pic 9(5)v9(4).
           03 cot-operador pic x(8).
           03 cot-hora-alta pic 9(8).
           03 cot-reserva  pic x(10).

       WORKING-STORAGE SECTION.
      *****************************************************************
       01  ws-limite-informe pic 9(7)v99 value zero.
       01  ws-limite-supervisor pic 9(7)v99 value zero.
       01  ws-cant-movgrandes pic 9(5) value zero.
       01  ws-fs-pendientes pic xx value spaces.
       01  ws-pendientes-abierto pic x value "N".
           88 pendientes-disponible value "S".
       01  ws-mov-retenido pic x value "N".
           88 mov-retenido value "S".
       01  ws-cant-retenidos pic 9(5) value zero.
       01  ws-fs-print    pic xx value spaces.
       01  ws-fs-printsuc pic xx value spaces.
       01  ws-pagina      pic 9(4).
               05 chkp-importe  pic s9(7)v99.
               05 chkp-tipo     pic x.
               05 chkp-suc-destino pic x(3).
               05 chkp-moneda   pic x(3).
       01  ws-csv-mes     pic x(10).
       01  ws-csv-importe-ed pic ---9(9),99.
       01  ws-csv-neto-ed pic ---9(9),99.
       01  ws-saldos-abierto pic x value "N".
           88 saldos-disponible value "S".
       01  ws-saldo-actual pic s9(9)v99.
       01  ws-disponible-actual pic s9(9)v99.
       01  ws-saldo-existe pic x value "N".
           88 saldo-existe value "S".
       01  ws-operador    pic x(8) value spaces.
       01  ws-socio-dest-valido pic x value "N".
           88 socio-dest-valido value "S".
       01  ws-saldo-destino pic s9(9)v99.
       01  ws-disponible-destino pic s9(9)v99.
       01  ws-saldo-dest-existe pic x value "N".
           88 saldo-dest-existe value "S".
      *****************************************************************

       01  lin-prt-blanco pic x(132) value spaces.

       01  lin-titulo-resumen-usd.
           03 filler pic x(22) value space.
           03 filler pic x(37) value
               "RESUMEN ANUAL EN DOLARES POR SUCURSAL".

       01  lin-tot-monto-usd.
           03 filler pic x(28) value "Total en dolares (U$S):".
           03 lin-total-usd pic zzz.zzz.zzz.zz9,99.
           03 filler pic x(9) value "  Neto: ".
           03 lin-total-usd-neto pic -zzz.zzz.zzz.zz9,99.

       01  lin-sin-dolares.
           03 filler pic x(40) value
               "No hubo movimientos en dolares.".

       01  lin-prt-resumen-usd-tit.
           03 filler pic x(2) value space.
           03 filler pic x(43) value
               "RESUMEN ANUAL EN DOLARES (U$S) POR SUCURSAL".

       01  lin-prt-suc-usd-tit.
           03 filler pic x(6) value space.
           03 filler pic x(28) value "MOVIMIENTOS EN DOLARES (U$S)".

       01  lin-titulo-comp.
           03 filler pic x(18) value space.
           03 filler pic x(19) value "COMPARATIVO ANUAL".
           03 dia pic 99.
       01  ws-anio-proceso pic 9999.
       01  ws-anio-comparado pic 9999.
       01  ws-fecha-ref.
           03 ws-ref-anio pic 9999.
           03 ws-ref-mes  pic 99.
           03 ws-ref-dia  pic 99.
       01  ws-comp-total-1 pic 9(10)v99.
       01  ws-comp-total-2 pic 9(10)v99.
       01  ws-comp-variacion pic s9(10)v99.
       01  acum-importe-total pic 9(12)v99.
       01  acum-importe-neto pic s9(10)v99.
       01  acum-importe-total-neto pic s9(12)v99.
       01  acum-usd-total pic 9(12)v99.
       01  acum-usd-total-neto pic s9(12)v99.
       01  ws-hay-dolares pic x value "N".
           88 hay-dolares value "S".
       01  pos-max-mes pic 99.
       01  max-importe-mes pic s9(10)v99.
       01  pos-max-sucursal pic 999.
                   07 mat-importe-neto pic s9(9)v99.
       01  tab-tot-suc-neto.
           03 vec-tot-suc-neto pic s9(10)v99 occurs 100 times.
       01  tabla-dolares.
           03 vec-meses-usd occurs 12 times.
               05 vec-sucursales-usd occurs 100 times.
                   07 mat-importe-usd pic 9(9)v99.
                   07 mat-importe-neto-usd pic s9(9)v99.
       01  tab-tot-suc-usd.
           03 vec-sucursal-tot-usd occurs 100 times.
               05 vec-tot-suc-usd pic 9(10)v99.
               05 vec-tot-suc-neto-usd pic s9(10)v99.
       01  tab-comparado.
           03 vec-meses-comp occurs 12 times.
               05 vec-sucursales-comp occurs 100 times.
               88 ing-retiro   value "R".
               88 ing-transferencia value "T".
               88 ing-transf-socio value "S".
               88 ing-deposito-cheque value "Q".
               88 ing-cambio   value "K".
           03 ing-suc-destino pic x(3).
           03 ing-socio-destino pic 9(6).
           03 ing-moneda   pic x(3).
               88 ing-en-pesos   value "ARS".
               88 ing-en-dolares value "USD".
      *****************************************************************
      ********************* DEPOSITOS CON CHEQUE **********************
      *****************************************************************
       01  ws-fs-cheques  pic xx value spaces.
       01  ws-cheques-abierto pic x value "N".
           88 cheques-disponible value "S".
       01  ws-dias-cheque pic 99 value 2.
       01  ws-chq-banco   pic 9(3).
       01  ws-chq-numero  pic 9(8).
       01  ws-fecha-acreditacion pic 9(8).
       01  ws-fecha-ingreso-guardada pic x(8).
       01  ws-dias-contados pic 99.
      *****************************************************************
      ******************** MOVIMIENTOS EN DOLARES *********************
      *****************************************************************
       01  ws-fs-cotizaciones pic xx value spaces.
       01  ws-cotizaciones-abierto pic x value "N".
           88 cotizaciones-disponible value "S".
       01  ws-cotizacion-existe pic x value "N".
           88 cotizacion-existe value "S".
      * moneda e importe que mueve el saldo del socio (en el cambio
      * de moneda, la moneda que entrega)
       01  ws-moneda-saldo pic x(3).
           88 saldo-en-dolares value "USD".
       01  ws-importe-saldo pic s9(7)v99.
      * equivalente en pesos para los limites de informe y supervisor
       01  ws-importe-equiv pic s9(9)v99.
      * cambio de moneda: C = el socio compra dolares, V = los vende
       01  ws-cam-operacion pic x.
           88 cam-compra value "C".
           88 cam-venta  value "V".
       01  ws-cam-cotizacion pic 9(5)v9(4).
       01  ws-cam-importe-pesos pic s9(7)v99.
      * moneda e importe que recibe el socio en el cambio
       01  ws-cam-moneda-entra pic x(3).
       01  ws-cam-importe-entra pic s9(7)v99.
       01  ws-cotiz-edit pic zzzz9,9999.
       01  ws-importe-edit pic z.zzz.zz9,99.

      *****************************************************************
      *********************** RESPALDO PREVIO *************************
      *****************************************************************
       01  parm-respaldo.
           03 prm-programa pic x(20).
           03 prm-operador pic x(8).
           03 prm-archivos pic x.
           03 prm-resultado pic x value "S".
               88 prm-respaldo-ok value "S".

      *****************************************************************
      ******************* IDENTIFICACION OPERADOR *********************
      *****************************************************************
       01  ws-fs-operadores pic xx value spaces.
       01  ws-fs-audit    pic xx value spaces.
       01  ws-programa-acceso pic x(31) value "EJERCICIO_SALA2".
       01  ws-clave       pic x(10) value spaces.
       01  ws-rol-operador pic xx value spaces.
           88 rol-cajero        value "CJ".
           88 rol-supervisor    value "SU".
           88 rol-contador      value "CO".
           88 rol-administrador value "AD".
       01  ws-suc-operador pic x(3) value spaces.
      * cajero a cuyo nombre se graban los movimientos: el de la
      * sesion en el ingreso interactivo, el de la cabecera en batch
      * (un supervisor puede presentar el lote de otro cajero)
       01  ws-cajero-mov  pic x(8) value spaces.
       01  ws-rol-mov     pic xx value spaces.
           88 mov-rol-cajero     value "CJ".
           88 mov-rol-supervisor value "SU".
       01  ws-suc-mov     pic x(3) value spaces.
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
      ********************* PROGRAMA PRINCIPAL ************************
      *****************************************************************
           PERFORM 110-SELECCIONO-MODO-INGRESO.
           PERFORM 101-IDENTIFICO-CAJERO.
           IF acceso-ok AND ws-batch
               PERFORM 102-RESPALDO-ARCHIVOS
           END-IF.
           IF acceso-ok AND prm-respaldo-ok
               PERFORM 100-INICIO-GENERAL
               IF ws-batch
                   PERFORM 500-PROCESO-BATCH
               ELSE
                   IF ws-consulta-historial
                       PERFORM 600-REGENERO-DESDE-HISTORIAL
                   ELSE
                       PERFORM 200-INGRESO-SOCIO
                       PERFORM UNTIL ing-socio = 0
                           PERFORM 210-INGRESO-RESTO-DATOS
                           IF registro-valido
                               PERFORM 300-PROCESO-DATOS
                           END-IF
                           PERFORM 200-INGRESO-SOCIO
                       END-PERFORM
                   END-IF
               END-IF
               PERFORM 400-FIN-GENERAL
           END-IF.
            STOP RUN.
      *****************************************************************
      *************************** RUTINAS *****************************
      *****************************************************************
       100-INICIO-GENERAL.

           PERFORM 105-ABRO-ARCHIVOS.
           PERFORM 107-LEO-SUCURSALES.
           PERFORM 109-LEO-PARAMETROS.
           END-IF.
           MOVE ZERO TO ws-cant-descartados.

      * Igual que el mantenimiento de maestros: el operador se
      * identifica con su clave al abrir la sesion. El ingreso de
      * movimientos (interactivo o batch) es solo de cajeros y
      * supervisores, y el cajero queda estampado en cada movimiento
      * que graba. En batch el cajero viene en la cabecera del lote:
      * tiene que ser el de la sesion, salvo que la sesion sea de un
      * supervisor, y se valida contra el maestro de operadores al
      * validar el lote.
       101-IDENTIFICO-CAJERO.
           PERFORM 180-IDENTIFICO-OPERADOR.
           IF acceso-ok AND NOT ws-consulta-historial
                   AND NOT rol-cajero AND NOT rol-supervisor
               DISPLAY "El ingreso de movimientos es exclusivo de ",
                   "cajeros y supervisores"
               MOVE "N" TO ws-acceso-ok
           END-IF.
           MOVE ws-operador TO ws-cajero-mov.
           MOVE ws-rol-operador TO ws-rol-mov.
           MOVE ws-suc-operador TO ws-suc-mov.

      * El lote batch regraba saldos e historial de una sola vez:
      * antes de abrirlos se toma un respaldo de los dos (catalogado
      * en RESPALDOS.DAT). Sin respaldo el lote no se procesa. El
      * ingreso interactivo no lo necesita (prm-resultado queda "S").
       102-RESPALDO-ARCHIVOS.
           MOVE "EJERCICIO_SALA2" TO prm-programa.
           MOVE ws-operador TO prm-operador.
           MOVE "A" TO prm-archivos.
           CALL "RESPALDO_ARCHIVOS" USING parm-respaldo.
           IF NOT prm-respaldo-ok
               DISPLAY "Sin respaldo previo el lote no se procesa."
           END-IF.

       105-ABRO-ARCHIVOS.
           IF ws-consulta-historial
                       ws-fs-saldos
               END-IF
           END-IF.
           IF NOT ws-consulta-historial
               OPEN I-O CHEQUES-FILE
               IF ws-fs-cheques = "35"
                   OPEN OUTPUT CHEQUES-FILE
                   CLOSE CHEQUES-FILE
                   OPEN I-O CHEQUES-FILE
               END-IF
               IF ws-fs-cheques = "00"
                   MOVE "S" TO ws-cheques-abierto
               ELSE
                   DISPLAY "No se pudo abrir el archivo de cheques: ",
                       ws-fs-cheques
                   DISPLAY "No se aceptan depositos con cheque"
               END-IF
           END-IF.
           IF NOT ws-consulta-historial
               OPEN INPUT COTIZACIONES-FILE
               IF ws-fs-cotizaciones = "00"
                   MOVE "S" TO ws-cotizaciones-abierto
               ELSE
                   DISPLAY "Sin cotizaciones del dolar: no se aceptan ",
                       "movimientos en dolares"
               END-IF
           END-IF.
           IF NOT ws-consulta-historial
               OPEN INPUT PERIODOS-FILE
               IF ws-fs-periodos = "00"
                       "movimientos grandes: ", ws-fs-movgrandes
               END-IF
           END-IF.
           IF NOT ws-consulta-historial
               OPEN I-O PENDIENTES-FILE
               IF ws-fs-pendientes = "35"
                   OPEN OUTPUT PENDIENTES-FILE
                   CLOSE PENDIENTES-FILE
                   OPEN I-O PENDIENTES-FILE
               END-IF
               IF ws-fs-pendientes = "00"
                   MOVE "S" TO ws-pendientes-abierto
               ELSE
                   DISPLAY "No se pudo abrir la cola de autorizacion: ",
                       ws-fs-pendientes
                   DISPLAY "Los movimientos que requieren supervisor ",
                       "seran rechazados"
               END-IF
           END-IF.
           IF ws-batch
               MOVE ZERO TO ws-cant-suspenso
               OPEN EXTEND SUSPENSO-FILE
               WHEN "MES-INACTIVO"
      * parametro de la deteccion de cuentas dormidas; aca no aplica
                   CONTINUE
               WHEN "TASA-PLAZO"
               WHEN "PENAL-PLAZO"
      * parametros de los plazos fijos; aca no aplican
                   CONTINUE
               WHEN "TASA-PRESTAMO"
      * parametro de los prestamos a socios; aca no aplica
                   CONTINUE
               WHEN "REINT-ORDEN"
      * parametro de las ordenes permanentes; aca no aplica
                   CONTINUE
               WHEN "DIAS-CHEQUE"
                   MOVE par-importe TO ws-dias-cheque
               WHEN "GEN-RESPALDO"
      * generaciones de respaldos previos; las usa Respaldo_Archivos
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Parametro desconocido: ", par-clave
           END-EVALUATE.
                   MOVE ZERO TO mat-importe(posI,posJ)
                   MOVE ZERO TO mat-importe-neto(posI,posJ)
                   MOVE ZERO TO mat-importe-comp(posI,posJ)
                   MOVE ZERO TO mat-importe-usd(posI,posJ)
                   MOVE ZERO TO mat-importe-neto-usd(posI,posJ)
           END-PERFORM.
           PERFORM 135-INICIALIZO-NETEO-EN-CERO.

                   UNTIL posJ > ws-cant-sucursales
               MOVE ZERO TO vec-tot-suc(posJ)
               MOVE ZERO TO vec-tot-suc-neto(posJ)
               MOVE ZERO TO vec-tot-suc-usd(posJ)
               MOVE ZERO TO vec-tot-suc-neto-usd(posJ)
           END-PERFORM.

       150-OBTENGO-FECHA-ACTUAL.

       165-APLICO-CHECKPOINT.
           IF rck-anio = ws-anio-proceso
               PERFORM VARYING ws-pos-restart FROM 1 BY 1
                       UNTIL ws-pos-restart > ws-cant-sucursales
                       OR cod-sucursal(ws-pos-restart) = rck-sucursal
                   CONTINUE
               END-PERFORM
               IF ws-pos-restart <= ws-cant-sucursales
                   IF rck-moneda = "USD"
                       PERFORM 167-ACUMULO-CHECKPOINT-DOLARES
                   ELSE
                       ADD rck-importe
                           TO mat-importe(rck-mes,ws-pos-restart)
                       ADD rck-importe TO vec-tot-suc(ws-pos-restart)
                       PERFORM 166-ACUMULO-NETO-CHECKPOINT
                   END-IF
                   ADD 1 TO ws-cant-checkpoints-aplicados
               END-IF
           ELSE
               IF ws-cant-checkpoints-pendientes < 999
                   ADD 1 TO ws-cant-checkpoints-pendientes
                   MOVE rck-suc-destino
                       TO chkp-suc-destino(
                       ws-cant-checkpoints-pendientes)
                   MOVE rck-moneda
                       TO chkp-moneda(ws-cant-checkpoints-pendientes)
               END-IF
           END-IF.

       166-ACUMULO-NETO-CHECKPOINT.
           IF rck-tipo = "D" OR rck-tipo = "Q" OR rck-tipo = "J"
               ADD rck-importe
                   TO mat-importe-neto(rck-mes,ws-pos-restart)
               ADD rck-importe TO vec-tot-suc-neto(ws-pos-restart)
               END-IF
           END-IF.

      * Los checkpoints en dolares van a los totales en dolares.
       167-ACUMULO-CHECKPOINT-DOLARES.
           ADD rck-importe TO mat-importe-usd(rck-mes,ws-pos-restart).
           ADD rck-importe TO vec-tot-suc-usd(ws-pos-restart).
           EVALUATE rck-tipo
               WHEN "D"
               WHEN "J"
                   ADD rck-importe
                       TO mat-importe-neto-usd(rck-mes,ws-pos-restart)
                   ADD rck-importe
                       TO vec-tot-suc-neto-usd(ws-pos-restart)
               WHEN "S"
                   CONTINUE
               WHEN OTHER
                   SUBTRACT rck-importe
                       FROM mat-importe-neto-usd(rck-mes,ws-pos-restart)
                   SUBTRACT rck-importe
                       FROM vec-tot-suc-neto-usd(ws-pos-restart)
           END-EVALUATE.

       190-GRABO-EXCEPCION.
           ACCEPT exc-fecha FROM DATE YYYYMMDD.
           ACCEPT exc-hora FROM TIME.
           MOVE ws-exc-valor TO exc-valor.
           WRITE reg-excepcion.

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

       200-INGRESO-SOCIO.
           MOVE "S" TO ws-registro-valido.
           PERFORM 205-TRAIGO-CODIGO-SOCIO.
           PERFORM 260-INGRESO-TIPO.
           PERFORM 270-INGRESO-SUC-DESTINO.
           PERFORM 280-INGRESO-SOCIO-DESTINO.
           PERFORM 290-INGRESO-DATOS-CHEQUE.
           PERFORM 261-INGRESO-MONEDA.

       230-INGRESO-SUCURSAL.
           PERFORM 235-TRAIGO-SUCURSAL.
               ACCEPT ing-sucursal
           END-IF.
           PERFORM 350-BUSCAR-POS-VEC-SUC.
      * el cajero solo opera su propia sucursal
           IF mov-rol-cajero AND posJ <= ws-cant-sucursales
                   AND ing-sucursal NOT = ws-suc-mov
               IF ws-interactivo
                   DISPLAY "El cajero ", ws-cajero-mov, " solo opera ",
                       "la sucursal ", ws-suc-mov
               END-IF
               COMPUTE posJ = ws-cant-sucursales + 1
           END-IF.

       240-INGRESO-FECHA.
           PERFORM 242-TRAIGO-FECHA.
           PERFORM 265-TRAIGO-TIPO.
           PERFORM UNTIL ing-deposito OR ing-retiro
                   OR ing-transferencia OR ing-transf-socio
                   OR (ing-deposito-cheque AND cheques-disponible)
                   OR (ing-cambio AND cotizaciones-disponible)
                   OR ws-batch
               DISPLAY "Error!!!"
               PERFORM 266-LOG-ERROR-TIPO
               PERFORM 265-TRAIGO-TIPO
           END-PERFORM.
      * El deposito con cheque es solo por ventanilla: el registro
      * del lote batch no lleva banco ni numero de cheque. Tampoco
      * lleva moneda: el cambio de moneda es solo por ventanilla.
           IF NOT (ing-deposito OR ing-retiro OR ing-transferencia
                   OR ing-transf-socio
                   OR (ing-deposito-cheque AND cheques-disponible
                       AND ws-interactivo)
                   OR (ing-cambio AND cotizaciones-disponible
                       AND ws-interactivo))
               MOVE "N" TO ws-registro-valido
               IF ws-batch
                   PERFORM 266-LOG-ERROR-TIPO
               END-IF
           END-IF.

      * Depositos, retiros y transferencias a otro socio se operan
      * en pesos (ARS) o en dolares (USD). El cambio de moneda ("K")
      * se ingresa en dolares: el socio entrega una moneda y recibe
      * la otra a la cotizacion del dia. El resto de los movimientos,
      * y todo el ingreso batch, es en pesos. Sin la cotizacion de
      * la fecha no se acepta ningun movimiento en dolares.
       261-INGRESO-MONEDA.
           MOVE "ARS" TO ing-moneda.
           MOVE "N" TO ws-cotizacion-existe.
           MOVE space TO ws-cam-operacion.
           MOVE ZERO TO ws-cam-cotizacion.
           MOVE ZERO TO ws-cam-importe-pesos.
           IF ws-interactivo AND registro-valido
                   AND cotizaciones-disponible
                   AND (ing-deposito OR ing-retiro OR ing-transf-socio)
               DISPLAY "Moneda (ARS = pesos, USD = dolares; ",
                   "ENTER = ARS):"
               ACCEPT ing-moneda
               PERFORM UNTIL ing-en-pesos OR ing-en-dolares
                   IF ing-moneda = spaces
                       MOVE "ARS" TO ing-moneda
                   ELSE
                       DISPLAY "Error!!! ARS o USD:"
                       ACCEPT ing-moneda
                   END-IF
               END-PERFORM
           END-IF.
           IF ing-cambio
               MOVE "USD" TO ing-moneda
           END-IF.
           IF ing-en-dolares AND registro-valido
               PERFORM 263-LEO-COTIZACION
               IF NOT cotizacion-existe
                   DISPLAY "No hay cotizacion del dolar para el ",
                       ing-dia, "/", ing-mes, "/", ing-anio,
                       ": movimiento rechazado"
                   MOVE "N" TO ws-registro-valido
                   PERFORM 267-LOG-ERROR-COTIZACION
               END-IF
           END-IF.
           IF ing-cambio AND registro-valido
               PERFORM 264-INGRESO-CAMBIO
           END-IF.
           PERFORM 268-ARMO-IMPORTES-SALDO.

       263-LEO-COTIZACION.
           MOVE "N" TO ws-cotizacion-existe.
           IF cotizaciones-disponible
               COMPUTE cot-fecha =
                   ing-anio * 10000 + ing-mes * 100 + ing-dia
               MOVE "USD" TO cot-moneda
               READ COTIZACIONES-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "S" TO ws-cotizacion-existe
               END-READ
           END-IF.

      * El importe ingresado son los dolares que el socio compra o
      * vende. En la compra entrega pesos al tipo vendedor; en la
      * venta recibe pesos al tipo comprador.
       264-INGRESO-CAMBIO.
           DISPLAY "Cambio de moneda (C = el socio compra dolares, ",
               "V = el socio vende dolares):".
           ACCEPT ws-cam-operacion.
           PERFORM UNTIL cam-compra OR cam-venta
               DISPLAY "Error!!! C o V:"
               ACCEPT ws-cam-operacion
           END-PERFORM.
           IF cam-compra
               MOVE cot-vendedor TO ws-cam-cotizacion
           ELSE
               MOVE cot-comprador TO ws-cam-cotizacion
           END-IF.
           COMPUTE ws-cam-importe-pesos ROUNDED =
                   ing-importe * ws-cam-cotizacion
               ON SIZE ERROR
                   DISPLAY "El importe en pesos del cambio excede el ",
                       "maximo de un movimiento: rechazado"
                   MOVE "N" TO ws-registro-valido
                   MOVE ZERO TO ws-cam-importe-pesos
           END-COMPUTE.
           IF registro-valido
               MOVE ws-cam-cotizacion TO ws-cotiz-edit
               MOVE ws-cam-importe-pesos TO ws-importe-edit
               DISPLAY "Cotizacion ", ws-cotiz-edit,
                   "  importe en pesos ", ws-importe-edit
           END-IF.

       267-LOG-ERROR-COTIZACION.
           MOVE "COTIZACION" TO ws-exc-tipo.
           MOVE ing-fecha TO ws-exc-valor.
           PERFORM 190-GRABO-EXCEPCION.

      * Moneda e importe que mueve el saldo del socio y su
      * equivalente en pesos (a la cotizacion de referencia) para
      * los limites. En el cambio el saldo que se debita es el de
      * la moneda que el socio entrega.
       268-ARMO-IMPORTES-SALDO.
           MOVE ing-moneda TO ws-moneda-saldo.
           MOVE ing-importe TO ws-importe-saldo.
           MOVE ing-importe TO ws-importe-equiv.
           MOVE spaces TO ws-cam-moneda-entra.
           MOVE ZERO TO ws-cam-importe-entra.
           IF ing-cambio
               IF cam-compra
                   MOVE "ARS" TO ws-moneda-saldo
                   MOVE ws-cam-importe-pesos TO ws-importe-saldo
                   MOVE "USD" TO ws-cam-moneda-entra
                   MOVE ing-importe TO ws-cam-importe-entra
               ELSE
                   MOVE "USD" TO ws-moneda-saldo
                   MOVE ing-importe TO ws-importe-saldo
                   MOVE "ARS" TO ws-cam-moneda-entra
                   MOVE ws-cam-importe-pesos TO ws-cam-importe-entra
               END-IF
               MOVE ws-cam-importe-pesos TO ws-importe-equiv
           ELSE
               IF ing-en-dolares AND cotizacion-existe
                   COMPUTE ws-importe-equiv ROUNDED =
                           ing-importe * cot-referencia
                       ON SIZE ERROR
                           MOVE 999999999,99 TO ws-importe-equiv
                   END-COMPUTE
               END-IF
           END-IF.

       266-LOG-ERROR-TIPO.
           MOVE "TIPO" TO ws-exc-tipo.
           MOVE ing-tipo TO ws-exc-valor.
           ELSE
               DISPLAY "Ingrese tipo (D=deposito, R=retiro, ",
                   "T=transferencia entre sucursales, ",
                   "S=transferencia a otro socio, ",
                   "Q=deposito con cheque, K=cambio de moneda):"
               ACCEPT ing-tipo
           END-IF.

               END-IF
           END-IF.

      * Deposito con cheque: banco y numero del cheque, y la fecha en
      * que la compensacion acredita los fondos, DIAS-CHEQUE dias
      * habiles despues del deposito (2 si el parametro no esta).
       290-INGRESO-DATOS-CHEQUE.
           IF ing-deposito-cheque AND registro-valido
               MOVE ZERO TO ws-chq-banco
               PERFORM UNTIL ws-chq-banco > 0
                   DISPLAY "Ingrese codigo del banco del cheque:"
                   ACCEPT ws-chq-banco
               END-PERFORM
               MOVE ZERO TO ws-chq-numero
               PERFORM UNTIL ws-chq-numero > 0
                   DISPLAY "Ingrese numero del cheque:"
                   ACCEPT ws-chq-numero
               END-PERFORM
               PERFORM 295-CALCULO-FECHA-ACREDITACION
               DISPLAY "Fondos disponibles desde el ",
                   ws-fecha-acreditacion(7:2), "/",
                   ws-fecha-acreditacion(5:2), "/",
                   ws-fecha-acreditacion(1:4)
           ELSE
               MOVE ZERO TO ws-chq-banco
               MOVE ZERO TO ws-chq-numero
               MOVE ZERO TO ws-fecha-acreditacion
           END-IF.

      * Se corre ing-fecha dia por dia con las rutinas de calendario
      * del ingreso y al terminar se restituye la fecha del deposito.
       295-CALCULO-FECHA-ACREDITACION.
           MOVE ing-fecha TO ws-fecha-ingreso-guardada.
           MOVE ZERO TO ws-dias-contados.
           PERFORM UNTIL ws-dias-contados >= ws-dias-cheque
               PERFORM 296-SUMO-UN-DIA
               PERFORM 2436-EVALUO-DIA-HABIL
               IF dia-habil
                   ADD 1 TO ws-dias-contados
               END-IF
           END-PERFORM.
           COMPUTE ws-fecha-acreditacion =
               ing-anio * 10000 + ing-mes * 100 + ing-dia.
           MOVE ws-fecha-ingreso-guardada TO ing-fecha.
           MOVE "S" TO ws-dia-habil.

       296-SUMO-UN-DIA.
           ADD 1 TO ing-dia.
           PERFORM 2452-CALCULO-ULTIMO-DIA.
           IF ing-dia > ws-ultimo-dia
               MOVE 1 TO ing-dia
               ADD 1 TO ing-mes
               IF ing-mes > 12
                   MOVE 1 TO ing-mes
                   ADD 1 TO ing-anio
               END-IF
           END-IF.

      * El deposito con cheque no pasa por la autorizacion del
      * supervisor: los fondos quedan retenidos hasta la compensacion.
       300-PROCESO-DATOS.
           PERFORM 305-CONTROLO-SALDO.
           MOVE "N" TO ws-mov-retenido.
           IF registro-valido AND ing-cambio
               PERFORM 345-CONTROLO-LIMITE-CAMBIO
           END-IF.
           IF registro-valido AND NOT ing-deposito-cheque
                   AND NOT ing-cambio
               PERFORM 340-CONTROLO-LIMITE-SUPERVISOR
           END-IF.
           IF registro-valido AND NOT mov-retenido
               PERFORM 320-GRABO-TRANSACCION
               PERFORM 315-ACTUALIZO-SALDO
               PERFORM 335-CONTROLO-LIMITE-INFORME
               IF ing-anio = ws-anio-proceso
                   PERFORM 350-BUSCAR-POS-VEC-SUC
                   IF saldo-en-dolares
                       PERFORM 326-ACUMULO-DOLARES
                   ELSE
                       ADD ws-importe-saldo
                           TO mat-importe(ing-mes,posJ)
                       ADD ws-importe-saldo TO vec-tot-suc(posJ)
                       PERFORM 325-ACUMULO-NETO
                   END-IF
                   PERFORM 330-GRABO-CHECKPOINT
                   IF ing-cambio
                       PERFORM 327-ACUMULO-ENTRADA-CAMBIO
                       PERFORM 331-GRABO-CHECKPOINT-CAMBIO
                   END-IF
               ELSE
                   DISPLAY "Atencion: transferencia del anio ",
                       ing-anio, " descartada (se procesa el anio ",
               END-IF
           END-IF.

      * Retiros, transferencias a otro socio y cambios de moneda se
      * controlan contra el saldo disponible de la moneda que sale:
      * los cheques sin compensar no cuentan.
       305-CONTROLO-SALDO.
           PERFORM 306-LEO-SALDO-SOCIO.
           IF saldos-disponible
               AND (ing-retiro OR ing-transf-socio OR ing-cambio)
               AND ws-importe-saldo > ws-disponible-actual
               DISPLAY "Atencion: movimiento del socio ", ing-socio,
                   " rechazado por saldo insuficiente"
               MOVE "N" TO ws-registro-valido

       306-LEO-SALDO-SOCIO.
           MOVE ZERO TO ws-saldo-actual.
           MOVE ZERO TO ws-disponible-actual.
           MOVE "N" TO ws-saldo-existe.
           IF saldos-disponible
               MOVE ing-socio TO sal-socio
               MOVE ws-moneda-saldo TO sal-moneda
               READ SALDOS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE sal-saldo TO ws-saldo-actual
                       MOVE sal-disponible TO ws-disponible-actual
                       MOVE "S" TO ws-saldo-existe
               END-READ
           END-IF.
       315-ACTUALIZO-SALDO.
           IF saldos-disponible AND NOT ing-transferencia
               MOVE ing-socio TO sal-socio
               MOVE ws-moneda-saldo TO sal-moneda
               EVALUATE TRUE
                   WHEN ing-deposito
                       COMPUTE sal-saldo =
                           ws-saldo-actual + ws-importe-saldo
                       COMPUTE sal-disponible =
                           ws-disponible-actual + ws-importe-saldo
      * el cheque suma al saldo; al disponible, cuando se acredita
                   WHEN ing-deposito-cheque
                       COMPUTE sal-saldo =
                           ws-saldo-actual + ws-importe-saldo
                       MOVE ws-disponible-actual TO sal-disponible
                   WHEN OTHER
                       COMPUTE sal-saldo =
                           ws-saldo-actual - ws-importe-saldo
                       COMPUTE sal-disponible =
                           ws-disponible-actual - ws-importe-saldo
               END-EVALUATE
               IF saldo-existe
                   REWRITE reg-saldo
               ELSE
               IF ing-transf-socio
                   PERFORM 316-ACTUALIZO-SALDO-DESTINO
               END-IF
               IF ing-cambio
                   PERFORM 317-ACTUALIZO-SALDO-CAMBIO
               END-IF
           END-IF.

      * La contrapartida de la transferencia entre socios: el mismo
      * dentro de la misma operacion.
       316-ACTUALIZO-SALDO-DESTINO.
           MOVE ZERO TO ws-saldo-destino.
           MOVE ZERO TO ws-disponible-destino.
           MOVE "N" TO ws-saldo-dest-existe.
           MOVE ing-socio-destino TO sal-socio.
           MOVE ws-moneda-saldo TO sal-moneda.
           READ SALDOS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE sal-saldo TO ws-saldo-destino
                   MOVE sal-disponible TO ws-disponible-destino
                   MOVE "S" TO ws-saldo-dest-existe
           END-READ.
           MOVE ing-socio-destino TO sal-socio.
           MOVE ws-moneda-saldo TO sal-moneda.
           COMPUTE sal-saldo = ws-saldo-destino + ing-importe.
           COMPUTE sal-disponible = ws-disponible-destino + ing-importe.
           IF saldo-dest-existe
               REWRITE reg-saldo
           ELSE
                   ws-fs-saldos
           END-IF.

      * La otra pata del cambio de moneda: la moneda que recibe el
      * socio entra a su propio saldo en esa moneda.
       317-ACTUALIZO-SALDO-CAMBIO.
           MOVE ZERO TO ws-saldo-destino.
           MOVE ZERO TO ws-disponible-destino.
           MOVE "N" TO ws-saldo-dest-existe.
           MOVE ing-socio TO sal-socio.
           MOVE ws-cam-moneda-entra TO sal-moneda.
           READ SALDOS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE sal-saldo TO ws-saldo-destino
                   MOVE sal-disponible TO ws-disponible-destino
                   MOVE "S" TO ws-saldo-dest-existe
           END-READ.
           MOVE ing-socio TO sal-socio.
           MOVE ws-cam-moneda-entra TO sal-moneda.
           COMPUTE sal-saldo = ws-saldo-destino + ws-cam-importe-entra.
           COMPUTE sal-disponible =
               ws-disponible-destino + ws-cam-importe-entra.
           IF saldo-dest-existe
               REWRITE reg-saldo
           ELSE
               WRITE reg-saldo
           END-IF.
           IF ws-fs-saldos NOT = "00"
               DISPLAY "Atencion: no se pudo actualizar el saldo en ",
                   ws-cam-moneda-entra, " del socio ", ing-socio, ": ",
                   ws-fs-saldos
           END-IF.

      * La transferencia entre socios no altera el neto de la
      * sucursal: lo que sale de un socio entra a otro.
       325-ACUMULO-NETO.
           IF ing-deposito OR ing-deposito-cheque
               ADD ws-importe-saldo
                   TO mat-importe-neto(ing-mes,posJ)
               ADD ws-importe-saldo TO vec-tot-suc-neto(posJ)
           ELSE IF ing-transf-socio
               CONTINUE
           ELSE
               SUBTRACT ws-importe-saldo
                   FROM mat-importe-neto(ing-mes,posJ)
               SUBTRACT ws-importe-saldo FROM vec-tot-suc-neto(posJ)
               IF ing-transferencia
                   MOVE ing-suc-destino TO ws-suc-destino-busq
                   PERFORM 355-BUSCAR-POS-DESTINO
                   IF posD <= ws-cant-sucursales
                       ADD ws-importe-saldo
                           TO mat-importe-neto(ing-mes,posD)
                       ADD ws-importe-saldo TO vec-tot-suc-neto(posD)
                       ADD ws-importe-saldo TO net-importe(posJ,posD)
                   END-IF
               END-IF
           END-IF.

      * Los movimientos en dolares se acumulan aparte: no se mezclan
      * con los totales en pesos.
       326-ACUMULO-DOLARES.
           ADD ws-importe-saldo TO mat-importe-usd(ing-mes,posJ).
           ADD ws-importe-saldo TO vec-tot-suc-usd(posJ).
           EVALUATE TRUE
               WHEN ing-deposito
                   ADD ws-importe-saldo
                       TO mat-importe-neto-usd(ing-mes,posJ)
                   ADD ws-importe-saldo TO vec-tot-suc-neto-usd(posJ)
               WHEN ing-transf-socio
                   CONTINUE
               WHEN OTHER
                   SUBTRACT ws-importe-saldo
                       FROM mat-importe-neto-usd(ing-mes,posJ)
                   SUBTRACT ws-importe-saldo
                       FROM vec-tot-suc-neto-usd(posJ)
           END-EVALUATE.

      * La pata de entrada del cambio acredita en su moneda.
       327-ACUMULO-ENTRADA-CAMBIO.
           IF ws-cam-moneda-entra = "USD"
               ADD ws-cam-importe-entra TO mat-importe-usd(ing-mes,posJ)
               ADD ws-cam-importe-entra TO vec-tot-suc-usd(posJ)
               ADD ws-cam-importe-entra
                   TO mat-importe-neto-usd(ing-mes,posJ)
               ADD ws-cam-importe-entra TO vec-tot-suc-neto-usd(posJ)
           ELSE
               ADD ws-cam-importe-entra TO mat-importe(ing-mes,posJ)
               ADD ws-cam-importe-entra TO vec-tot-suc(posJ)
               ADD ws-cam-importe-entra
                   TO mat-importe-neto(ing-mes,posJ)
               ADD ws-cam-importe-entra TO vec-tot-suc-neto(posJ)
           END-IF.

       320-GRABO-TRANSACCION.
           MOVE ing-socio    TO rst-socio.
           MOVE ing-anio     TO rst-anio.
           MOVE ing-dia      TO rst-dia.
           MOVE 1            TO rst-secuencia.
           MOVE ing-sucursal TO rst-sucursal.
           MOVE ws-importe-saldo TO rst-importe.
           MOVE ing-tipo     TO rst-tipo.
           MOVE ing-suc-destino TO rst-suc-destino.
           MOVE ing-socio-destino TO rst-socio-contra.
           MOVE ws-cajero-mov TO rst-operador.
           MOVE spaces TO rst-anulacion.
           MOVE ZERO TO rst-ref-clave.
           MOVE spaces TO rst-reserva.
           MOVE ws-moneda-saldo TO rst-moneda.
           IF ing-deposito-cheque
               MOVE ws-fecha-acreditacion TO rst-ref-fecha
               MOVE ws-chq-banco TO rst-chq-banco
               MOVE ws-chq-numero TO rst-chq-numero
           END-IF.
           IF ing-cambio
               MOVE ws-cam-operacion TO rst-cam-operacion
               MOVE ws-cam-cotizacion TO rst-cam-cotizacion
           END-IF.
           PERFORM 322-REINTENTO-GRABACION.
           IF NOT trans-grabada
               DISPLAY "No se pudo grabar la transferencia en el ",
           IF trans-grabada AND ing-transf-socio
               PERFORM 321-GRABO-CONTRAPARTIDA
           END-IF.
           IF trans-grabada AND ing-deposito-cheque
               PERFORM 323-GRABO-CHEQUE
           END-IF.
           IF trans-grabada AND ing-cambio
               PERFORM 324-GRABO-ENTRADA-CAMBIO
           END-IF.

      * Espejo de la transferencia entre socios: el socio destino
      * recibe un movimiento tipo "E" (entrada) que lo muestra en su
           MOVE "E"          TO rst-tipo.
           MOVE spaces       TO rst-suc-destino.
           MOVE ing-socio    TO rst-socio-contra.
           MOVE ws-cajero-mov TO rst-operador.
           MOVE spaces       TO rst-anulacion.
           MOVE ZERO         TO rst-ref-clave.
           MOVE spaces       TO rst-reserva.
           MOVE ws-moneda-saldo TO rst-moneda.
           PERFORM 322-REINTENTO-GRABACION.
           IF NOT trans-grabada
               DISPLAY "Atencion: no se pudo grabar la contrapartida ",
                   "verificar el historial."
           END-IF.

      * El cheque queda pendiente de compensacion con la misma clave
      * que su movimiento en el historial.
       323-GRABO-CHEQUE.
           MOVE rst-socio TO chq-socio.
           MOVE rst-fecha TO chq-fecha-deposito.
           MOVE rst-secuencia TO chq-secuencia.
           MOVE ing-sucursal TO chq-sucursal.
           MOVE ws-chq-banco TO chq-banco.
           MOVE ws-chq-numero TO chq-numero.
           MOVE ing-importe TO chq-importe.
           MOVE ws-fecha-acreditacion TO chq-fecha-acreditacion.
           MOVE "P" TO chq-estado.
           MOVE ZERO TO chq-fecha-acreditado.
           MOVE ZERO TO chq-fecha-rechazo.
           MOVE ws-cajero-mov TO chq-operador.
           MOVE spaces TO chq-reserva.
           WRITE reg-cheque
               INVALID KEY
                   DISPLAY "Atencion: no se pudo registrar el cheque ",
                       "del socio ", ing-socio, ": ", ws-fs-cheques
           END-WRITE.

      * Segunda pata del cambio de moneda: tipo "J" (entrada de
      * cambio) en la moneda que recibe el socio, con la misma
      * operacion y cotizacion que el "K".
       324-GRABO-ENTRADA-CAMBIO.
           MOVE ing-socio    TO rst-socio.
           MOVE ing-anio     TO rst-anio.
           MOVE ing-mes      TO rst-mes.
           MOVE ing-dia      TO rst-dia.
           MOVE 1            TO rst-secuencia.
           MOVE ing-sucursal TO rst-sucursal.
           MOVE ws-cam-importe-entra TO rst-importe.
           MOVE "J"          TO rst-tipo.
           MOVE spaces       TO rst-suc-destino.
           MOVE ZERO         TO rst-socio-contra.
           MOVE ws-cajero-mov TO rst-operador.
           MOVE spaces       TO rst-anulacion.
           MOVE ZERO         TO rst-ref-clave.
           MOVE spaces       TO rst-reserva.
           MOVE ws-cam-operacion TO rst-cam-operacion.
           MOVE ws-cam-cotizacion TO rst-cam-cotizacion.
           MOVE ws-cam-moneda-entra TO rst-moneda.
           PERFORM 322-REINTENTO-GRABACION.
           IF NOT trans-grabada
               DISPLAY "Atencion: no se pudo grabar la entrada del ",
                   "cambio del socio ", ing-socio, ": ", ws-fs-suctrans
               DISPLAY "La salida del cambio quedo grabada; ",
                   "verificar el historial."
           END-IF.

       322-REINTENTO-GRABACION.
           MOVE "N" TO ws-trans-grabada.
           PERFORM UNTIL trans-grabada OR rst-secuencia = 9999
           MOVE ing-anio     TO rck-anio.
           MOVE ing-mes      TO rck-mes.
           MOVE ing-sucursal TO rck-sucursal.
           MOVE ws-importe-saldo TO rck-importe.
           MOVE ing-tipo     TO rck-tipo.
           MOVE ing-suc-destino TO rck-suc-destino.
           MOVE ws-moneda-saldo TO rck-moneda.
           WRITE reg-restart.

       331-GRABO-CHECKPOINT-CAMBIO.
           MOVE ing-anio     TO rck-anio.
           MOVE ing-mes      TO rck-mes.
           MOVE ing-sucursal TO rck-sucursal.
           MOVE ws-cam-importe-entra TO rck-importe.
           MOVE "J"          TO rck-tipo.
           MOVE spaces       TO rck-suc-destino.
           MOVE ws-cam-moneda-entra TO rck-moneda.
           WRITE reg-restart.

       335-CONTROLO-LIMITE-INFORME.
           IF ws-limite-informe > 0
                   AND ws-importe-equiv > ws-limite-informe
                   AND ws-fs-movgrandes = "00"
               PERFORM 336-GRABO-MOV-GRANDE
           END-IF.
           END-IF.
           MOVE ing-sucursal TO lmg-sucursal.
           MOVE ing-tipo TO lmg-tipo.
           MOVE ing-moneda TO lmg-moneda.
           MOVE ing-importe TO lmg-importe.
           IF mov-retenido
               MOVE "RETENIDO" TO lmg-marca
           END-IF.
           WRITE reg-mov-grande.
           ADD 1 TO ws-cant-movgrandes.

      * Un movimiento sobre LIM-SUPERV no se graba ni mueve saldos: va
      * a la cola de autorizacion y lo registra el supervisor cuando
      * lo aprueba. Sin cola disponible el movimiento se rechaza (en
      * batch va a suspenso). Los limites son en pesos: un movimiento
      * en dolares se compara por su equivalente en pesos.
       340-CONTROLO-LIMITE-SUPERVISOR.
           IF ws-limite-supervisor > 0
                   AND ws-importe-equiv > ws-limite-supervisor
               IF pendientes-disponible
                   PERFORM 341-RETENGO-MOVIMIENTO
               ELSE
                   DISPLAY "Atencion: movimiento del socio ",
                       ing-socio, " requiere supervisor y la cola ",
                       "de autorizacion no esta disponible; rechazado"
                   MOVE "N" TO ws-registro-valido
                   PERFORM 343-LOG-ERROR-SUPERVISOR
               END-IF
           END-IF.

       341-RETENGO-MOVIMIENTO.
           MOVE ing-sucursal TO pen-sucursal.
           COMPUTE pen-fecha-alta = anio * 10000 + mes * 100 + dia.
           MOVE 1 TO pen-secuencia.
           MOVE "P" TO pen-estado.
           ACCEPT pen-hora-alta FROM TIME.
           MOVE ws-cajero-mov TO pen-cajero.
           IF ws-batch
               MOVE ws-lote-id TO pen-lote
           ELSE
               MOVE spaces TO pen-lote
           END-IF.
           MOVE ing-socio TO pen-socio.
           MOVE ing-anio TO pen-anio.
           MOVE ing-mes TO pen-mes.
           MOVE ing-dia TO pen-dia.
           MOVE ing-importe TO pen-importe.
           MOVE ing-tipo TO pen-tipo.
           MOVE ing-suc-destino TO pen-suc-destino.
           MOVE ing-socio-destino TO pen-socio-destino.
           MOVE spaces TO pen-decision.
           MOVE ZERO TO pen-fecha-decision.
           MOVE spaces TO pen-reserva.
           IF ws-batch
               MOVE ws-operador TO pen-presento
           END-IF.
           IF ing-cambio
               MOVE ws-cam-operacion TO pen-cam-operacion
               MOVE ws-cam-cotizacion TO pen-cam-cotizacion
           END-IF.
           MOVE ing-moneda TO pen-moneda.
           MOVE "N" TO ws-trans-grabada.
           PERFORM UNTIL trans-grabada OR pen-secuencia = 9999
               WRITE reg-pendiente
                   INVALID KEY ADD 1 TO pen-secuencia
                   NOT INVALID KEY MOVE "S" TO ws-trans-grabada
               END-WRITE
               IF NOT trans-grabada AND ws-fs-pendientes NOT = "22"
                   MOVE 9999 TO pen-secuencia
               END-IF
           END-PERFORM.
           IF trans-grabada
               MOVE "S" TO ws-mov-retenido
               ADD 1 TO ws-cant-retenidos
               DISPLAY "Atencion: movimiento del socio ", ing-socio,
                   " retenido hasta la aprobacion del supervisor ",
                   "(", pen-sucursal, "-", pen-fecha-alta, "-",
                   pen-secuencia, ")"
               PERFORM 335-CONTROLO-LIMITE-INFORME
               IF ing-anio = ws-anio-proceso
                   PERFORM 342-GRABO-CHECKPOINT-RETENIDO
               END-IF
           ELSE
               DISPLAY "No se pudo retener el movimiento del socio ",
                   ing-socio, ": ", ws-fs-pendientes
               MOVE "N" TO ws-registro-valido
               PERFORM 343-LOG-ERROR-SUPERVISOR
           END-IF.

      * El registro retenido ya fue tratado: un checkpoint con importe
      * cero lo cuenta para el rearranque del lote sin sumar a los
      * totales (los suma la regeneracion cuando se aprueba).
       342-GRABO-CHECKPOINT-RETENIDO.
           MOVE ing-anio     TO rck-anio.
           MOVE ing-mes      TO rck-mes.
           MOVE ing-sucursal TO rck-sucursal.
           MOVE ZERO         TO rck-importe.
           MOVE ing-tipo     TO rck-tipo.
           MOVE ing-suc-destino TO rck-suc-destino.
           MOVE ws-moneda-saldo TO rck-moneda.
           WRITE reg-restart.

      * El cambio de moneda sobre LIM-SUPERV queda retenido, como
      * cualquier otro movimiento, con la operacion y la cotizacion
      * pactadas; al aprobarlo se graban las dos patas (K y J) con
      * esa cotizacion.
       345-CONTROLO-LIMITE-CAMBIO.
           IF ws-limite-supervisor > 0
                   AND ws-importe-equiv > ws-limite-supervisor
               IF pendientes-disponible
                   PERFORM 341-RETENGO-MOVIMIENTO
               ELSE
                   DISPLAY "Atencion: el cambio de moneda del socio ",
                       ing-socio, " requiere supervisor y la cola ",
                       "de autorizacion no esta disponible; rechazado"
                   MOVE "N" TO ws-registro-valido
                   PERFORM 343-LOG-ERROR-SUPERVISOR
               END-IF
           END-IF.

       343-LOG-ERROR-SUPERVISOR.
           MOVE ing-importe TO ws-exc-importe-ed.
           MOVE "SUPERVISOR" TO ws-exc-tipo.
           MOVE ws-exc-importe-ed TO ws-exc-valor.
           PERFORM 190-GRABO-EXCEPCION.

       350-BUSCAR-POS-VEC-SUC.
           PERFORM VARYING posJ FROM 1 BY 1
                   UNTIL posJ > ws-cant-sucursales
                   PERFORM 521-LOG-ERROR-LOTE
               ELSE
                   MOVE bin-cab-lote TO ws-lote-id
                   MOVE bin-cab-operador TO ws-cajero-mov
      * el cajero del lote es obligatorio, igual que en el ingreso
      * interactivo: una cabecera del formato viejo (cajero en
      * blanco) se rechaza entera
                   IF ws-cajero-mov = spaces
                       DISPLAY "Lote rechazado: la cabecera no ",
                           "identifica al cajero"
                       MOVE "N" TO ws-lote-valido
                       PERFORM 521-LOG-ERROR-LOTE
                   ELSE
                   PERFORM 506-VALIDO-CAJERO-LOTE
                   IF lote-valido
                       PERFORM 502-BUSCO-LOTE-EN-REGISTRO
                       IF lote-encontrado
                           DISPLAY "Lote rechazado: el lote ",
                               ws-lote-id, " ya fue procesado"
                           MOVE "N" TO ws-lote-valido
                           PERFORM 521-LOG-ERROR-LOTE
                       ELSE
                           PERFORM 503-CUENTO-DETALLES
                           PERFORM 504-CONTROLO-COLA
                       END-IF
                   END-IF
                   END-IF
               END-IF
               SUBTRACT 1 FROM ws-cant-salteados
           END-PERFORM.

      * El cajero de la cabecera tiene que ser el de la sesion (un
      * supervisor puede presentar el lote de otro cajero), existir y
      * estar activo en el maestro de operadores, y un cajero solo
      * presenta lotes de su propia sucursal. El operador de la
      * sesion no se reemplaza: el de la cabecera queda aparte.
       506-VALIDO-CAJERO-LOTE.
           MOVE spaces TO ws-rol-mov.
           MOVE spaces TO ws-suc-mov.
           OPEN INPUT OPERADORES-FILE.
           IF ws-fs-operadores NOT = "00"
               DISPLAY "Lote rechazado: no se pudo abrir el maestro ",
                   "de operadores: ", ws-fs-operadores
               MOVE "N" TO ws-lote-valido
           ELSE
               MOVE ws-cajero-mov TO opr-codigo
               READ OPERADORES-FILE
                   INVALID KEY
                       DISPLAY "Lote rechazado: el cajero ",
                           ws-cajero-mov, " no existe en el maestro ",
                           "de operadores"
                       MOVE "N" TO ws-lote-valido
                   NOT INVALID KEY
                       PERFORM 507-CONTROLO-CAJERO-LOTE
               END-READ
               CLOSE OPERADORES-FILE
           END-IF.
           IF NOT lote-valido
               PERFORM 521-LOG-ERROR-LOTE
           END-IF.

       507-CONTROLO-CAJERO-LOTE.
           MOVE opr-rol TO ws-rol-mov.
           MOVE opr-sucursal TO ws-suc-mov.
           EVALUATE TRUE
               WHEN ws-cajero-mov NOT = ws-operador
                       AND NOT rol-supervisor
                   DISPLAY "Lote rechazado: el lote es del cajero ",
                       ws-cajero-mov, " y solo lo presenta el mismo ",
                       "o un supervisor"
                   MOVE "N" TO ws-lote-valido
               WHEN NOT opr-activo
                   DISPLAY "Lote rechazado: el cajero ", ws-cajero-mov,
                       " no esta activo"
                   MOVE "N" TO ws-lote-valido
               WHEN NOT mov-rol-cajero AND NOT mov-rol-supervisor
                   DISPLAY "Lote rechazado: ", ws-cajero-mov,
                       " no es cajero ni supervisor"
                   MOVE "N" TO ws-lote-valido
               WHEN mov-rol-cajero
                       AND bin-cab-sucursal NOT = ws-suc-mov
                   DISPLAY "Lote rechazado: el cajero ", ws-cajero-mov,
                       " no pertenece a la sucursal ", bin-cab-sucursal
                   MOVE "N" TO ws-lote-valido
           END-EVALUATE.

       510-LEO-SIGUIENTE-BATCH.
           PERFORM 511-LEO-REGISTRO-BATCH.
           PERFORM UNTIL ws-fs-batch = "10" OR bin-detalle

      * Los movimientos tipo "E" son el espejo de una transferencia
      * entre socios ya contada por su registro tipo "S"; en la
      * regeneracion se saltean para no duplicar el volumen. Las
      * anulaciones (tipo "X") se descuentan en el mes del movimiento
      * que anulan; la del espejo "E" se saltea como el "E" mismo.
      * Los movimientos en dolares van a los totales en dolares; el
      * comparativo entre anios es solo en pesos.
       610-APLICO-HISTORIAL.
           IF rst-tipo = "E"
                   OR (rst-tipo = "X" AND rst-tipo-orig = "E")
               CONTINUE
           ELSE IF rst-tipo = "X"
               PERFORM 612-DESCUENTO-ANULACION
           ELSE
           IF rst-anio = ws-anio-proceso
               PERFORM VARYING posJ FROM 1 BY 1
                       CONTINUE
               END-PERFORM
               IF posJ <= ws-cant-sucursales
                   IF rst-en-dolares
                       PERFORM 614-ACUMULO-DOLARES-HISTORIAL
                   ELSE
                       ADD rst-importe TO mat-importe(rst-mes,posJ)
                       ADD rst-importe TO vec-tot-suc(posJ)
                       PERFORM 611-ACUMULO-NETO-HISTORIAL
                   END-IF
               END-IF
           ELSE
               IF ws-comparativo AND rst-anio = ws-anio-comparado
               END-IF
           END-IF.

       612-DESCUENTO-ANULACION.
           MOVE rst-ref-fecha TO ws-fecha-ref.
           PERFORM VARYING posJ FROM 1 BY 1
                   UNTIL posJ > ws-cant-sucursales
                   OR cod-sucursal(posJ) = rst-sucursal
               CONTINUE
           END-PERFORM.
           IF ws-ref-anio = ws-anio-proceso
               IF posJ <= ws-cant-sucursales
                   IF rst-en-dolares
                       PERFORM 617-REVIERTO-DOLARES-HISTORIAL
                   ELSE
                       SUBTRACT rst-importe
                           FROM mat-importe(ws-ref-mes,posJ)
                       SUBTRACT rst-importe FROM vec-tot-suc(posJ)
                       PERFORM 613-REVIERTO-NETO-HISTORIAL
                   END-IF
               END-IF
           ELSE
               IF ws-comparativo AND ws-ref-anio = ws-anio-comparado
                   IF posJ <= ws-cant-sucursales
                           AND NOT rst-en-dolares
                       SUBTRACT rst-importe
                           FROM mat-importe-comp(ws-ref-mes,posJ)
                   END-IF
               ELSE
                   DISPLAY "Atencion: anulacion de un movimiento del ",
                       "anio ", ws-ref-anio, " descartada (se ",
                       "procesa el anio ", ws-anio-proceso, ")"
                   ADD 1 TO ws-cant-descartados
               END-IF
           END-IF.

      * Inverso de 611-ACUMULO-NETO-HISTORIAL para el tipo anulado.
       613-REVIERTO-NETO-HISTORIAL.
           IF rst-tipo-orig = "D" OR rst-tipo-orig = "I"
               SUBTRACT rst-importe
                   FROM mat-importe-neto(ws-ref-mes,posJ)
               SUBTRACT rst-importe FROM vec-tot-suc-neto(posJ)
           ELSE IF rst-tipo-orig = "S"
               CONTINUE
           ELSE
               ADD rst-importe TO mat-importe-neto(ws-ref-mes,posJ)
               ADD rst-importe TO vec-tot-suc-neto(posJ)
               IF rst-tipo-orig = "T"
                   MOVE rst-suc-destino TO ws-suc-destino-busq
                   PERFORM 355-BUSCAR-POS-DESTINO
                   IF posD <= ws-cant-sucursales
                       SUBTRACT rst-importe
                           FROM mat-importe-neto(ws-ref-mes,posD)
                       SUBTRACT rst-importe FROM vec-tot-suc-neto(posD)
                       SUBTRACT rst-importe FROM net-importe(posJ,posD)
                   END-IF
               END-IF
           END-IF.

       615-ACUMULO-ANIO-COMPARADO.
           PERFORM VARYING posJ FROM 1 BY 1
                   UNTIL posJ > ws-cant-sucursales
                   OR cod-sucursal(posJ) = rst-sucursal
               CONTINUE
           END-PERFORM.
           IF posJ <= ws-cant-sucursales AND NOT rst-en-dolares
               ADD rst-importe TO mat-importe-comp(rst-mes,posJ)
           END-IF.

      * La devolucion de capital ("V") y el interes ("G") de un plazo
      * fijo acreditan como un deposito; la constitucion ("F") y la
      * penalidad ("M") debitan como un retiro, igual que en el
      * resumen anual archivado. El desembolso de un prestamo ("P")
      * acredita; sus cuotas ("C" y "U") debitan. El deposito con
      * cheque ("Q") acredita y el cheque rechazado ("H") debita.
      * En el cambio de moneda la salida ("K") debita y la entrada
      * ("J") acredita, cada una en su moneda.
       611-ACUMULO-NETO-HISTORIAL.
           IF rst-tipo = "D" OR rst-tipo = "I"
                   OR rst-tipo = "V" OR rst-tipo = "G"
                   OR rst-tipo = "P" OR rst-tipo = "Q"
                   OR rst-tipo = "J"
               ADD rst-importe TO mat-importe-neto(rst-mes,posJ)
               ADD rst-importe TO vec-tot-suc-neto(posJ)
           ELSE IF rst-tipo = "S"
               END-IF
           END-IF.

       614-ACUMULO-DOLARES-HISTORIAL.
           ADD rst-importe TO mat-importe-usd(rst-mes,posJ).
           ADD rst-importe TO vec-tot-suc-usd(posJ).
           EVALUATE rst-tipo
               WHEN "D"
               WHEN "J"
                   ADD rst-importe TO mat-importe-neto-usd(rst-mes,posJ)
                   ADD rst-importe TO vec-tot-suc-neto-usd(posJ)
               WHEN "S"
                   CONTINUE
               WHEN OTHER
                   SUBTRACT rst-importe
                       FROM mat-importe-neto-usd(rst-mes,posJ)
                   SUBTRACT rst-importe FROM vec-tot-suc-neto-usd(posJ)
           END-EVALUATE.

      * Inverso de 614-ACUMULO-DOLARES-HISTORIAL para el tipo anulado.
       617-REVIERTO-DOLARES-HISTORIAL.
           SUBTRACT rst-importe FROM mat-importe-usd(ws-ref-mes,posJ).
           SUBTRACT rst-importe FROM vec-tot-suc-usd(posJ).
           EVALUATE rst-tipo-orig
               WHEN "D"
                   SUBTRACT rst-importe
                       FROM mat-importe-neto-usd(ws-ref-mes,posJ)
                   SUBTRACT rst-importe FROM vec-tot-suc-neto-usd(posJ)
               WHEN "S"
                   CONTINUE
               WHEN OTHER
                   ADD rst-importe
                       TO mat-importe-neto-usd(ws-ref-mes,posJ)
                   ADD rst-importe TO vec-tot-suc-neto-usd(posJ)
           END-EVALUATE.

       400-FIN-GENERAL.
           PERFORM 120-INICIALIZO-VARIABLES.
           OPEN OUTPUT CSV-REPORT-FILE.
           STRING "SUCURSAL,NOMBRE,MES,IMPORTE,NETO,MONEDA"
               DELIMITED BY SIZE
               INTO reg-csv
           END-STRING.
           WRITE reg-csv.
           PERFORM 410-ENCABEZADO.
           PERFORM 450-PROCESO-MES.
           PERFORM 460-PROCESO-SUCURSAL.
           PERFORM 469-MUESTRO-RESUMEN-DOLARES.
           PERFORM 467-MUESTRO-NETEO-SUCURSALES.
           IF ws-comparativo
               PERFORM 490-REPORTE-COMPARATIVO
           IF NOT ws-consulta-historial
               CLOSE SALDOS-FILE
           END-IF.
           IF cheques-disponible
               CLOSE CHEQUES-FILE
           END-IF.
           IF cotizaciones-disponible
               CLOSE COTIZACIONES-FILE
           END-IF.
           IF ws-batch
               CLOSE SUSPENSO-FILE
           END-IF.
           IF periodos-disponible
               CLOSE PERIODOS-FILE
           END-IF.
           IF pendientes-disponible
               CLOSE PENDIENTES-FILE
               IF ws-cant-retenidos > 0
                   DISPLAY "Movimientos retenidos para el supervisor: ",
                       ws-cant-retenidos
               END-IF
           END-IF.
           CLOSE EXCEP-LOG-FILE.
           CLOSE CSV-REPORT-FILE.
           CLOSE RESTART-FILE.
                   MOVE chkp-tipo(ws-pos-restart)     TO rck-tipo
                   MOVE chkp-suc-destino(ws-pos-restart)
                       TO rck-suc-destino
                   MOVE chkp-moneda(ws-pos-restart)   TO rck-moneda
                   WRITE reg-restart
               END-PERFORM
               CLOSE RESTART-FILE
               ws-csv-importe-ed DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               ws-csv-neto-ed DELIMITED BY SIZE
               ",ARS" DELIMITED BY SIZE
               INTO reg-csv
           END-STRING.
           WRITE reg-csv.
               ws-csv-mes DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               ws-csv-importe-ed DELIMITED BY SIZE
               ",,ARS" DELIMITED BY SIZE
               INTO reg-csv
           END-STRING.
           WRITE reg-csv.
               "SUCURSAL DE MAYOR MONTO" DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               ws-csv-importe-ed DELIMITED BY SIZE
               ",,ARS" DELIMITED BY SIZE
               INTO reg-csv
           END-STRING.
           WRITE reg-csv.
               ws-csv-importe-ed DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               ws-csv-neto-ed DELIMITED BY SIZE
               ",ARS" DELIMITED BY SIZE
               INTO reg-csv
           END-STRING.
           WRITE reg-csv.
               ws-csv-importe-ed DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               ws-csv-neto-ed DELIMITED BY SIZE
               ",ARS" DELIMITED BY SIZE
               INTO reg-csv
           END-STRING.
           WRITE reg-csv.
           END-IF.
           MOVE ws-porcentaje TO lin-res-porc.

      * Los movimientos en dolares van en su propio resumen: no se
      * suman a los totales en pesos ni cuentan para los maximos.
       469-MUESTRO-RESUMEN-DOLARES.
           PERFORM 4691-CALCULO-TOTAL-DOLARES.
           DISPLAY lin-guion.
           DISPLAY lin-titulo-resumen-usd.
           IF NOT hay-dolares
               DISPLAY lin-sin-dolares
           ELSE
               DISPLAY lin-titulo-cabecera
               PERFORM VARYING posJ FROM 1 BY 1
                       UNTIL posJ > ws-cant-sucursales
                   PERFORM 4692-ARMO-LIN-RESUMEN-USD
                   DISPLAY lin-resumen-suc
                   PERFORM VARYING posI FROM 1 BY 1 UNTIL posI > 12
                       PERFORM 4693-GRABO-LIN-CSV-USD
                   END-PERFORM
               END-PERFORM
               MOVE acum-usd-total TO lin-total-usd
               MOVE acum-usd-total-neto TO lin-total-usd-neto
               DISPLAY lin-tot-monto-usd
               PERFORM 4694-GRABO-CSV-TOTAL-USD
           END-IF.

       4691-CALCULO-TOTAL-DOLARES.
           MOVE ZERO TO acum-usd-total.
           MOVE ZERO TO acum-usd-total-neto.
           MOVE "N" TO ws-hay-dolares.
           PERFORM VARYING posJ FROM 1 BY 1
                   UNTIL posJ > ws-cant-sucursales
               ADD vec-tot-suc-usd(posJ) TO acum-usd-total
               ADD vec-tot-suc-neto-usd(posJ) TO acum-usd-total-neto
           END-PERFORM.
           IF acum-usd-total NOT = 0 OR acum-usd-total-neto NOT = 0
               MOVE "S" TO ws-hay-dolares
           END-IF.

       4692-ARMO-LIN-RESUMEN-USD.
           MOVE cod-sucursal(posJ) TO lin-res-cod-suc.
           MOVE nom-sucursal(posJ) TO lin-res-nom-suc.
           MOVE vec-tot-suc-usd(posJ) TO lin-res-tot.
           MOVE vec-tot-suc-neto-usd(posJ) TO lin-res-neto.
           IF acum-usd-total > 0
               COMPUTE ws-porcentaje =
                   vec-tot-suc-usd(posJ) / acum-usd-total * 100
           ELSE
               MOVE ZERO TO ws-porcentaje
           END-IF.
           MOVE ws-porcentaje TO lin-res-porc.

       4693-GRABO-LIN-CSV-USD.
           MOVE vec-mes(posI) TO ws-csv-mes.
           MOVE mat-importe-usd(posI,posJ) TO ws-csv-importe-ed.
           INSPECT ws-csv-importe-ed REPLACING ALL "," BY ".".
           MOVE mat-importe-neto-usd(posI,posJ) TO ws-csv-neto-ed.
           INSPECT ws-csv-neto-ed REPLACING ALL "," BY ".".
           MOVE spaces TO reg-csv.
           STRING cod-sucursal(posJ) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               nom-sucursal(posJ) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               ws-csv-mes DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               ws-csv-importe-ed DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               ws-csv-neto-ed DELIMITED BY SIZE
               ",USD" DELIMITED BY SIZE
               INTO reg-csv
           END-STRING.
           WRITE reg-csv.

       4694-GRABO-CSV-TOTAL-USD.
           MOVE acum-usd-total TO ws-csv-importe-ed.
           INSPECT ws-csv-importe-ed REPLACING ALL "," BY ".".
           MOVE acum-usd-total-neto TO ws-csv-neto-ed.
           INSPECT ws-csv-neto-ed REPLACING ALL "," BY ".".
           MOVE spaces TO reg-csv.
           STRING "ANU" DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               "TOTAL ANUAL" DELIMITED BY SIZE
               ",," DELIMITED BY SIZE
               ws-csv-importe-ed DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               ws-csv-neto-ed DELIMITED BY SIZE
               ",USD" DELIMITED BY SIZE
               INTO reg-csv
           END-STRING.
           WRITE reg-csv.

       467-MUESTRO-NETEO-SUCURSALES.
           DISPLAY lin-titulo-neteo.
           MOVE "N" TO ws-hay-neteo.
                   PERFORM 4851-LISTO-MES
               END-PERFORM
               PERFORM 4853-LISTO-RESUMEN-ANUAL
               IF hay-dolares
                   PERFORM 4855-LISTO-RESUMEN-DOLARES
               END-IF
               CLOSE PRINT-FILE
           END-IF.

           WRITE reg-print FROM lin-prt-datos
               AFTER ADVANCING 1 LINE.

       4855-LISTO-RESUMEN-DOLARES.
           ADD 1 TO ws-pagina.
           MOVE ws-pagina TO lin-prt-pagina.
           WRITE reg-print FROM lin-prt-titulo
               AFTER ADVANCING PAGE.
           WRITE reg-print FROM lin-prt-resumen-usd-tit
               AFTER ADVANCING 2 LINES.
           WRITE reg-print FROM lin-prt-cols
               AFTER ADVANCING 2 LINES.
           WRITE reg-print FROM lin-prt-blanco
               AFTER ADVANCING 1 LINE.
           PERFORM VARYING posJ FROM 1 BY 1
                   UNTIL posJ > ws-cant-sucursales
               PERFORM 4856-LISTO-RESUMEN-SUC-USD
           END-PERFORM.
           MOVE acum-usd-total TO lin-prt-tot-anual-imp.
           MOVE acum-usd-total-neto TO lin-prt-tot-anual-neto.
           WRITE reg-print FROM lin-prt-tot-anual
               AFTER ADVANCING 2 LINES.

       4856-LISTO-RESUMEN-SUC-USD.
           MOVE cod-sucursal(posJ) TO lin-prt-cod.
           MOVE nom-sucursal(posJ) TO lin-prt-nom.
           MOVE vec-tot-suc-usd(posJ) TO lin-prt-tot.
           IF acum-usd-total > 0
               COMPUTE ws-porcentaje =
                   vec-tot-suc-usd(posJ) / acum-usd-total * 100
           ELSE
               MOVE ZERO TO ws-porcentaje
           END-IF.
           MOVE ws-porcentaje TO lin-prt-porc.
           MOVE vec-tot-suc-neto-usd(posJ) TO lin-prt-neto.
           WRITE reg-print FROM lin-prt-datos
               AFTER ADVANCING 1 LINE.

       486-GENERO-LISTADO-SUCURSALES.
           OPEN OUTPUT PRINT-SUC-FILE.
           IF ws-fs-printsuc NOT = "00"
           MOVE ws-porcentaje TO lin-pts-porc.
           WRITE reg-print-suc FROM lin-prt-suc-partic
               AFTER ADVANCING 1 LINE.
           IF vec-tot-suc-usd(posJ) NOT = 0
                   OR vec-tot-suc-neto-usd(posJ) NOT = 0
               PERFORM 4862-LISTO-DOLARES-SUCURSAL
           END-IF.

       4862-LISTO-DOLARES-SUCURSAL.
           WRITE reg-print-suc FROM lin-prt-suc-usd-tit
               AFTER ADVANCING 3 LINES.
           WRITE reg-print-suc FROM lin-prt-suc-cols
               AFTER ADVANCING 2 LINES.
           WRITE reg-print-suc FROM lin-prt-blanco
               AFTER ADVANCING 1 LINE.
           PERFORM VARYING posI FROM 1 BY 1 UNTIL posI > 12
               MOVE vec-mes(posI) TO lin-pts-mes
               MOVE mat-importe-usd(posI,posJ) TO lin-pts-tot
               MOVE mat-importe-neto-usd(posI,posJ) TO lin-pts-neto
               WRITE reg-print-suc FROM lin-prt-suc-datos
                   AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE vec-tot-suc-usd(posJ) TO lin-pts-tot-anual.
           MOVE vec-tot-suc-neto-usd(posJ) TO lin-pts-neto-anual.
           WRITE reg-print-suc FROM lin-prt-suc-total
               AFTER ADVANCING 2 LINES.

       490-REPORTE-COMPARATIVO.
           MOVE ws-anio-proceso TO lin-comp-anio1.
           PERFORM 471-RESUMO-MATRIZ.
           PERFORM 472-RESUMO-VEC-TOT-SUC.
           PERFORM 475-COMPARO-TOTALES.
           IF hay-dolares
               PERFORM 476-COMPARO-TOTALES-DOLARES
           END-IF.

       471-RESUMO-MATRIZ.
           MOVE ZERO TO ws-recalc-mat-total.
                   ws-diferencia
           END-IF.

      * La matriz mensual en dolares contra los totales por sucursal.
       476-COMPARO-TOTALES-DOLARES.
           MOVE ZERO TO ws-recalc-mat-total.
           PERFORM VARYING posI FROM 1 BY 1 UNTIL posI > 12
                   AFTER posJ FROM 1 BY 1
                   UNTIL posJ > ws-cant-sucursales
               ADD mat-importe-usd(posI,posJ) TO ws-recalc-mat-total
           END-PERFORM.
           IF ws-recalc-mat-total = acum-usd-total
               DISPLAY "Control de totales en dolares: OK"
           ELSE
               DISPLAY "*** OUT OF BALANCE (DOLARES) ***"
               COMPUTE ws-diferencia =
                   ws-recalc-mat-total - acum-usd-total
               DISPLAY "  Matriz mensual vs. total anual: diferencia ",
                   ws-diferencia
           END-IF.

       END PROGRAM EJERCICIO_SALA2.
