      ******************************************************************
      * Author:
      * Date:
      * Purpose: Extracto anual de prestamos por socio, complemento
      *          del extracto de movimientos (EXTRACTO_SOCIOS). Para
      *          el anio pedido lista en EXTRACTOSPRES.TXT cada
      *          prestamo de PRESTAMOS.DAT otorgado hasta ese anio y
      *          que siga vigente o se haya cancelado en ese anio o
      *          despues, con su cronograma completo de CUOTAS.DAT
      *          (vencimiento, capital, interes, importe, estado y
      *          fecha de cobro) y un resumen de cuotas pagadas, en
      *          mora y saldo de capital adeudado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRACTO_PRESTAMOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESTAMOS-FILE ASSIGN TO "PRESTAMOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS pre-clave
               FILE STATUS IS ws-fs-prestamos.
           SELECT CUOTAS-FILE ASSIGN TO "CUOTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cuo-clave
               FILE STATUS IS ws-fs-cuotas.
           SELECT SOCIOS-MASTER ASSIGN TO "SOCIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS soc-codigo
               FILE STATUS IS ws-fs-socios.
           SELECT EXTRACTO-FILE ASSIGN TO "EXTRACTOSPRES.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-extracto.
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

       FD  EXTRACTO-FILE.
       01  reg-extracto pic x(80).

       WORKING-STORAGE SECTION.
      *****************************************************************
      ************************ ARCHIVOS / I-O *************************
      *****************************************************************
       01  ws-fs-prestamos pic xx value spaces.
       01  ws-fs-cuotas   pic xx value spaces.
       01  ws-fs-socios   pic xx value spaces.
       01  ws-fs-extracto pic xx value spaces.
       01  ws-padron-abierto pic x value "N".
           88 padron-disponible value "S".
       01  ws-anio-extracto pic 9999.
       01  ws-fin-prestamos pic x value "N".
           88 fin-prestamos value "S".
       01  ws-fin-cuotas  pic x value "N".
           88 fin-cuotas value "S".
       01  ws-socio-actual pic 9(6) value zero.
       01  ws-hay-extracto pic x value "N".
           88 hay-extracto value "S".
       01  ws-anio-cancelacion pic 9999.
       01  ws-fecha-aux.
           03 ws-aux-anio pic 9999.
           03 ws-aux-mes  pic 99.
           03 ws-aux-dia  pic 99.
       01  ws-cant-pagadas pic 9(3).
       01  ws-cant-mora   pic 9(3).
       01  ws-deuda-mora  pic 9(9)v99.
       01  ws-cant-prestamos pic 9(5).
       01  ws-cant-socios pic 9(5).
      *****************************************************************
      ********************** LINEAS DE IMPRESION **********************
      *****************************************************************
       01  lin-titulo-ext.
           03 filler pic x(30) value spaces.
           03 filler pic x(19) value "Banco El Corralito".
           03 filler pic x(31) value spaces.

       01  lin-sub-titulo-ext.
           03 filler pic x(18) value spaces.
           03 filler pic x(33) value
               "EXTRACTO ANUAL DE PRESTAMOS ANIO ".
           03 lin-ext-anio pic 9999.
           03 filler pic x(25) value spaces.

       01  lin-guion.
           03 filler pic x(80) value all "-".

       01  lin-socio.
           03 filler pic x(7) value "Socio:".
           03 lin-soc-codigo pic 9(6).
           03 filler pic x(3) value " - ".
           03 lin-soc-nombre pic x(30).
           03 filler pic x(34) value spaces.

       01  lin-prestamo.
           03 filler pic x(10) value "Prestamo ".
           03 lin-pre-dia pic 99.
           03 filler pic x value "/".
           03 lin-pre-mes pic 99.
           03 filler pic x value "/".
           03 lin-pre-anio pic 9999.
           03 filler pic x value "-".
           03 lin-pre-secuencia pic 9(4).
           03 filler pic x(8) value "  Suc. ".
           03 lin-pre-sucursal pic x(3).
           03 filler pic x(11) value "  Capital:".
           03 lin-pre-capital pic z.zzz.zz9,99.
           03 filler pic x(21) value spaces.

       01  lin-condiciones.
           03 filler pic x(6) value "Tasa ".
           03 lin-pre-tasa pic zz9,99.
           03 filler pic x(10) value "% anual - ".
           03 lin-pre-cuotas pic zz9.
           03 filler pic x(12) value " cuotas de ".
           03 lin-pre-importe pic z.zzz.zz9,99.
           03 filler pic x(3) value " - ".
           03 lin-pre-estado pic x(28).

       01  lin-cabecera-cuotas.
           03 filler pic x(2) value spaces.
           03 filler pic x(5) value "NRO".
           03 filler pic x(11) value "VENCIM.".
           03 filler pic x(13) value "CAPITAL".
           03 filler pic x(13) value "INTERES".
           03 filler pic x(13) value "CUOTA".
           03 filler pic x(10) value "ESTADO".
           03 filler pic x(13) value "COBRADA".

       01  lin-cuota.
           03 filler pic x(2) value spaces.
           03 lin-cuo-numero pic zz9.
           03 filler pic x(2) value spaces.
           03 lin-cuo-dia pic 99.
           03 filler pic x value "/".
           03 lin-cuo-mes pic 99.
           03 filler pic x value "/".
           03 lin-cuo-anio pic 9999.
           03 filler pic x value space.
           03 lin-cuo-capital pic z.zzz.zz9,99.
           03 filler pic x value space.
           03 lin-cuo-interes pic z.zzz.zz9,99.
           03 filler pic x value space.
           03 lin-cuo-importe pic z.zzz.zz9,99.
           03 filler pic x value space.
           03 lin-cuo-estado pic x(9).
           03 filler pic x value space.
           03 lin-cuo-cobro pic x(10).

       01  lin-resumen-prestamo.
           03 filler pic x(9) value "Pagadas:".
           03 lin-res-pagadas pic zz9.
           03 filler pic x value "/".
           03 lin-res-cuotas pic zz9.
           03 filler pic x(12) value "  En mora:".
           03 lin-res-mora pic zz9.
           03 filler pic x(8) value " por ".
           03 lin-res-deuda-mora pic zzz.zzz.zz9,99.
           03 filler pic x(11) value "  Saldo:".
           03 lin-res-saldo pic z.zzz.zz9,99.
           03 filler pic x(4) value spaces.

       01  lin-sin-prestamos.
           03 filler pic x(45) value
               "Sin prestamos de socios para el anio pedido".
           03 filler pic x(35) value spaces.

       01  lin-blanco pic x(80) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *****************************************************************
      ********************* PROGRAMA PRINCIPAL ************************
      *****************************************************************
           PERFORM 100-INICIO.
           IF ws-fs-prestamos = "00" AND ws-fs-cuotas = "00"
               PERFORM 300-GENERO-EXTRACTOS
           END-IF.
           PERFORM 400-FIN.
           STOP RUN.
      *****************************************************************
      *************************** RUTINAS *****************************
      *****************************************************************
       100-INICIO.
           DISPLAY "Anio del extracto:".
           ACCEPT ws-anio-extracto.
           MOVE ws-anio-extracto TO lin-ext-anio.
           OPEN INPUT PRESTAMOS-FILE.
           IF ws-fs-prestamos NOT = "00"
               DISPLAY "No se pudo abrir el archivo de prestamos: "
                   ws-fs-prestamos
           END-IF.
           OPEN INPUT CUOTAS-FILE.
           IF ws-fs-cuotas NOT = "00"
               DISPLAY "No se pudo abrir el archivo de cuotas: "
                   ws-fs-cuotas
           END-IF.
           OPEN INPUT SOCIOS-MASTER.
           IF ws-fs-socios = "00"
               MOVE "S" TO ws-padron-abierto
           ELSE
               DISPLAY "No se pudo abrir el padron de socios: "
                   ws-fs-socios
           END-IF.
           OPEN OUTPUT EXTRACTO-FILE.
           IF ws-fs-extracto NOT = "00"
               DISPLAY "No se pudo abrir el archivo de extractos: "
                   ws-fs-extracto
           END-IF.
           MOVE ZERO TO ws-cant-socios.
           MOVE ZERO TO ws-cant-prestamos.

      * PRESTAMOS.DAT esta indexado por socio + fecha de otorgamiento
      * + secuencia: la lectura por clave entrega los prestamos de
      * cada socio juntos y en orden de otorgamiento.
       300-GENERO-EXTRACTOS.
           MOVE "N" TO ws-fin-prestamos.
           PERFORM 310-LEO-PRESTAMO.
           PERFORM UNTIL fin-prestamos
               IF pre-socio NOT = ws-socio-actual
                   PERFORM 330-CIERRO-EXTRACTO-SOCIO
                   PERFORM 320-ABRO-EXTRACTO-SOCIO
               END-IF
               PERFORM 340-GRABO-PRESTAMO
               PERFORM 310-LEO-PRESTAMO
           END-PERFORM.
           PERFORM 330-CIERRO-EXTRACTO-SOCIO.
           IF ws-cant-prestamos = 0
               WRITE reg-extracto FROM lin-titulo-ext
               WRITE reg-extracto FROM lin-sub-titulo-ext
               WRITE reg-extracto FROM lin-guion
               WRITE reg-extracto FROM lin-sin-prestamos
           END-IF.

      * Entran los prestamos otorgados hasta el anio del extracto que
      * siguen vigentes o que se cancelaron en ese anio o despues.
       310-LEO-PRESTAMO.
           READ PRESTAMOS-FILE NEXT RECORD
               AT END MOVE "S" TO ws-fin-prestamos
           END-READ.
           PERFORM 315-EVALUO-PRESTAMO.
           PERFORM UNTIL fin-prestamos
                   OR (pre-otg-anio <= ws-anio-extracto
                       AND (pre-vigente
                           OR ws-anio-cancelacion >= ws-anio-extracto))
               READ PRESTAMOS-FILE NEXT RECORD
                   AT END MOVE "S" TO ws-fin-prestamos
               END-READ
               PERFORM 315-EVALUO-PRESTAMO
           END-PERFORM.

       315-EVALUO-PRESTAMO.
           MOVE ZERO TO ws-anio-cancelacion.
           IF NOT fin-prestamos AND pre-cancelado
               MOVE pre-fecha-cancelacion TO ws-fecha-aux
               MOVE ws-aux-anio TO ws-anio-cancelacion
           END-IF.

       320-ABRO-EXTRACTO-SOCIO.
           MOVE "S" TO ws-hay-extracto.
           MOVE pre-socio TO ws-socio-actual.
           ADD 1 TO ws-cant-socios.
           PERFORM 325-BUSCO-NOMBRE-SOCIO.
           WRITE reg-extracto FROM lin-titulo-ext.
           WRITE reg-extracto FROM lin-sub-titulo-ext.
           WRITE reg-extracto FROM lin-guion.
           WRITE reg-extracto FROM lin-socio.
           WRITE reg-extracto FROM lin-guion.

       325-BUSCO-NOMBRE-SOCIO.
           MOVE pre-socio TO lin-soc-codigo.
           IF padron-disponible
               MOVE pre-socio TO soc-codigo
               READ SOCIOS-MASTER
                   INVALID KEY MOVE "(no registrado)" TO soc-nombre
               END-READ
               MOVE soc-nombre TO lin-soc-nombre
           ELSE
               MOVE "(padron no disponible)" TO lin-soc-nombre
           END-IF.

       330-CIERRO-EXTRACTO-SOCIO.
           IF hay-extracto
               WRITE reg-extracto FROM lin-blanco
               WRITE reg-extracto FROM lin-blanco
           END-IF.

       340-GRABO-PRESTAMO.
           ADD 1 TO ws-cant-prestamos.
           MOVE pre-otg-dia TO lin-pre-dia.
           MOVE pre-otg-mes TO lin-pre-mes.
           MOVE pre-otg-anio TO lin-pre-anio.
           MOVE pre-secuencia TO lin-pre-secuencia.
           MOVE pre-sucursal TO lin-pre-sucursal.
           MOVE pre-capital TO lin-pre-capital.
           MOVE pre-tasa TO lin-pre-tasa.
           MOVE pre-cant-cuotas TO lin-pre-cuotas.
           MOVE pre-importe-cuota TO lin-pre-importe.
           MOVE spaces TO lin-pre-estado.
           IF pre-cancelado
               MOVE pre-fecha-cancelacion TO ws-fecha-aux
               STRING "CANCELADO EL " DELIMITED BY SIZE
                   ws-aux-dia DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   ws-aux-mes DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   ws-aux-anio DELIMITED BY SIZE
                   INTO lin-pre-estado
               END-STRING
           ELSE
               MOVE "VIGENTE" TO lin-pre-estado
           END-IF.
           WRITE reg-extracto FROM lin-prestamo.
           WRITE reg-extracto FROM lin-condiciones.
           WRITE reg-extracto FROM lin-cabecera-cuotas.
           MOVE ZERO TO ws-cant-pagadas.
           MOVE ZERO TO ws-cant-mora.
           MOVE ZERO TO ws-deuda-mora.
           PERFORM 350-LISTO-CUOTAS.
           MOVE ws-cant-pagadas TO lin-res-pagadas.
           MOVE pre-cant-cuotas TO lin-res-cuotas.
           MOVE ws-cant-mora TO lin-res-mora.
           MOVE ws-deuda-mora TO lin-res-deuda-mora.
           MOVE pre-saldo-capital TO lin-res-saldo.
           WRITE reg-extracto FROM lin-guion.
           WRITE reg-extracto FROM lin-resumen-prestamo.
           WRITE reg-extracto FROM lin-blanco.

       350-LISTO-CUOTAS.
           MOVE "N" TO ws-fin-cuotas.
           MOVE pre-clave TO cuo-prestamo.
           MOVE ZERO TO cuo-numero.
           START CUOTAS-FILE KEY NOT < cuo-clave
               INVALID KEY MOVE "S" TO ws-fin-cuotas
           END-START.
           PERFORM UNTIL fin-cuotas
               READ CUOTAS-FILE NEXT RECORD
                   AT END MOVE "S" TO ws-fin-cuotas
                   NOT AT END
                       IF cuo-prestamo = pre-clave
                           PERFORM 360-GRABO-CUOTA
                       ELSE
                           MOVE "S" TO ws-fin-cuotas
                       END-IF
               END-READ
           END-PERFORM.

       360-GRABO-CUOTA.
           MOVE cuo-numero TO lin-cuo-numero.
           MOVE cuo-vto-dia TO lin-cuo-dia.
           MOVE cuo-vto-mes TO lin-cuo-mes.
           MOVE cuo-vto-anio TO lin-cuo-anio.
           MOVE cuo-capital TO lin-cuo-capital.
           MOVE cuo-interes TO lin-cuo-interes.
           MOVE cuo-importe TO lin-cuo-importe.
           MOVE spaces TO lin-cuo-cobro.
           EVALUATE TRUE
               WHEN cuo-cobrada
                   MOVE "COBRADA" TO lin-cuo-estado
                   ADD 1 TO ws-cant-pagadas
                   MOVE cuo-fecha-cobro TO ws-fecha-aux
                   STRING ws-aux-dia DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       ws-aux-mes DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       ws-aux-anio DELIMITED BY SIZE
                       INTO lin-cuo-cobro
                   END-STRING
               WHEN cuo-en-mora
                   MOVE "EN MORA" TO lin-cuo-estado
                   ADD 1 TO ws-cant-mora
                   ADD cuo-importe TO ws-deuda-mora
               WHEN OTHER
                   MOVE "PENDIENTE" TO lin-cuo-estado
           END-EVALUATE.
           WRITE reg-extracto FROM lin-cuota.

       400-FIN.
           CLOSE PRESTAMOS-FILE.
           CLOSE CUOTAS-FILE.
           CLOSE SOCIOS-MASTER.
           CLOSE EXTRACTO-FILE.
           DISPLAY "Extractos de prestamos generados: ",
               ws-cant-prestamos, " prestamo(s) de ",
               ws-cant-socios, " socio(s)".

       END PROGRAM EXTRACTO_PRESTAMOS.
