      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cartera de plazos fijos para tesoreria. Lista en
      *          CARTERAPF.LST (formato de listado de 132 columnas, un
      *          bloque de pagina por sucursal) los plazos fijos
      *          vigentes de PLAZOFIJO.DAT ordenados por sucursal y
      *          fecha de vencimiento, con el nombre del socio del
      *          padron (SOCIOS.DAT), el capital y el interes a pagar,
      *          subtotal por fecha de vencimiento (lo que tesoreria
      *          debe devolver ese dia), total por sucursal y total
      *          general.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTERA_PLAZOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAZOS-FILE ASSIGN TO "PLAZOFIJO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS pf-clave
               FILE STATUS IS ws-fs-plazos.
           SELECT SORT-FILE ASSIGN TO "SORTTRAB".
           SELECT SOCIOS-MASTER ASSIGN TO "SOCIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS soc-codigo
               FILE STATUS IS ws-fs-socios.
           SELECT SUCURSALES-MASTER ASSIGN TO "SUCURSALES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-sucmaestro.
           SELECT PRINT-CARTERA-FILE ASSIGN TO "CARTERAPF.LST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-printcar.
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

       SD  SORT-FILE.
       01  reg-sort.
           03 srt-sucursal pic x(3).
           03 srt-fecha-vencimiento.
               05 srt-vto-anio pic 9999.
               05 srt-vto-mes  pic 99.
               05 srt-vto-dia  pic 99.
           03 srt-socio    pic 9(6).
           03 srt-fecha-inicio.
               05 srt-ini-anio pic 9999.
               05 srt-ini-mes  pic 99.
               05 srt-ini-dia  pic 99.
           03 srt-secuencia pic 9(4).
           03 srt-capital  pic 9(7)v99.
           03 srt-tasa     pic 9(3)v99.
           03 srt-plazo-dias pic 9(3).
           03 srt-interes  pic 9(7)v99.
           03 srt-renovacion pic x.

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

       FD  SUCURSALES-MASTER.
       01  reg-sucursal-mstr.
           03 sum-cod-sucursal pic xxx.
           03 sum-nom-sucursal pic x(11).

       FD  PRINT-CARTERA-FILE.
       01  reg-print-cartera pic x(132).

       WORKING-STORAGE SECTION.
      *****************************************************************
      ************************ ARCHIVOS / I-O *************************
      *****************************************************************
       01  ws-fs-plazos   pic xx value spaces.
       01  ws-fs-socios   pic xx value spaces.
       01  ws-fs-sucmaestro pic xx value spaces.
       01  ws-fs-printcar pic xx value spaces.
       01  ws-socios-abierto pic x value "N".
           88 socios-disponible value "S".
       01  fecha.
           03 anio pic 9999.
           03 mes pic 99.
           03 dia pic 99.
       01  ws-fin-plazos  pic x value "N".
           88 fin-plazos value "S".
       01  ws-fin-ordenado pic x value "N".
           88 fin-ordenado value "S".
       01  ws-pagina pic 9(4) value zero.
       01  posJ pic 999.
       01  ws-max-sucursales pic 999 value 100.
       01  ws-cant-sucursales pic 999 value 0.
       01  ws-sucursal-actual pic x(3) value spaces.
       01  ws-vto-actual  pic x(8) value spaces.
       01  ws-cant-seleccionados pic 9(6) value zero.
      *****************************************************************
      ***************** SUCURSALES (maestro externo) ******************
      *****************************************************************
       01  tab-sucursal.
           03 vec-sucursal occurs 100 times.
               05 cod-sucursal pic xxx.
               05 nom-sucursal pic x(11).
      *****************************************************************
      ************************** TOTALES ******************************
      *****************************************************************
       01  ws-cant-vto    pic 9(5).
       01  ws-cap-vto     pic 9(11)v99.
       01  ws-int-vto     pic 9(11)v99.
       01  ws-cant-suc    pic 9(5).
       01  ws-cap-suc     pic 9(11)v99.
       01  ws-int-suc     pic 9(11)v99.
       01  ws-cant-gral   pic 9(6) value zero.
       01  ws-cap-gral    pic 9(11)v99 value zero.
       01  ws-int-gral    pic 9(11)v99 value zero.
      *****************************************************************
      ****************** LINEAS DEL LISTADO (132 COL.) ****************
      *****************************************************************
       01  lin-car-titulo.
           03 filler pic x(2) value space.
           03 filler pic x(18) value "Banco El Corralito".
           03 filler pic x(8) value space.
           03 filler pic x(36) value
               "CARTERA DE PLAZOS FIJOS - SUCURSAL ".
           03 lin-car-cod pic x(3).
           03 filler pic x(3) value " - ".
           03 lin-car-nom pic x(11).
           03 filler pic x(17) value space.
           03 filler pic x(6) value "FECHA ".
           03 lin-car-fec-dia pic 99.
           03 filler pic x value "/".
           03 lin-car-fec-mes pic 99.
           03 filler pic x value "/".
           03 lin-car-fec-anio pic 9999.
           03 filler pic x(8) value space.
           03 filler pic x(5) value "PAG. ".
           03 lin-car-pagina pic zzz9.

       01  lin-car-cols.
           03 filler pic x(4) value space.
           03 filler pic x(12) value "VENCIMIENTO".
           03 filler pic x(8) value "SOCIO".
           03 filler pic x(32) value "NOMBRE".
           03 filler pic x(17) value "CONSTITUIDO".
           03 filler pic x(15) value "CAPITAL".
           03 filler pic x(8) value "TASA".
           03 filler pic x(7) value "DIAS".
           03 filler pic x(15) value "INTERES".
           03 filler pic x(6) value "RENOV".

       01  lin-car-detalle.
           03 filler pic x(4) value space.
           03 lin-det-vto-dia pic 99.
           03 filler pic x value "/".
           03 lin-det-vto-mes pic 99.
           03 filler pic x value "/".
           03 lin-det-vto-anio pic 9999.
           03 filler pic x(2) value space.
           03 lin-det-socio pic 9(6).
           03 filler pic x(2) value space.
           03 lin-det-nombre pic x(30).
           03 filler pic x(2) value space.
           03 lin-det-ini-dia pic 99.
           03 filler pic x value "/".
           03 lin-det-ini-mes pic 99.
           03 filler pic x value "/".
           03 lin-det-ini-anio pic 9999.
           03 filler pic x value "-".
           03 lin-det-secuencia pic 9(4).
           03 filler pic x(2) value space.
           03 lin-det-capital pic z.zzz.zz9,99.
           03 filler pic x(2) value space.
           03 lin-det-tasa pic zz9,99.
           03 filler pic x(3) value space.
           03 lin-det-plazo pic zz9.
           03 filler pic x(2) value space.
           03 lin-det-interes pic z.zzz.zz9,99.
           03 filler pic x(4) value space.
           03 lin-det-renovacion pic x.

       01  lin-car-total.
           03 filler pic x(4) value space.
           03 lin-tot-concepto pic x(30).
           03 filler pic x(2) value space.
           03 lin-tot-cantidad pic zzzz9.
           03 filler pic x(28) value space.
           03 lin-tot-capital pic zzz.zzz.zzz.zz9,99.
           03 filler pic x(15) value space.
           03 lin-tot-interes pic zzz.zzz.zzz.zz9,99.

       01  lin-car-sin-plazos.
           03 filler pic x(4) value space.
           03 filler pic x(36) value
               "Sin plazos fijos vigentes en cartera".

       01  lin-car-blanco pic x(132) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *****************************************************************
      ********************* PROGRAMA PRINCIPAL ************************
      *****************************************************************
           PERFORM 100-INICIO.
           IF ws-fs-printcar = "00"
               SORT SORT-FILE
                   ON ASCENDING KEY srt-sucursal
                                    srt-fecha-vencimiento
                                    srt-socio
                   INPUT PROCEDURE IS 200-SELECCIONO-VIGENTES
                   OUTPUT PROCEDURE IS 300-LISTO-CARTERA
           END-IF.
           PERFORM 400-FIN.
           STOP RUN.
      *****************************************************************
      *************************** RUTINAS *****************************
      *****************************************************************
       100-INICIO.
           ACCEPT fecha FROM DATE YYYYMMDD.
           OPEN INPUT SOCIOS-MASTER.
           IF ws-fs-socios = "00"
               MOVE "S" TO ws-socios-abierto
           ELSE
               DISPLAY "No se pudo abrir el padron de socios: "
                   ws-fs-socios
           END-IF.
           PERFORM 110-LEO-SUCURSALES.
           OPEN OUTPUT PRINT-CARTERA-FILE.
           IF ws-fs-printcar NOT = "00"
               DISPLAY "No se pudo abrir el listado de cartera: "
                   ws-fs-printcar
           END-IF.

       110-LEO-SUCURSALES.
           OPEN INPUT SUCURSALES-MASTER.
           IF ws-fs-sucmaestro NOT = "00"
               DISPLAY "No se pudo abrir el maestro de sucursales: "
                   ws-fs-sucmaestro
           ELSE
               PERFORM UNTIL ws-fs-sucmaestro = "10"
                   READ SUCURSALES-MASTER
                       AT END MOVE "10" TO ws-fs-sucmaestro
                       NOT AT END PERFORM 115-AGREGO-SUCURSAL
                   END-READ
               END-PERFORM
               CLOSE SUCURSALES-MASTER
           END-IF.

       115-AGREGO-SUCURSAL.
           IF ws-cant-sucursales < ws-max-sucursales
               ADD 1 TO ws-cant-sucursales
               MOVE sum-cod-sucursal TO cod-sucursal(ws-cant-sucursales)
               MOVE sum-nom-sucursal TO nom-sucursal(ws-cant-sucursales)
           ELSE
               DISPLAY "ATENCION: la sucursal ", sum-cod-sucursal,
                   " excede la capacidad de la tabla (",
                   ws-max-sucursales, ")"
           END-IF.

      * Seleccion para el SORT: solo los plazos fijos vigentes; los
      * pagados, cancelados y renovados ya no son cartera.
       200-SELECCIONO-VIGENTES.
           OPEN INPUT PLAZOS-FILE.
           IF ws-fs-plazos NOT = "00"
               DISPLAY "No se pudo abrir el archivo de plazos fijos: "
                   ws-fs-plazos
           ELSE
               MOVE "N" TO ws-fin-plazos
               PERFORM UNTIL fin-plazos
                   READ PLAZOS-FILE NEXT RECORD
                       AT END MOVE "S" TO ws-fin-plazos
                       NOT AT END PERFORM 210-EVALUO-PLAZO
                   END-READ
               END-PERFORM
               CLOSE PLAZOS-FILE
           END-IF.

       210-EVALUO-PLAZO.
           IF pf-vigente
               MOVE pf-sucursal TO srt-sucursal
               MOVE pf-fecha-vencimiento TO srt-fecha-vencimiento
               MOVE pf-socio TO srt-socio
               MOVE pf-fecha-inicio TO srt-fecha-inicio
               MOVE pf-secuencia TO srt-secuencia
               MOVE pf-capital TO srt-capital
               MOVE pf-tasa TO srt-tasa
               MOVE pf-plazo-dias TO srt-plazo-dias
               MOVE pf-interes TO srt-interes
               MOVE pf-renovacion TO srt-renovacion
               RELEASE reg-sort
               ADD 1 TO ws-cant-seleccionados
           END-IF.

       300-LISTO-CARTERA.
           MOVE "N" TO ws-fin-ordenado.
           PERFORM 310-RETORNO-ORDENADO.
           IF fin-ordenado
               MOVE spaces TO ws-sucursal-actual
               PERFORM 320-ENCABEZO-SUCURSAL
               WRITE reg-print-cartera FROM lin-car-sin-plazos
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM UNTIL fin-ordenado
               IF srt-sucursal NOT = ws-sucursal-actual
                   PERFORM 340-CIERRO-VENCIMIENTO
                   PERFORM 350-CIERRO-SUCURSAL
                   MOVE srt-sucursal TO ws-sucursal-actual
                   PERFORM 320-ENCABEZO-SUCURSAL
               END-IF
               IF srt-fecha-vencimiento NOT = ws-vto-actual
                   PERFORM 340-CIERRO-VENCIMIENTO
                   MOVE srt-fecha-vencimiento TO ws-vto-actual
               END-IF
               PERFORM 330-LISTO-PLAZO
               PERFORM 310-RETORNO-ORDENADO
           END-PERFORM.
           PERFORM 340-CIERRO-VENCIMIENTO.
           PERFORM 350-CIERRO-SUCURSAL.
           PERFORM 360-TOTAL-GENERAL.

       310-RETORNO-ORDENADO.
           RETURN SORT-FILE
               AT END MOVE "S" TO ws-fin-ordenado
           END-RETURN.

       320-ENCABEZO-SUCURSAL.
           MOVE ZERO TO ws-cant-suc.
           MOVE ZERO TO ws-cap-suc.
           MOVE ZERO TO ws-int-suc.
           MOVE ZERO TO ws-cant-vto.
           MOVE ZERO TO ws-cap-vto.
           MOVE ZERO TO ws-int-vto.
           MOVE spaces TO ws-vto-actual.
           ADD 1 TO ws-pagina.
           MOVE ws-pagina TO lin-car-pagina.
           MOVE ws-sucursal-actual TO lin-car-cod.
           MOVE "(sin maestro)" TO lin-car-nom.
           PERFORM VARYING posJ FROM 1 BY 1
                   UNTIL posJ > ws-cant-sucursales
                       OR cod-sucursal(posJ) = ws-sucursal-actual
               CONTINUE
           END-PERFORM.
           IF posJ <= ws-cant-sucursales
               MOVE nom-sucursal(posJ) TO lin-car-nom
           END-IF.
           MOVE dia TO lin-car-fec-dia.
           MOVE mes TO lin-car-fec-mes.
           MOVE anio TO lin-car-fec-anio.
           WRITE reg-print-cartera FROM lin-car-titulo
               AFTER ADVANCING PAGE.
           WRITE reg-print-cartera FROM lin-car-cols
               AFTER ADVANCING 2 LINES.
           WRITE reg-print-cartera FROM lin-car-blanco
               AFTER ADVANCING 1 LINE.

       330-LISTO-PLAZO.
           MOVE srt-vto-dia TO lin-det-vto-dia.
           MOVE srt-vto-mes TO lin-det-vto-mes.
           MOVE srt-vto-anio TO lin-det-vto-anio.
           MOVE srt-socio TO lin-det-socio.
           IF socios-disponible
               MOVE srt-socio TO soc-codigo
               READ SOCIOS-MASTER
                   INVALID KEY MOVE "(no registrado)" TO soc-nombre
               END-READ
               MOVE soc-nombre TO lin-det-nombre
           ELSE
               MOVE "(no disponible)" TO lin-det-nombre
           END-IF.
           MOVE srt-ini-dia TO lin-det-ini-dia.
           MOVE srt-ini-mes TO lin-det-ini-mes.
           MOVE srt-ini-anio TO lin-det-ini-anio.
           MOVE srt-secuencia TO lin-det-secuencia.
           MOVE srt-capital TO lin-det-capital.
           MOVE srt-tasa TO lin-det-tasa.
           MOVE srt-plazo-dias TO lin-det-plazo.
           MOVE srt-interes TO lin-det-interes.
           MOVE srt-renovacion TO lin-det-renovacion.
           WRITE reg-print-cartera FROM lin-car-detalle
               AFTER ADVANCING 1 LINE.
           ADD 1 TO ws-cant-vto.
           ADD srt-capital TO ws-cap-vto.
           ADD srt-interes TO ws-int-vto.

      * Subtotal de la fecha de vencimiento: lo que la sucursal
      * devuelve ese dia (el que renueva devuelve solo el interes,
      * pero el capital vence igual y se informa).
       340-CIERRO-VENCIMIENTO.
           IF ws-cant-vto > 0
               MOVE "  Total del vencimiento:" TO lin-tot-concepto
               MOVE ws-cant-vto TO lin-tot-cantidad
               MOVE ws-cap-vto TO lin-tot-capital
               MOVE ws-int-vto TO lin-tot-interes
               WRITE reg-print-cartera FROM lin-car-total
                   AFTER ADVANCING 1 LINE
               WRITE reg-print-cartera FROM lin-car-blanco
                   AFTER ADVANCING 1 LINE
               ADD ws-cant-vto TO ws-cant-suc
               ADD ws-cap-vto TO ws-cap-suc
               ADD ws-int-vto TO ws-int-suc
               MOVE ZERO TO ws-cant-vto
               MOVE ZERO TO ws-cap-vto
               MOVE ZERO TO ws-int-vto
           END-IF.

       350-CIERRO-SUCURSAL.
           IF ws-cant-suc > 0
               MOVE "TOTAL DE LA SUCURSAL:" TO lin-tot-concepto
               MOVE ws-cant-suc TO lin-tot-cantidad
               MOVE ws-cap-suc TO lin-tot-capital
               MOVE ws-int-suc TO lin-tot-interes
               WRITE reg-print-cartera FROM lin-car-total
                   AFTER ADVANCING 1 LINE
               ADD ws-cant-suc TO ws-cant-gral
               ADD ws-cap-suc TO ws-cap-gral
               ADD ws-int-suc TO ws-int-gral
               MOVE ZERO TO ws-cant-suc
           END-IF.

       360-TOTAL-GENERAL.
           MOVE "TOTAL GENERAL DE LA CARTERA:" TO lin-tot-concepto.
           MOVE ws-cant-gral TO lin-tot-cantidad.
           MOVE ws-cap-gral TO lin-tot-capital.
           MOVE ws-int-gral TO lin-tot-interes.
           WRITE reg-print-cartera FROM lin-car-total
               AFTER ADVANCING 3 LINES.

       400-FIN.
           IF socios-disponible
               CLOSE SOCIOS-MASTER
           END-IF.
           IF ws-fs-printcar = "00"
               CLOSE PRINT-CARTERA-FILE
           END-IF.
           DISPLAY "Plazos fijos vigentes en cartera: ",
               ws-cant-seleccionados.
           DISPLAY "Capital total:  ", ws-cap-gral.
           DISPLAY "Interes total:  ", ws-int-gral.

       END PROGRAM CARTERA_PLAZOS.
