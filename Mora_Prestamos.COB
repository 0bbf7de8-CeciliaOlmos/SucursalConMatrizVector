      ******************************************************************
      * Author:
      * Date:
      * Purpose: Listado de mora de prestamos a socios. Lista en
      *          MORAPRES.LST (formato de listado de 132 columnas, un
      *          bloque de pagina por sucursal) las cuotas de
      *          CUOTAS.DAT en mora o pendientes con vencimiento
      *          anterior a hoy, ordenadas por sucursal, socio y
      *          prestamo, con el nombre del socio del padron
      *          (SOCIOS.DAT), el importe de la cuota y los dias de
      *          atraso contados desde el vencimiento; total por
      *          sucursal y total general.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MORA_PRESTAMOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUOTAS-FILE ASSIGN TO "CUOTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS cuo-clave
               FILE STATUS IS ws-fs-cuotas.
           SELECT SORT-FILE ASSIGN TO "SORTTRAB".
           SELECT SOCIOS-MASTER ASSIGN TO "SOCIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS soc-codigo
               FILE STATUS IS ws-fs-socios.
           SELECT SUCURSALES-MASTER ASSIGN TO "SUCURSALES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-sucmaestro.
           SELECT PRINT-MORA-FILE ASSIGN TO "MORAPRES.LST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-printmora.
       DATA DIVISION.
       FILE SECTION.
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

       SD  SORT-FILE.
       01  reg-sort.
           03 srt-sucursal pic x(3).
           03 srt-socio    pic 9(6).
           03 srt-fecha-otorg.
               05 srt-otg-anio pic 9999.
               05 srt-otg-mes  pic 99.
               05 srt-otg-dia  pic 99.
           03 srt-secuencia pic 9(4).
           03 srt-numero   pic 9(3).
           03 srt-fecha-vto.
               05 srt-vto-anio pic 9999.
               05 srt-vto-mes  pic 99.
               05 srt-vto-dia  pic 99.
           03 srt-capital  pic 9(7)v99.
           03 srt-interes  pic 9(7)v99.
           03 srt-importe  pic 9(7)v99.
           03 srt-estado   pic x.

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

       FD  PRINT-MORA-FILE.
       01  reg-print-mora pic x(132).

       WORKING-STORAGE SECTION.
      *****************************************************************
      ************************ ARCHIVOS / I-O *************************
      *****************************************************************
       01  ws-fs-cuotas   pic xx value spaces.
       01  ws-fs-socios   pic xx value spaces.
       01  ws-fs-sucmaestro pic xx value spaces.
       01  ws-fs-printmora pic xx value spaces.
       01  ws-socios-abierto pic x value "N".
           88 socios-disponible value "S".
       01  fecha.
           03 anio pic 9999.
           03 mes pic 99.
           03 dia pic 99.
       01  ws-fin-cuotas  pic x value "N".
           88 fin-cuotas value "S".
       01  ws-fin-ordenado pic x value "N".
           88 fin-ordenado value "S".
       01  ws-pagina pic 9(4) value zero.
       01  posJ pic 999.
       01  ws-max-sucursales pic 999 value 100.
       01  ws-cant-sucursales pic 999 value 0.
       01  ws-sucursal-actual pic x(3) value spaces.
       01  ws-cant-seleccionadas pic 9(6) value zero.
      *****************************************************************
      ********************** DIAS DE ATRASO ***************************
      *****************************************************************
      * Numero de dia corrido de una fecha (calendario gregoriano),
      * para restar vencimiento de hoy sin recorrer dia por dia.
       01  ws-nd-anio     pic 9999.
       01  ws-nd-mes      pic 99.
       01  ws-nd-dia      pic 99.
       01  ws-nd-ajuste   pic 9.
       01  ws-nd-anio-cal pic 9(5).
       01  ws-nd-mes-cal  pic 99.
       01  ws-nd-div4     pic 9(5).
       01  ws-nd-div100   pic 9(5).
       01  ws-nd-div400   pic 9(5).
       01  ws-nd-dias-mes pic 9(5).
       01  ws-nd-numero   pic 9(8).
       01  ws-nd-hoy      pic 9(8).
       01  ws-dias-atraso pic 9(5).
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
       01  ws-cant-suc    pic 9(5).
       01  ws-imp-suc     pic 9(11)v99.
       01  ws-cant-gral   pic 9(6) value zero.
       01  ws-imp-gral    pic 9(11)v99 value zero.
       01  ws-max-atraso  pic 9(5) value zero.
      *****************************************************************
      ****************** LINEAS DEL LISTADO (132 COL.) ****************
      *****************************************************************
       01  lin-mor-titulo.
           03 filler pic x(2) value space.
           03 filler pic x(18) value "Banco El Corralito".
           03 filler pic x(8) value space.
           03 filler pic x(36) value
               "MORA DE PRESTAMOS - SUCURSAL".
           03 lin-mor-cod pic x(3).
           03 filler pic x(3) value " - ".
           03 lin-mor-nom pic x(11).
           03 filler pic x(17) value space.
           03 filler pic x(6) value "FECHA ".
           03 lin-mor-fec-dia pic 99.
           03 filler pic x value "/".
           03 lin-mor-fec-mes pic 99.
           03 filler pic x value "/".
           03 lin-mor-fec-anio pic 9999.
           03 filler pic x(8) value space.
           03 filler pic x(5) value "PAG. ".
           03 lin-mor-pagina pic zzz9.

       01  lin-mor-cols.
           03 filler pic x(2) value space.
           03 filler pic x(8) value "SOCIO".
           03 filler pic x(27) value "NOMBRE".
           03 filler pic x(17) value "PRESTAMO".
           03 filler pic x(6) value "NRO".
           03 filler pic x(17) value "VENCIMIENTO".
           03 filler pic x(14) value "CAPITAL".
           03 filler pic x(14) value "INTERES".
           03 filler pic x(9) value "IMPORTE".
           03 filler pic x(8) value "ATRASO".
           03 filler pic x(10) value "ESTADO".

       01  lin-mor-detalle.
           03 filler pic x(2) value space.
           03 lin-det-socio pic 9(6).
           03 filler pic x(2) value space.
           03 lin-det-nombre pic x(25).
           03 filler pic x(2) value space.
           03 lin-det-otg-dia pic 99.
           03 filler pic x value "/".
           03 lin-det-otg-mes pic 99.
           03 filler pic x value "/".
           03 lin-det-otg-anio pic 9999.
           03 filler pic x value "-".
           03 lin-det-secuencia pic 9(4).
           03 filler pic x(2) value space.
           03 lin-det-numero pic zz9.
           03 filler pic x(3) value space.
           03 lin-det-vto-dia pic 99.
           03 filler pic x value "/".
           03 lin-det-vto-mes pic 99.
           03 filler pic x value "/".
           03 lin-det-vto-anio pic 9999.
           03 filler pic x(2) value space.
           03 lin-det-capital pic z.zzz.zz9,99.
           03 filler pic x(2) value space.
           03 lin-det-interes pic z.zzz.zz9,99.
           03 filler pic x(2) value space.
           03 lin-det-importe pic z.zzz.zz9,99.
           03 filler pic x(3) value space.
           03 lin-det-atraso pic zzzz9.
           03 filler pic x(2) value space.
           03 lin-det-estado pic x(10).

       01  lin-mor-total.
           03 filler pic x(4) value space.
           03 lin-tot-concepto pic x(30).
           03 filler pic x(2) value space.
           03 lin-tot-cantidad pic zzzz9.
           03 filler pic x(53) value space.
           03 lin-tot-importe pic zzz.zzz.zzz.zz9,99.

       01  lin-mor-sin-cuotas.
           03 filler pic x(4) value space.
           03 filler pic x(36) value
               "Sin cuotas de prestamos en mora".

       01  lin-mor-blanco pic x(132) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *****************************************************************
      ********************* PROGRAMA PRINCIPAL ************************
      *****************************************************************
           PERFORM 100-INICIO.
           IF ws-fs-printmora = "00"
               SORT SORT-FILE
                   ON ASCENDING KEY srt-sucursal
                                    srt-socio
                                    srt-fecha-otorg
                                    srt-secuencia
                                    srt-numero
                   INPUT PROCEDURE IS 200-SELECCIONO-MORA
                   OUTPUT PROCEDURE IS 300-LISTO-MORA
           END-IF.
           PERFORM 400-FIN.
           STOP RUN.
      *****************************************************************
      *************************** RUTINAS *****************************
      *****************************************************************
       100-INICIO.
           ACCEPT fecha FROM DATE YYYYMMDD.
           MOVE anio TO ws-nd-anio.
           MOVE mes TO ws-nd-mes.
           MOVE dia TO ws-nd-dia.
           PERFORM 250-CALCULO-NUMERO-DIA.
           MOVE ws-nd-numero TO ws-nd-hoy.
           OPEN INPUT SOCIOS-MASTER.
           IF ws-fs-socios = "00"
               MOVE "S" TO ws-socios-abierto
           ELSE
               DISPLAY "No se pudo abrir el padron de socios: "
                   ws-fs-socios
           END-IF.
           PERFORM 110-LEO-SUCURSALES.
           OPEN OUTPUT PRINT-MORA-FILE.
           IF ws-fs-printmora NOT = "00"
               DISPLAY "No se pudo abrir el listado de mora: "
                   ws-fs-printmora
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

      * Seleccion para el SORT: cuotas marcadas en mora por la
      * cobranza y cuotas pendientes ya vencidas que la cobranza
      * todavia no proceso.
       200-SELECCIONO-MORA.
           OPEN INPUT CUOTAS-FILE.
           IF ws-fs-cuotas NOT = "00"
               DISPLAY "No se pudo abrir el archivo de cuotas: "
                   ws-fs-cuotas
           ELSE
               MOVE "N" TO ws-fin-cuotas
               PERFORM UNTIL fin-cuotas
                   READ CUOTAS-FILE NEXT RECORD
                       AT END MOVE "S" TO ws-fin-cuotas
                       NOT AT END PERFORM 210-EVALUO-CUOTA
                   END-READ
               END-PERFORM
               CLOSE CUOTAS-FILE
           END-IF.

       210-EVALUO-CUOTA.
           IF cuo-en-mora
                   OR (cuo-pendiente AND cuo-fecha-vto < fecha)
               MOVE cuo-sucursal TO srt-sucursal
               MOVE cuo-socio TO srt-socio
               MOVE cuo-fecha-otorg TO srt-fecha-otorg
               MOVE cuo-secuencia TO srt-secuencia
               MOVE cuo-numero TO srt-numero
               MOVE cuo-fecha-vto TO srt-fecha-vto
               MOVE cuo-capital TO srt-capital
               MOVE cuo-interes TO srt-interes
               MOVE cuo-importe TO srt-importe
               MOVE cuo-estado TO srt-estado
               RELEASE reg-sort
               ADD 1 TO ws-cant-seleccionadas
           END-IF.

      * Dias corridos desde el 1/3/-4800 (formula del dia juliano):
      * el anio arranca en marzo para que febrero quede al final.
       250-CALCULO-NUMERO-DIA.
           IF ws-nd-mes < 3
               MOVE 1 TO ws-nd-ajuste
           ELSE
               MOVE 0 TO ws-nd-ajuste
           END-IF.
           COMPUTE ws-nd-anio-cal = ws-nd-anio + 4800 - ws-nd-ajuste.
           COMPUTE ws-nd-mes-cal = ws-nd-mes + 12 * ws-nd-ajuste - 3.
           DIVIDE ws-nd-anio-cal BY 4 GIVING ws-nd-div4.
           DIVIDE ws-nd-anio-cal BY 100 GIVING ws-nd-div100.
           DIVIDE ws-nd-anio-cal BY 400 GIVING ws-nd-div400.
           COMPUTE ws-nd-dias-mes = 153 * ws-nd-mes-cal + 2.
           DIVIDE ws-nd-dias-mes BY 5 GIVING ws-nd-dias-mes.
           COMPUTE ws-nd-numero = ws-nd-dia + ws-nd-dias-mes
               + 365 * ws-nd-anio-cal + ws-nd-div4 - ws-nd-div100
               + ws-nd-div400 - 32045.

       300-LISTO-MORA.
           MOVE "N" TO ws-fin-ordenado.
           PERFORM 310-RETORNO-ORDENADO.
           IF fin-ordenado
               MOVE spaces TO ws-sucursal-actual
               PERFORM 320-ENCABEZO-SUCURSAL
               WRITE reg-print-mora FROM lin-mor-sin-cuotas
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM UNTIL fin-ordenado
               IF srt-sucursal NOT = ws-sucursal-actual
                   PERFORM 350-CIERRO-SUCURSAL
                   MOVE srt-sucursal TO ws-sucursal-actual
                   PERFORM 320-ENCABEZO-SUCURSAL
               END-IF
               PERFORM 330-LISTO-CUOTA
               PERFORM 310-RETORNO-ORDENADO
           END-PERFORM.
           PERFORM 350-CIERRO-SUCURSAL.
           PERFORM 360-TOTAL-GENERAL.

       310-RETORNO-ORDENADO.
           RETURN SORT-FILE
               AT END MOVE "S" TO ws-fin-ordenado
           END-RETURN.

       320-ENCABEZO-SUCURSAL.
           MOVE ZERO TO ws-cant-suc.
           MOVE ZERO TO ws-imp-suc.
           ADD 1 TO ws-pagina.
           MOVE ws-pagina TO lin-mor-pagina.
           MOVE ws-sucursal-actual TO lin-mor-cod.
           MOVE "(sin maestro)" TO lin-mor-nom.
           PERFORM VARYING posJ FROM 1 BY 1
                   UNTIL posJ > ws-cant-sucursales
                       OR cod-sucursal(posJ) = ws-sucursal-actual
               CONTINUE
           END-PERFORM.
           IF posJ <= ws-cant-sucursales
               MOVE nom-sucursal(posJ) TO lin-mor-nom
           END-IF.
           MOVE dia TO lin-mor-fec-dia.
           MOVE mes TO lin-mor-fec-mes.
           MOVE anio TO lin-mor-fec-anio.
           WRITE reg-print-mora FROM lin-mor-titulo
               AFTER ADVANCING PAGE.
           WRITE reg-print-mora FROM lin-mor-cols
               AFTER ADVANCING 2 LINES.
           WRITE reg-print-mora FROM lin-mor-blanco
               AFTER ADVANCING 1 LINE.

       330-LISTO-CUOTA.
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
           MOVE srt-otg-dia TO lin-det-otg-dia.
           MOVE srt-otg-mes TO lin-det-otg-mes.
           MOVE srt-otg-anio TO lin-det-otg-anio.
           MOVE srt-secuencia TO lin-det-secuencia.
           MOVE srt-numero TO lin-det-numero.
           MOVE srt-vto-dia TO lin-det-vto-dia.
           MOVE srt-vto-mes TO lin-det-vto-mes.
           MOVE srt-vto-anio TO lin-det-vto-anio.
           MOVE srt-capital TO lin-det-capital.
           MOVE srt-interes TO lin-det-interes.
           MOVE srt-importe TO lin-det-importe.
           MOVE srt-vto-anio TO ws-nd-anio.
           MOVE srt-vto-mes TO ws-nd-mes.
           MOVE srt-vto-dia TO ws-nd-dia.
           PERFORM 250-CALCULO-NUMERO-DIA.
           IF ws-nd-numero < ws-nd-hoy
               COMPUTE ws-dias-atraso = ws-nd-hoy - ws-nd-numero
           ELSE
               MOVE ZERO TO ws-dias-atraso
           END-IF.
           IF ws-dias-atraso > ws-max-atraso
               MOVE ws-dias-atraso TO ws-max-atraso
           END-IF.
           MOVE ws-dias-atraso TO lin-det-atraso.
           IF srt-estado = "M"
               MOVE "EN MORA" TO lin-det-estado
           ELSE
               MOVE "SIN COBRAR" TO lin-det-estado
           END-IF.
           WRITE reg-print-mora FROM lin-mor-detalle
               AFTER ADVANCING 1 LINE.
           ADD 1 TO ws-cant-suc.
           ADD srt-importe TO ws-imp-suc.

       350-CIERRO-SUCURSAL.
           IF ws-cant-suc > 0
               MOVE "TOTAL DE LA SUCURSAL:" TO lin-tot-concepto
               MOVE ws-cant-suc TO lin-tot-cantidad
               MOVE ws-imp-suc TO lin-tot-importe
               WRITE reg-print-mora FROM lin-mor-blanco
                   AFTER ADVANCING 1 LINE
               WRITE reg-print-mora FROM lin-mor-total
                   AFTER ADVANCING 1 LINE
               ADD ws-cant-suc TO ws-cant-gral
               ADD ws-imp-suc TO ws-imp-gral
               MOVE ZERO TO ws-cant-suc
           END-IF.

       360-TOTAL-GENERAL.
           MOVE "TOTAL GENERAL EN MORA:" TO lin-tot-concepto.
           MOVE ws-cant-gral TO lin-tot-cantidad.
           MOVE ws-imp-gral TO lin-tot-importe.
           WRITE reg-print-mora FROM lin-mor-total
               AFTER ADVANCING 3 LINES.

       400-FIN.
           IF socios-disponible
               CLOSE SOCIOS-MASTER
           END-IF.
           IF ws-fs-printmora = "00"
               CLOSE PRINT-MORA-FILE
           END-IF.
           DISPLAY "Cuotas en mora:        ", ws-cant-seleccionadas.
           DISPLAY "Importe total en mora: ", ws-imp-gral.
           DISPLAY "Mayor atraso (dias):   ", ws-max-atraso.

       END PROGRAM MORA_PRESTAMOS.
