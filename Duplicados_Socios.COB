      ******************************************************************
      * Author:
      * Date:
      * Purpose: Listado (por unica vez) de socios posiblemente
      *          duplicados en el padron (SOCIOS.DAT), para que cada
      *          sucursal los depure. Lista en DUPSOCIOS.LST (formato
      *          de listado de 132 columnas) dos bloques de pagina:
      *            - mismo documento: socios con el mismo DNI, o con
      *              el CUIT de una persona que contiene el DNI de
      *              otro socio, o con el mismo CUIT de empresa;
      *            - mismo nombre: socios con el mismo nombre (sin
      *              distinguir mayusculas de minusculas).
      *          Cada grupo de socios repetidos lleva un numero de
      *          grupo, y cada socio su documento, fecha de
      *          nacimiento, sucursal de radicacion, localidad y
      *          estado. Los socios sin documento cargado solo entran
      *          en el bloque por nombre. Solo lectura.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPLICADOS_SOCIOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOCIOS-MASTER ASSIGN TO "SOCIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS soc-codigo
               FILE STATUS IS ws-fs-socios.
           SELECT SORT-FILE ASSIGN TO "SORTTRAB".
           SELECT PRINT-DUP-FILE ASSIGN TO "DUPSOCIOS.LST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-printdup.
       DATA DIVISION.
       FILE SECTION.
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

       SD  SORT-FILE.
       01  reg-sort.
           03 srt-criterio pic 9.
           03 srt-clave    pic x(30).
           03 srt-codigo   pic 9(6).
           03 srt-nombre   pic x(30).
           03 srt-tipo-doc pic x(4).
           03 srt-nro-doc  pic 9(11).
           03 srt-fecha-nac.
               05 srt-nac-anio pic 9999.
               05 srt-nac-mes  pic 99.
               05 srt-nac-dia  pic 99.
           03 srt-sucursal pic x(3).
           03 srt-localidad pic x(20).
           03 srt-estado   pic x.

       FD  PRINT-DUP-FILE.
       01  reg-print-dup pic x(132).

       WORKING-STORAGE SECTION.
      *****************************************************************
      ************************ ARCHIVOS / I-O *************************
      *****************************************************************
       01  ws-fs-socios   pic xx value spaces.
       01  ws-fs-printdup pic xx value spaces.
       01  fecha.
           03 anio pic 9999.
           03 mes pic 99.
           03 dia pic 99.
       01  ws-fin-socios  pic x value "N".
           88 fin-socios value "S".
       01  ws-fin-ordenado pic x value "N".
           88 fin-ordenado value "S".
       01  ws-pagina pic 9(4) value zero.
       01  ws-cant-leidos pic 9(6) value zero.
      *****************************************************************
      ******************** CLAVES DE COMPARACION **********************
      *****************************************************************
      * Criterio 1: documento. La clave es "P" y el DNI de la persona
      * (el propio DNI o los digitos 3 a 10 del CUIT de una persona)
      * o "E" y el CUIT completo de una empresa.
      * Criterio 2: nombre en mayusculas.
       01  ws-criterio-documento pic 9 value 1.
       01  ws-criterio-nombre pic 9 value 2.
       01  ws-nro-doc-aux pic 9(11).
       01  ws-nro-doc-aux-r redefines ws-nro-doc-aux.
           03 ws-aux-prefijo pic 99.
               88 aux-cuit-persona values 20 23 24 27.
           03 ws-aux-dni-cuit pic 9(8).
           03 ws-aux-verificador pic 9.
       01  ws-dni-aux     pic 9(8).
       01  ws-nombre-aux  pic x(30).
       01  ws-minusculas  pic x(26) value "abcdefghijklmnopqrstuvwxyz".
       01  ws-mayusculas  pic x(26) value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *****************************************************************
      ******************* GRUPOS DE DUPLICADOS ************************
      *****************************************************************
       01  ws-criterio-actual pic 9 value zero.
       01  ws-hay-anterior pic x value "N".
           88 hay-anterior value "S".
       01  ws-anterior-listado pic x value "N".
           88 anterior-listado value "S".
       01  ws-clave-anterior pic x(30).
       01  ws-reg-anterior pic x(114).
       01  ws-cant-grupos pic 9(5).
       01  ws-cant-duplicados pic 9(6).
       01  ws-grupos-doc  pic 9(5) value zero.
       01  ws-grupos-nombre pic 9(5) value zero.
       01  ws-reg-lista.
           03 lis-criterio pic 9.
           03 lis-clave    pic x(30).
           03 lis-codigo   pic 9(6).
           03 lis-nombre   pic x(30).
           03 lis-tipo-doc pic x(4).
           03 lis-nro-doc  pic 9(11).
           03 lis-fecha-nac.
               05 lis-nac-anio pic 9999.
               05 lis-nac-mes  pic 99.
               05 lis-nac-dia  pic 99.
           03 lis-sucursal pic x(3).
           03 lis-localidad pic x(20).
           03 lis-estado   pic x.
      *****************************************************************
      ****************** LINEAS DEL LISTADO (132 COL.) ****************
      *****************************************************************
       01  lin-dup-titulo.
           03 filler pic x(2) value space.
           03 filler pic x(18) value "Banco El Corralito".
           03 filler pic x(8) value space.
           03 filler pic x(32) value
               "SOCIOS POSIBLEMENTE DUPLICADOS -".
           03 filler pic x value space.
           03 lin-dup-criterio pic x(16).
           03 filler pic x(21) value space.
           03 filler pic x(6) value "FECHA ".
           03 lin-dup-fec-dia pic 99.
           03 filler pic x value "/".
           03 lin-dup-fec-mes pic 99.
           03 filler pic x value "/".
           03 lin-dup-fec-anio pic 9999.
           03 filler pic x(8) value space.
           03 filler pic x(5) value "PAG. ".
           03 lin-dup-pagina pic zzz9.

       01  lin-dup-cols.
           03 filler pic x(2) value space.
           03 filler pic x(7) value "GRUPO".
           03 filler pic x(8) value "SOCIO".
           03 filler pic x(32) value "NOMBRE".
           03 filler pic x(18) value "DOCUMENTO".
           03 filler pic x(12) value "NACIMIENTO".
           03 filler pic x(5) value "SUC.".
           03 filler pic x(22) value "LOCALIDAD".
           03 filler pic x(10) value "ESTADO".

       01  lin-dup-detalle.
           03 filler pic x(2) value space.
           03 lin-det-grupo pic zzzz9.
           03 filler pic x(2) value space.
           03 lin-det-socio pic 9(6).
           03 filler pic x(2) value space.
           03 lin-det-nombre pic x(30).
           03 filler pic x(2) value space.
           03 lin-det-documento.
               05 lin-det-tipo-doc pic x(4).
               05 filler pic x value space.
               05 lin-det-nro-doc pic z(10)9.
           03 filler pic x(2) value space.
           03 lin-det-nacimiento.
               05 lin-det-nac-dia pic 99.
               05 filler pic x value "/".
               05 lin-det-nac-mes pic 99.
               05 filler pic x value "/".
               05 lin-det-nac-anio pic 9999.
           03 filler pic x(2) value space.
           03 lin-det-sucursal pic x(3).
           03 filler pic x(2) value space.
           03 lin-det-localidad pic x(20).
           03 filler pic x(2) value space.
           03 lin-det-estado pic x(10).

       01  lin-dup-total.
           03 filler pic x(4) value space.
           03 filler pic x(8) value "Grupos: ".
           03 lin-tot-grupos pic zzzz9.
           03 filler pic x(4) value space.
           03 filler pic x(21) value "Socios involucrados: ".
           03 lin-tot-socios pic zzzzz9.

       01  lin-dup-sin-duplicados.
           03 filler pic x(4) value space.
           03 filler pic x(40) value
               "Sin socios repetidos por este criterio".

       01  lin-dup-blanco pic x(132) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *****************************************************************
      ********************* PROGRAMA PRINCIPAL ************************
      *****************************************************************
           PERFORM 100-INICIO.
           IF ws-fs-printdup = "00"
               SORT SORT-FILE
                   ON ASCENDING KEY srt-criterio
                                    srt-clave
                                    srt-codigo
                   INPUT PROCEDURE IS 200-SELECCIONO-SOCIOS
                   OUTPUT PROCEDURE IS 300-LISTO-DUPLICADOS
           END-IF.
           PERFORM 400-FIN.
           STOP RUN.
      *****************************************************************
      *************************** RUTINAS *****************************
      *****************************************************************
       100-INICIO.
           ACCEPT fecha FROM DATE YYYYMMDD.
           OPEN OUTPUT PRINT-DUP-FILE.
           IF ws-fs-printdup NOT = "00"
               DISPLAY "No se pudo abrir el listado de duplicados: "
                   ws-fs-printdup
           END-IF.

      * Cada socio entra al SORT una vez por nombre y, si tiene
      * documento cargado, otra vez por documento.
       200-SELECCIONO-SOCIOS.
           OPEN INPUT SOCIOS-MASTER.
           IF ws-fs-socios NOT = "00"
               DISPLAY "No se pudo abrir el padron de socios: "
                   ws-fs-socios
           ELSE
               MOVE "N" TO ws-fin-socios
               PERFORM UNTIL fin-socios
                   READ SOCIOS-MASTER NEXT RECORD
                       AT END MOVE "S" TO ws-fin-socios
                       NOT AT END PERFORM 210-LIBERO-SOCIO
                   END-READ
               END-PERFORM
               CLOSE SOCIOS-MASTER
           END-IF.

       210-LIBERO-SOCIO.
           ADD 1 TO ws-cant-leidos.
           MOVE soc-codigo TO srt-codigo.
           MOVE soc-nombre TO srt-nombre.
           MOVE soc-tipo-doc TO srt-tipo-doc.
           MOVE soc-nro-doc TO srt-nro-doc.
           MOVE soc-fecha-nac TO srt-fecha-nac.
           MOVE soc-sucursal TO srt-sucursal.
           MOVE soc-localidad TO srt-localidad.
           MOVE soc-estado TO srt-estado.
           IF soc-nro-doc > 0
               PERFORM 220-ARMO-CLAVE-DOCUMENTO
               MOVE ws-criterio-documento TO srt-criterio
               RELEASE reg-sort
           END-IF.
           IF soc-nombre NOT = spaces
               MOVE soc-nombre TO ws-nombre-aux
               INSPECT ws-nombre-aux
                   CONVERTING ws-minusculas TO ws-mayusculas
               MOVE ws-criterio-nombre TO srt-criterio
               MOVE ws-nombre-aux TO srt-clave
               RELEASE reg-sort
           END-IF.

       220-ARMO-CLAVE-DOCUMENTO.
           MOVE spaces TO srt-clave.
           MOVE soc-nro-doc TO ws-nro-doc-aux.
           MOVE ZERO TO ws-dni-aux.
           IF soc-doc-dni
               MOVE soc-nro-doc TO ws-dni-aux
           END-IF.
           IF soc-doc-cuit AND aux-cuit-persona
               MOVE ws-aux-dni-cuit TO ws-dni-aux
           END-IF.
           IF ws-dni-aux > 0
               STRING "P" DELIMITED BY SIZE
                   ws-dni-aux DELIMITED BY SIZE
                   INTO srt-clave
               END-STRING
           ELSE
               STRING "E" DELIMITED BY SIZE
                   ws-nro-doc-aux DELIMITED BY SIZE
                   INTO srt-clave
               END-STRING
           END-IF.

      * Corte por criterio (un bloque de pagina cada uno, aunque no
      * tenga duplicados) y, dentro del criterio, por clave: una
      * clave que se repite forma un grupo y se listan todos sus
      * socios.
       300-LISTO-DUPLICADOS.
           MOVE "N" TO ws-fin-ordenado.
           MOVE ZERO TO ws-criterio-actual.
           PERFORM 310-RETORNO-ORDENADO.
           PERFORM UNTIL fin-ordenado
               PERFORM UNTIL ws-criterio-actual = srt-criterio
                   PERFORM 315-CAMBIO-CRITERIO
               END-PERFORM
               PERFORM 330-COMPARO-CON-ANTERIOR
               PERFORM 310-RETORNO-ORDENADO
           END-PERFORM.
           PERFORM UNTIL ws-criterio-actual = ws-criterio-nombre
               PERFORM 315-CAMBIO-CRITERIO
           END-PERFORM.
           PERFORM 350-CIERRO-CRITERIO.

       310-RETORNO-ORDENADO.
           RETURN SORT-FILE
               AT END MOVE "S" TO ws-fin-ordenado
           END-RETURN.

       315-CAMBIO-CRITERIO.
           IF ws-criterio-actual > 0
               PERFORM 350-CIERRO-CRITERIO
           END-IF.
           ADD 1 TO ws-criterio-actual.
           PERFORM 320-ENCABEZO-CRITERIO.

       320-ENCABEZO-CRITERIO.
           MOVE ZERO TO ws-cant-grupos.
           MOVE ZERO TO ws-cant-duplicados.
           MOVE "N" TO ws-hay-anterior.
           MOVE "N" TO ws-anterior-listado.
           ADD 1 TO ws-pagina.
           MOVE ws-pagina TO lin-dup-pagina.
           IF ws-criterio-actual = ws-criterio-documento
               MOVE "MISMO DOCUMENTO" TO lin-dup-criterio
           ELSE
               MOVE "MISMO NOMBRE" TO lin-dup-criterio
           END-IF.
           MOVE dia TO lin-dup-fec-dia.
           MOVE mes TO lin-dup-fec-mes.
           MOVE anio TO lin-dup-fec-anio.
           WRITE reg-print-dup FROM lin-dup-titulo
               AFTER ADVANCING PAGE.
           WRITE reg-print-dup FROM lin-dup-cols
               AFTER ADVANCING 2 LINES.

      * El socio anterior se lista recien cuando aparece el segundo
      * de la misma clave (ahi empieza el grupo).
       330-COMPARO-CON-ANTERIOR.
           IF hay-anterior AND srt-clave = ws-clave-anterior
               IF NOT anterior-listado
                   ADD 1 TO ws-cant-grupos
                   WRITE reg-print-dup FROM lin-dup-blanco
                       AFTER ADVANCING 1 LINE
                   MOVE ws-reg-anterior TO ws-reg-lista
                   PERFORM 340-LISTO-SOCIO
                   MOVE "S" TO ws-anterior-listado
               END-IF
               MOVE reg-sort TO ws-reg-lista
               PERFORM 340-LISTO-SOCIO
           ELSE
               MOVE "N" TO ws-anterior-listado
           END-IF.
           MOVE reg-sort TO ws-reg-anterior.
           MOVE srt-clave TO ws-clave-anterior.
           MOVE "S" TO ws-hay-anterior.

       340-LISTO-SOCIO.
           ADD 1 TO ws-cant-duplicados.
           MOVE ws-cant-grupos TO lin-det-grupo.
           MOVE lis-codigo TO lin-det-socio.
           MOVE lis-nombre TO lin-det-nombre.
           IF lis-nro-doc > 0
               MOVE lis-tipo-doc TO lin-det-tipo-doc
               MOVE lis-nro-doc TO lin-det-nro-doc
           ELSE
               MOVE spaces TO lin-det-documento
           END-IF.
           IF lis-fecha-nac NOT = ZERO
               MOVE lis-nac-dia TO lin-det-nac-dia
               MOVE lis-nac-mes TO lin-det-nac-mes
               MOVE lis-nac-anio TO lin-det-nac-anio
           ELSE
               MOVE spaces TO lin-det-nacimiento
           END-IF.
           MOVE lis-sucursal TO lin-det-sucursal.
           MOVE lis-localidad TO lin-det-localidad.
           EVALUATE lis-estado
               WHEN "A" MOVE "ACTIVO" TO lin-det-estado
               WHEN "C" MOVE "CERRADO" TO lin-det-estado
               WHEN "I" MOVE "INACTIVO" TO lin-det-estado
               WHEN OTHER MOVE lis-estado TO lin-det-estado
           END-EVALUATE.
           WRITE reg-print-dup FROM lin-dup-detalle
               AFTER ADVANCING 1 LINE.

       350-CIERRO-CRITERIO.
           IF ws-cant-grupos = 0
               WRITE reg-print-dup FROM lin-dup-sin-duplicados
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE ws-cant-grupos TO lin-tot-grupos.
           MOVE ws-cant-duplicados TO lin-tot-socios.
           WRITE reg-print-dup FROM lin-dup-total
               AFTER ADVANCING 2 LINES.
           IF ws-criterio-actual = ws-criterio-documento
               MOVE ws-cant-grupos TO ws-grupos-doc
           ELSE
               MOVE ws-cant-grupos TO ws-grupos-nombre
           END-IF.

       400-FIN.
           IF ws-fs-printdup = "00"
               CLOSE PRINT-DUP-FILE
               DISPLAY "Socios leidos:            ", ws-cant-leidos
               DISPLAY "Grupos por documento:     ", ws-grupos-doc
               DISPLAY "Grupos por nombre:        ", ws-grupos-nombre
               DISPLAY "Listado emitido en DUPSOCIOS.LST"
           END-IF.

       END PROGRAM DUPLICADOS_SOCIOS.
