      ******************************************************************
      * Author:
      * Date:
      * Purpose: Ampliacion (por unica vez) del padron de socios del
      *          registro de 37 bytes (codigo, nombre y estado) al de
      *          156 bytes, que agrega los datos de identidad:
      *          documento (DNI o CUIT), fecha de nacimiento,
      *          domicilio, telefono y sucursal de radicacion. Los
      *          datos nuevos quedan en blanco; se completan desde el
      *          mantenimiento de maestros al modificar cada socio.
      *
      *          Corrida:
      *            1. Con el proceso diario cerrado, renombrar el
      *               SOCIOS.DAT de 37 bytes a SOCIOS.OLD.
      *            2. Correr este programa (graba el SOCIOS.DAT
      *               nuevo).
      *            3. Verificar la cantidad de socios antes de
      *               eliminar SOCIOS.OLD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMPLIACION_SOCIOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-SOCIOS-FILE ASSIGN TO "SOCIOS.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS old-codigo
               FILE STATUS IS ws-fs-old.
           SELECT SOCIOS-MASTER ASSIGN TO "SOCIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS soc-codigo
               FILE STATUS IS ws-fs-socios.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-SOCIOS-FILE.
       01  reg-old-socio.
           03 old-codigo   pic 9(6).
           03 old-nombre   pic x(30).
           03 old-estado   pic x.

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

       WORKING-STORAGE SECTION.
      *****************************************************************
      ************************ ARCHIVOS / I-O *************************
      *****************************************************************
       01  ws-fs-old      pic xx value spaces.
       01  ws-fs-socios   pic xx value spaces.
       01  ws-fin-entrada pic x value "N".
           88 fin-entrada value "S".
       01  ws-cant-leidos pic 9(7) value zero.
       01  ws-cant-convertidos pic 9(7) value zero.
       01  ws-cant-errores pic 9(7) value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *****************************************************************
      ********************* PROGRAMA PRINCIPAL ************************
      *****************************************************************
           PERFORM 200-AMPLIO-SOCIOS.
           PERFORM 400-FIN.
           STOP RUN.
      *****************************************************************
      *************************** RUTINAS *****************************
      *****************************************************************
       200-AMPLIO-SOCIOS.
           OPEN INPUT OLD-SOCIOS-FILE.
           IF ws-fs-old NOT = "00"
               DISPLAY "No se pudo abrir SOCIOS.OLD: ", ws-fs-old
               DISPLAY "Renombrar el padron de socios de 37 bytes a ",
                   "SOCIOS.OLD antes de la ampliacion."
           ELSE
               OPEN I-O SOCIOS-MASTER
               IF ws-fs-socios = "35"
                   OPEN OUTPUT SOCIOS-MASTER
                   CLOSE SOCIOS-MASTER
                   OPEN I-O SOCIOS-MASTER
               END-IF
               IF ws-fs-socios NOT = "00"
                   DISPLAY "No se pudo abrir el padron de socios ",
                       "nuevo: ", ws-fs-socios
               ELSE
                   PERFORM UNTIL fin-entrada
                       READ OLD-SOCIOS-FILE NEXT RECORD
                           AT END MOVE "S" TO ws-fin-entrada
                           NOT AT END PERFORM 210-AMPLIO-REGISTRO
                       END-READ
                   END-PERFORM
                   CLOSE SOCIOS-MASTER
               END-IF
               CLOSE OLD-SOCIOS-FILE
           END-IF.

       210-AMPLIO-REGISTRO.
           ADD 1 TO ws-cant-leidos.
           MOVE old-codigo TO soc-codigo.
           MOVE old-nombre TO soc-nombre.
           MOVE old-estado TO soc-estado.
           MOVE spaces TO soc-documento.
           MOVE ZERO TO soc-nro-doc.
           MOVE ZERO TO soc-fecha-nac.
           MOVE spaces TO soc-domicilio.
           MOVE spaces TO soc-telefono.
           MOVE spaces TO soc-sucursal.
           MOVE spaces TO soc-reserva.
           WRITE reg-socio
               INVALID KEY
                   ADD 1 TO ws-cant-errores
                   DISPLAY "Socio duplicado en el padron nuevo: ",
                       soc-codigo
               NOT INVALID KEY
                   ADD 1 TO ws-cant-convertidos
           END-WRITE.

       400-FIN.
           DISPLAY "Socios leidos:         ", ws-cant-leidos.
           DISPLAY "Socios ampliados:      ", ws-cant-convertidos.
           DISPLAY "Socios con error:      ", ws-cant-errores.

       END PROGRAM AMPLIACION_SOCIOS.
