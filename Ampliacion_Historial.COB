      ******************************************************************
      * Author:
      * Date:
      * Purpose: Ampliacion (por unica vez) del historial de
      *          transferencias del registro de 48 bytes al de 80
      *          bytes, que agrega el area de anulacion (marca de
      *          movimiento anulado, tipo original y referencia al
      *          movimiento vinculado) y una nueva area de reserva.
      *          Dos modos, igual que la conversion del historial:
      *
      *          H = historial vivo. El operador renombra el
      *              SUCTRANS.DAT de 48 bytes a SUCTRANS.OLD; el
      *              programa lo recorre y graba el SUCTRANS.DAT
      *              nuevo sin anulaciones. Verificar totales con una
      *              regeneracion "R" antes de eliminar SUCTRANS.OLD.
      *
      *          A = archivo de un anio cerrado. El operador renombra
      *              el HIST<anio>.DAT de 48 bytes a HISTVIEJO.DAT;
      *              el programa graba HISTNUEVO.DAT, que el operador
      *              vuelve a renombrar a HIST<anio>.DAT. Repetir por
      *              cada anio archivado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMPLIACION_HISTORIAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-TRANS-FILE ASSIGN TO "SUCTRANS.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS old-clave
               FILE STATUS IS ws-fs-old.
           SELECT SUC-TRANS-FILE ASSIGN TO "SUCTRANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rst-clave
               FILE STATUS IS ws-fs-suctrans.
           SELECT ARCH-VIEJO-FILE ASSIGN TO "HISTVIEJO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-archviejo.
           SELECT ARCH-NUEVO-FILE ASSIGN TO "HISTNUEVO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-archnuevo.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-TRANS-FILE.
       01  reg-old-trans.
           03 old-clave.
               05 old-socio    pic 9(6).
               05 old-fecha.
                   07 old-anio pic 9999.
                   07 old-mes  pic 99.
                   07 old-dia  pic 99.
               05 old-secuencia pic 9(4).
           03 old-resto    pic x(30).

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

       FD  ARCH-VIEJO-FILE.
       01  reg-arch-viejo pic x(48).

       FD  ARCH-NUEVO-FILE.
       01  reg-arch-nuevo.
           03 arn-imagen-vieja pic x(48).
           03 arn-anulacion    pic x(2).
           03 arn-ref-clave    pic 9(12).
           03 arn-reserva      pic x(18).

       WORKING-STORAGE SECTION.
      *****************************************************************
      ************************ ARCHIVOS / I-O *************************
      *****************************************************************
       01  ws-fs-old      pic xx value spaces.
       01  ws-fs-suctrans pic xx value spaces.
       01  ws-fs-archviejo pic xx value spaces.
       01  ws-fs-archnuevo pic xx value spaces.
       01  ws-modo-conversion pic x value space.
           88 modo-historial value "H".
           88 modo-archivo   value "A".
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
           PERFORM 100-INICIO.
           IF modo-historial
               PERFORM 200-AMPLIO-HISTORIAL
           ELSE
               PERFORM 300-AMPLIO-ARCHIVO
           END-IF.
           PERFORM 400-FIN.
           STOP RUN.
      *****************************************************************
      *************************** RUTINAS *****************************
      *****************************************************************
       100-INICIO.
           DISPLAY "Modo (H = historial vivo SUCTRANS.OLD, ",
               "A = archivo de anio cerrado HISTVIEJO.DAT):".
           ACCEPT ws-modo-conversion.
           PERFORM UNTIL modo-historial OR modo-archivo
               DISPLAY "Modo invalido. H o A:"
               ACCEPT ws-modo-conversion
           END-PERFORM.

       200-AMPLIO-HISTORIAL.
           OPEN INPUT OLD-TRANS-FILE.
           IF ws-fs-old NOT = "00"
               DISPLAY "No se pudo abrir SUCTRANS.OLD: ", ws-fs-old
               DISPLAY "Renombrar el historial de 48 bytes a ",
                   "SUCTRANS.OLD antes de la ampliacion."
           ELSE
               OPEN I-O SUC-TRANS-FILE
               IF ws-fs-suctrans = "35"
                   OPEN OUTPUT SUC-TRANS-FILE
                   CLOSE SUC-TRANS-FILE
                   OPEN I-O SUC-TRANS-FILE
               END-IF
               IF ws-fs-suctrans NOT = "00"
                   DISPLAY "No se pudo abrir el historial nuevo: "
                       ws-fs-suctrans
               ELSE
                   PERFORM UNTIL fin-entrada
                       READ OLD-TRANS-FILE NEXT RECORD
                           AT END MOVE "S" TO ws-fin-entrada
                           NOT AT END PERFORM 210-AMPLIO-REGISTRO
                       END-READ
                   END-PERFORM
                   CLOSE SUC-TRANS-FILE
               END-IF
               CLOSE OLD-TRANS-FILE
           END-IF.

       210-AMPLIO-REGISTRO.
           ADD 1 TO ws-cant-leidos.
           MOVE reg-old-trans TO reg-suc-trans.
           MOVE spaces TO rst-anulacion.
           MOVE ZERO TO rst-ref-clave.
           MOVE spaces TO rst-reserva.
           MOVE "ARS" TO rst-moneda.
           WRITE reg-suc-trans
               INVALID KEY
                   ADD 1 TO ws-cant-errores
                   DISPLAY "Registro duplicado en el historial ",
                       "nuevo: ", rst-clave
               NOT INVALID KEY
                   ADD 1 TO ws-cant-convertidos
           END-WRITE.

       300-AMPLIO-ARCHIVO.
           OPEN INPUT ARCH-VIEJO-FILE.
           IF ws-fs-archviejo NOT = "00"
               DISPLAY "No se pudo abrir HISTVIEJO.DAT: ",
                   ws-fs-archviejo
               DISPLAY "Renombrar el HIST<anio>.DAT de 48 bytes a ",
                   "HISTVIEJO.DAT antes de la ampliacion."
           ELSE
               OPEN OUTPUT ARCH-NUEVO-FILE
               IF ws-fs-archnuevo NOT = "00"
                   DISPLAY "No se pudo abrir HISTNUEVO.DAT: ",
                       ws-fs-archnuevo
               ELSE
                   PERFORM UNTIL fin-entrada
                       READ ARCH-VIEJO-FILE
                           AT END MOVE "S" TO ws-fin-entrada
                           NOT AT END PERFORM 310-AMPLIO-IMAGEN
                       END-READ
                   END-PERFORM
                   CLOSE ARCH-NUEVO-FILE
               END-IF
               CLOSE ARCH-VIEJO-FILE
           END-IF.

       310-AMPLIO-IMAGEN.
           ADD 1 TO ws-cant-leidos.
           MOVE reg-arch-viejo TO arn-imagen-vieja.
           MOVE spaces TO arn-anulacion.
           MOVE ZERO TO arn-ref-clave.
           MOVE spaces TO arn-reserva.
           WRITE reg-arch-nuevo.
           IF ws-fs-archnuevo = "00"
               ADD 1 TO ws-cant-convertidos
           ELSE
               ADD 1 TO ws-cant-errores
               DISPLAY "Error grabando HISTNUEVO.DAT: ",
                   ws-fs-archnuevo
               MOVE "S" TO ws-fin-entrada
           END-IF.

       400-FIN.
           DISPLAY "Registros leidos:      ", ws-cant-leidos.
           DISPLAY "Registros ampliados:   ", ws-cant-convertidos.
           DISPLAY "Registros con error:   ", ws-cant-errores.
           IF modo-archivo AND ws-cant-convertidos > 0
                   AND ws-cant-errores = 0
               DISPLAY "Renombrar HISTNUEVO.DAT a HIST<anio>.DAT ",
                   "del anio ampliado."
           END-IF.

       END PROGRAM AMPLIACION_HISTORIAL.
