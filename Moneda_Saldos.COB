      ******************************************************************
      * Author:
      * Date:
      * Purpose: Ampliacion (por unica vez) del archivo de saldos del
      *          registro de 28 bytes al de 31 bytes, que agrega la
      *          moneda a la clave: cada socio puede tener un saldo
      *          en pesos (ARS) y otro en dolares (USD). Todos los
      *          saldos existentes son en pesos, asi que cada uno
      *          pasa con moneda ARS y el mismo saldo y disponible.
      *          Los saldos en dolares nacen con el primer movimiento
      *          en dolares del socio.
      *
      *          Si el SALDOS.DAT todavia es el de 17 bytes, correr
      *          antes la ampliacion de saldos del disponible.
      *
      *          Corrida:
      *            1. Con el proceso diario cerrado, renombrar el
      *               SALDOS.DAT de 28 bytes a SALDOS.OLD.
      *            2. Correr este programa (graba el SALDOS.DAT
      *               nuevo).
      *            3. Verificar con la verificacion de saldos en modo
      *               "L" antes de eliminar SALDOS.OLD.
      *
      *          El registro de CHECKPOINT.DAT de la corrida anual
      *          tambien agrego la moneda: la ampliacion se hace con
      *          la corrida anual terminada (sin checkpoint pendiente
      *          de recuperar).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONEDA_SALDOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-SALDOS-FILE ASSIGN TO "SALDOS.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS old-socio
               FILE STATUS IS ws-fs-old.
           SELECT SALDOS-FILE ASSIGN TO "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sal-clave
               FILE STATUS IS ws-fs-saldos.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-SALDOS-FILE.
       01  reg-old-saldo.
           03 old-socio    pic 9(6).
           03 old-saldo    pic s9(9)v99.
           03 old-disponible pic s9(9)v99.

       FD  SALDOS-FILE.
       01  reg-saldo.
           03 sal-clave.
               05 sal-socio    pic 9(6).
               05 sal-moneda   pic x(3).
           03 sal-saldo    pic s9(9)v99.
           03 sal-disponible pic s9(9)v99.

       WORKING-STORAGE SECTION.
      *****************************************************************
      ************************ ARCHIVOS / I-O *************************
      *****************************************************************
       01  ws-fs-old      pic xx value spaces.
       01  ws-fs-saldos   pic xx value spaces.
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
           PERFORM 200-AMPLIO-SALDOS.
           PERFORM 400-FIN.
           STOP RUN.
      *****************************************************************
      *************************** RUTINAS *****************************
      *****************************************************************
       200-AMPLIO-SALDOS.
           OPEN INPUT OLD-SALDOS-FILE.
           IF ws-fs-old NOT = "00"
               DISPLAY "No se pudo abrir SALDOS.OLD: ", ws-fs-old
               DISPLAY "Renombrar el archivo de saldos de 28 bytes a ",
                   "SALDOS.OLD antes de la ampliacion."
           ELSE
               OPEN I-O SALDOS-FILE
               IF ws-fs-saldos = "35"
                   OPEN OUTPUT SALDOS-FILE
                   CLOSE SALDOS-FILE
                   OPEN I-O SALDOS-FILE
               END-IF
               IF ws-fs-saldos NOT = "00"
                   DISPLAY "No se pudo abrir el archivo de saldos ",
                       "nuevo: ", ws-fs-saldos
               ELSE
                   PERFORM UNTIL fin-entrada
                       READ OLD-SALDOS-FILE NEXT RECORD
                           AT END MOVE "S" TO ws-fin-entrada
                           NOT AT END PERFORM 210-AMPLIO-REGISTRO
                       END-READ
                   END-PERFORM
                   CLOSE SALDOS-FILE
               END-IF
               CLOSE OLD-SALDOS-FILE
           END-IF.

       210-AMPLIO-REGISTRO.
           ADD 1 TO ws-cant-leidos.
           MOVE old-socio TO sal-socio.
           MOVE "ARS" TO sal-moneda.
           MOVE old-saldo TO sal-saldo.
           MOVE old-disponible TO sal-disponible.
           WRITE reg-saldo
               INVALID KEY
                   ADD 1 TO ws-cant-errores
                   DISPLAY "Socio duplicado en el archivo de saldos ",
                       "nuevo: ", sal-socio
               NOT INVALID KEY
                   ADD 1 TO ws-cant-convertidos
           END-WRITE.

       400-FIN.
           DISPLAY "Saldos leidos:         ", ws-cant-leidos.
           DISPLAY "Saldos ampliados:      ", ws-cant-convertidos.
           DISPLAY "Saldos con error:      ", ws-cant-errores.

       END PROGRAM MONEDA_SALDOS.
