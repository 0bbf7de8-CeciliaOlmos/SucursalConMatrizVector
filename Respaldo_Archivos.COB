      ******************************************************************
      * Author:
      * Date:
      * Purpose: Respaldo previo de SALDOS.DAT y/o SUCTRANS.DAT. Lo
      *          llaman las corridas que regraban esos archivos en el
      *          lugar (liquidacion de intereses, verificacion de
      *          saldos en modo "A", archivo del historial e ingreso
      *          batch) antes de abrirlos para actualizar.
      *
      *          Cada archivo se copia registro por registro a un
      *          respaldo con fecha y hora en el nombre:
      *          SALDOS_AAAAMMDD_HHMMSSCC.RSP y
      *          SUCTRANS_AAAAMMDD_HHMMSSCC.RSP. El respaldo queda en
      *          el catalogo RESPALDOS.DAT con el programa que lo
      *          pidio, fecha, hora, operador y cantidad de registros
      *          copiados de cada archivo; la restauracion se hace con
      *          Restaura_Respaldo.
      *
      *          Se conservan las ultimas GEN-RESPALDO generaciones de
      *          cada programa (PARAMETROS.DAT, 5 si no esta): los
      *          respaldos mas viejos se borran y quedan marcados "D"
      *          en el catalogo.
      *
      *          La corrida que llama pasa el operador que valido
      *          contra OPERADORES.DAT; sin operador no se respalda.
      *
      *          Igual que el respaldo de SUCURSALES.BAK: si el
      *          respaldo no se completa, prm-resultado vuelve en "N",
      *          el respaldo incompleto se borra y la corrida que
      *          llama no debe tocar los archivos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPALDO_ARCHIVOS IS INITIAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALDOS-FILE ASSIGN TO "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS sal-clave
               FILE STATUS IS ws-fs-saldos.
           SELECT SUC-TRANS-FILE ASSIGN TO "SUCTRANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS rst-clave
               FILE STATUS IS ws-fs-suctrans.
           SELECT RESP-SALDOS-FILE ASSIGN USING ws-nombre-resp-saldos
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-resp-saldos.
           SELECT RESP-HIST-FILE ASSIGN USING ws-nombre-resp-hist
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-resp-hist.
           SELECT CATALOGO-FILE ASSIGN TO "RESPALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cat-clave
               FILE STATUS IS ws-fs-catalogo.
           SELECT PARAMETROS-FILE ASSIGN TO "PARAMETROS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-parametros.
       DATA DIVISION.
       FILE SECTION.
       FD  SALDOS-FILE.
       01  reg-saldo.
           03 sal-clave.
               05 sal-socio    pic 9(6).
               05 sal-moneda   pic x(3).
           03 sal-saldo    pic s9(9)v99.
           03 sal-disponible pic s9(9)v99.

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

       FD  RESP-SALDOS-FILE.
       01  reg-resp-saldo pic x(31).

       FD  RESP-HIST-FILE.
       01  reg-resp-hist pic x(80).

       FD  CATALOGO-FILE.
       01  reg-catalogo.
           03 cat-clave.
               05 cat-fecha    pic 9(8).
               05 cat-hora     pic 9(8).
           03 cat-programa pic x(20).
           03 cat-operador pic x(8).
           03 cat-archivos pic x.
               88 cat-ambos          value "A".
               88 cat-solo-saldos    value "S".
               88 cat-solo-historial value "H".
           03 cat-cant-saldos pic 9(7).
           03 cat-cant-historial pic 9(7).
           03 cat-estado   pic x.
               88 cat-vigente  value "V".
               88 cat-depurado value "D".
           03 cat-reserva  pic x(20).

       FD  PARAMETROS-FILE.
       01  reg-parametro.
           03 par-clave   pic x(12).
           03 par-importe pic 9(7)v99.

       WORKING-STORAGE SECTION.
      *****************************************************************
      ************************ ARCHIVOS / I-O *************************
      *****************************************************************
       01  ws-fs-saldos   pic xx value spaces.
       01  ws-fs-suctrans pic xx value spaces.
       01  ws-fs-resp-saldos pic xx value spaces.
       01  ws-fs-resp-hist pic xx value spaces.
       01  ws-fs-catalogo pic xx value spaces.
       01  ws-fs-parametros pic xx value spaces.
       01  ws-catalogo-abierto pic x value "N".
           88 catalogo-abierto value "S".
       01  ws-origen-abierto pic x value "N".
           88 origen-abierto value "S".
       01  ws-fin-catalogo pic x value "N".
           88 fin-catalogo value "S".
      *****************************************************************
      ************************** RESPALDO *****************************
      *****************************************************************
       01  ws-respaldo-ok pic x value "S".
           88 respaldo-ok value "S".
       01  ws-fecha-respaldo pic 9(8).
       01  ws-hora-respaldo pic 9(8).
       01  ws-nom-fecha   pic 9(8).
       01  ws-nom-hora    pic 9(8).
       01  ws-nombre-resp-saldos pic x(40) value spaces.
       01  ws-nombre-resp-hist pic x(40) value spaces.
       01  ws-cant-saldos pic 9(7) value zero.
       01  ws-cant-historial pic 9(7) value zero.
       01  ws-generaciones pic 9(3) value 5.
       01  ws-cant-vigentes pic 9(5) value zero.
       01  ws-cant-a-depurar pic 9(5) value zero.
       01  ws-cant-depurados pic 9(5) value zero.
       01  ws-resultado-borrado pic s9(9) binary value zero.

       LINKAGE SECTION.
       01  parm-respaldo.
           03 prm-programa pic x(20).
           03 prm-operador pic x(8).
           03 prm-archivos pic x.
               88 prm-ambos          value "A".
               88 prm-solo-saldos    value "S".
               88 prm-solo-historial value "H".
           03 prm-resultado pic x.
               88 prm-respaldo-ok value "S".

       PROCEDURE DIVISION USING parm-respaldo.
       MAIN-PROCEDURE.
      *****************************************************************
      ********************* PROGRAMA PRINCIPAL ************************
      *****************************************************************
           PERFORM 100-INICIO.
           IF respaldo-ok AND NOT prm-solo-historial
               PERFORM 200-RESPALDO-SALDOS
           END-IF.
           IF respaldo-ok AND NOT prm-solo-saldos
               PERFORM 250-RESPALDO-HISTORIAL
           END-IF.
           IF respaldo-ok
               PERFORM 300-REGISTRO-CATALOGO
           END-IF.
           IF respaldo-ok
               PERFORM 400-DEPURO-GENERACIONES
           ELSE
               PERFORM 350-BORRO-INCOMPLETO
           END-IF.
           PERFORM 450-FIN.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.
      *****************************************************************
      *************************** RUTINAS *****************************
      *****************************************************************
       100-INICIO.
           MOVE "N" TO prm-resultado.
           IF NOT prm-ambos AND NOT prm-solo-saldos
                   AND NOT prm-solo-historial
               DISPLAY "Respaldo: archivos a respaldar invalidos (",
                   prm-archivos, ")"
               MOVE "N" TO ws-respaldo-ok
           END-IF.
      * el catalogo dice quien tomo el respaldo: la corrida que llama
      * pasa el operador que valido; sin operador no hay respaldo
           IF prm-operador = spaces
               DISPLAY "Respaldo: la corrida no identifica al ",
                   "operador; no se toma el respaldo"
               MOVE "N" TO ws-respaldo-ok
           END-IF.
           PERFORM 110-LEO-PARAMETROS.
           ACCEPT ws-fecha-respaldo FROM DATE YYYYMMDD.
           ACCEPT ws-hora-respaldo FROM TIME.
           MOVE ws-fecha-respaldo TO ws-nom-fecha.
           MOVE ws-hora-respaldo TO ws-nom-hora.
           PERFORM 120-ARMO-NOMBRES.
           IF respaldo-ok
               PERFORM 150-ABRO-CATALOGO
           END-IF.

       110-LEO-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE.
           IF ws-fs-parametros = "00"
               PERFORM UNTIL ws-fs-parametros = "10"
                   READ PARAMETROS-FILE
                       AT END MOVE "10" TO ws-fs-parametros
                       NOT AT END
                           IF par-clave = "GEN-RESPALDO"
                                   AND par-importe >= 1
                               MOVE par-importe TO ws-generaciones
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS-FILE
           END-IF.

      * El nombre del respaldo lleva la fecha y la hora (con
      * centesimas) de la corrida: SALDOS_AAAAMMDD_HHMMSSCC.RSP.
       120-ARMO-NOMBRES.
           MOVE spaces TO ws-nombre-resp-saldos.
           STRING "SALDOS_" DELIMITED BY SIZE
               ws-nom-fecha DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               ws-nom-hora DELIMITED BY SIZE
               ".RSP" DELIMITED BY SIZE
               INTO ws-nombre-resp-saldos.
           MOVE spaces TO ws-nombre-resp-hist.
           STRING "SUCTRANS_" DELIMITED BY SIZE
               ws-nom-fecha DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               ws-nom-hora DELIMITED BY SIZE
               ".RSP" DELIMITED BY SIZE
               INTO ws-nombre-resp-hist.

       150-ABRO-CATALOGO.
           OPEN I-O CATALOGO-FILE.
           IF ws-fs-catalogo = "35"
               OPEN OUTPUT CATALOGO-FILE
               CLOSE CATALOGO-FILE
               OPEN I-O CATALOGO-FILE
           END-IF.
           IF ws-fs-catalogo = "00"
               MOVE "S" TO ws-catalogo-abierto
           ELSE
               DISPLAY "No se pudo abrir el catalogo de respaldos ",
                   "(RESPALDOS.DAT): ", ws-fs-catalogo
               MOVE "N" TO ws-respaldo-ok
           END-IF.

      * Un archivo de saldos inexistente se respalda vacio: restaurar
      * ese respaldo deja el archivo como estaba antes de la corrida.
       200-RESPALDO-SALDOS.
           MOVE "N" TO ws-origen-abierto.
           OPEN INPUT SALDOS-FILE.
           IF ws-fs-saldos = "35"
               MOVE "10" TO ws-fs-saldos
           ELSE
               IF ws-fs-saldos = "00"
                   MOVE "S" TO ws-origen-abierto
               ELSE
                   DISPLAY "No se pudo leer SALDOS.DAT para el ",
                       "respaldo: ", ws-fs-saldos
                   MOVE "N" TO ws-respaldo-ok
               END-IF
           END-IF.
           IF respaldo-ok
               OPEN OUTPUT RESP-SALDOS-FILE
               IF ws-fs-resp-saldos NOT = "00"
                   DISPLAY "No se pudo abrir ", ws-nombre-resp-saldos,
                       ": ", ws-fs-resp-saldos
                   MOVE "N" TO ws-respaldo-ok
               ELSE
                   PERFORM UNTIL ws-fs-saldos NOT = "00"
                       READ SALDOS-FILE NEXT RECORD
                           AT END MOVE "10" TO ws-fs-saldos
                           NOT AT END
                               MOVE reg-saldo TO reg-resp-saldo
                               WRITE reg-resp-saldo
                               IF ws-fs-resp-saldos NOT = "00"
                                   DISPLAY "Error grabando ",
                                       ws-nombre-resp-saldos, ": ",
                                       ws-fs-resp-saldos
                                   MOVE "N" TO ws-respaldo-ok
                                   MOVE "99" TO ws-fs-saldos
                               ELSE
                                   ADD 1 TO ws-cant-saldos
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RESP-SALDOS-FILE
               END-IF
           END-IF.
           IF ws-fs-saldos NOT = "10" AND respaldo-ok
               DISPLAY "Error leyendo SALDOS.DAT para el respaldo: ",
                   ws-fs-saldos
               MOVE "N" TO ws-respaldo-ok
           END-IF.
           IF origen-abierto
               CLOSE SALDOS-FILE
           END-IF.

       250-RESPALDO-HISTORIAL.
           MOVE "N" TO ws-origen-abierto.
           OPEN INPUT SUC-TRANS-FILE.
           IF ws-fs-suctrans = "35"
               MOVE "10" TO ws-fs-suctrans
           ELSE
               IF ws-fs-suctrans = "00"
                   MOVE "S" TO ws-origen-abierto
               ELSE
                   DISPLAY "No se pudo leer SUCTRANS.DAT para el ",
                       "respaldo: ", ws-fs-suctrans
                   MOVE "N" TO ws-respaldo-ok
               END-IF
           END-IF.
           IF respaldo-ok
               OPEN OUTPUT RESP-HIST-FILE
               IF ws-fs-resp-hist NOT = "00"
                   DISPLAY "No se pudo abrir ", ws-nombre-resp-hist,
                       ": ", ws-fs-resp-hist
                   MOVE "N" TO ws-respaldo-ok
               ELSE
                   PERFORM UNTIL ws-fs-suctrans NOT = "00"
                       READ SUC-TRANS-FILE NEXT RECORD
                           AT END MOVE "10" TO ws-fs-suctrans
                           NOT AT END
                               MOVE reg-suc-trans TO reg-resp-hist
                               WRITE reg-resp-hist
                               IF ws-fs-resp-hist NOT = "00"
                                   DISPLAY "Error grabando ",
                                       ws-nombre-resp-hist, ": ",
                                       ws-fs-resp-hist
                                   MOVE "N" TO ws-respaldo-ok
                                   MOVE "99" TO ws-fs-suctrans
                               ELSE
                                   ADD 1 TO ws-cant-historial
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RESP-HIST-FILE
               END-IF
           END-IF.
           IF ws-fs-suctrans NOT = "10" AND respaldo-ok
               DISPLAY "Error leyendo SUCTRANS.DAT para el ",
                   "respaldo: ", ws-fs-suctrans
               MOVE "N" TO ws-respaldo-ok
           END-IF.
           IF origen-abierto
               CLOSE SUC-TRANS-FILE
           END-IF.

       300-REGISTRO-CATALOGO.
           MOVE ws-fecha-respaldo TO cat-fecha.
           MOVE ws-hora-respaldo TO cat-hora.
           MOVE prm-programa TO cat-programa.
           MOVE prm-operador TO cat-operador.
           MOVE prm-archivos TO cat-archivos.
           MOVE ws-cant-saldos TO cat-cant-saldos.
           MOVE ws-cant-historial TO cat-cant-historial.
           MOVE "V" TO cat-estado.
           MOVE spaces TO cat-reserva.
           WRITE reg-catalogo
               INVALID KEY
                   DISPLAY "No se pudo registrar el respaldo en ",
                       "RESPALDOS.DAT: ", ws-fs-catalogo
                   MOVE "N" TO ws-respaldo-ok
           END-WRITE.
           IF respaldo-ok
               MOVE "S" TO prm-resultado
               DISPLAY "Respaldo tomado: ", ws-fecha-respaldo, " ",
                   ws-hora-respaldo
               IF NOT prm-solo-historial
                   DISPLAY "  ", ws-nombre-resp-saldos, " ",
                       ws-cant-saldos, " registros"
               END-IF
               IF NOT prm-solo-saldos
                   DISPLAY "  ", ws-nombre-resp-hist, " ",
                       ws-cant-historial, " registros"
               END-IF
           END-IF.

       350-BORRO-INCOMPLETO.
           IF NOT prm-solo-historial
               CALL "CBL_DELETE_FILE" USING ws-nombre-resp-saldos
                   RETURNING ws-resultado-borrado
               END-CALL
           END-IF.
           IF NOT prm-solo-saldos
               CALL "CBL_DELETE_FILE" USING ws-nombre-resp-hist
                   RETURNING ws-resultado-borrado
               END-CALL
           END-IF.
           DISPLAY "El respaldo no se completo; la corrida no debe ",
               "modificar los archivos.".

      * Depuracion: se cuentan los respaldos vigentes del programa y
      * se borran los mas viejos (el catalogo esta ordenado por fecha
      * y hora) hasta dejar GEN-RESPALDO generaciones.
       400-DEPURO-GENERACIONES.
           MOVE ZERO TO ws-cant-vigentes.
           PERFORM 410-POSICIONO-CATALOGO.
           PERFORM UNTIL fin-catalogo
               IF cat-programa = prm-programa AND cat-vigente
                   ADD 1 TO ws-cant-vigentes
               END-IF
               PERFORM 415-LEO-CATALOGO
           END-PERFORM.
           IF ws-cant-vigentes > ws-generaciones
               COMPUTE ws-cant-a-depurar =
                   ws-cant-vigentes - ws-generaciones
               PERFORM 410-POSICIONO-CATALOGO
               PERFORM UNTIL fin-catalogo OR ws-cant-a-depurar = 0
                   IF cat-programa = prm-programa AND cat-vigente
                       PERFORM 420-DEPURO-RESPALDO
                   END-IF
                   PERFORM 415-LEO-CATALOGO
               END-PERFORM
               DISPLAY "Respaldos viejos depurados: ",
                   ws-cant-depurados, " (se conservan ",
                   ws-generaciones, ")"
           END-IF.

       410-POSICIONO-CATALOGO.
           MOVE "N" TO ws-fin-catalogo.
           MOVE LOW-VALUES TO cat-clave.
           START CATALOGO-FILE KEY IS NOT LESS THAN cat-clave
               INVALID KEY MOVE "S" TO ws-fin-catalogo
           END-START.
           IF NOT fin-catalogo
               PERFORM 415-LEO-CATALOGO
           END-IF.

       415-LEO-CATALOGO.
           READ CATALOGO-FILE NEXT RECORD
               AT END MOVE "S" TO ws-fin-catalogo
           END-READ.

       420-DEPURO-RESPALDO.
           MOVE cat-fecha TO ws-nom-fecha.
           MOVE cat-hora TO ws-nom-hora.
           PERFORM 120-ARMO-NOMBRES.
           IF NOT cat-solo-historial
               CALL "CBL_DELETE_FILE" USING ws-nombre-resp-saldos
                   RETURNING ws-resultado-borrado
               END-CALL
           END-IF.
           IF NOT cat-solo-saldos
               CALL "CBL_DELETE_FILE" USING ws-nombre-resp-hist
                   RETURNING ws-resultado-borrado
               END-CALL
           END-IF.
           MOVE "D" TO cat-estado.
           REWRITE reg-catalogo
               INVALID KEY
                   DISPLAY "No se pudo marcar el respaldo ",
                       cat-fecha, " ", cat-hora, " como depurado: ",
                       ws-fs-catalogo
           END-REWRITE.
           SUBTRACT 1 FROM ws-cant-a-depurar.
           ADD 1 TO ws-cant-depurados.

       450-FIN.
           IF catalogo-abierto
               CLOSE CATALOGO-FILE
           END-IF.
       END PROGRAM RESPALDO_ARCHIVOS.
