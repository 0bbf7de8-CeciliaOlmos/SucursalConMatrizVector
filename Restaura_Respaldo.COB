      ******************************************************************
      * Author:
      * Date:
      * Purpose: Restauracion de un respaldo previo de SALDOS.DAT y/o
      *          SUCTRANS.DAT tomado por Respaldo_Archivos. Lista los
      *          respaldos vigentes del catalogo RESPALDOS.DAT (el mas
      *          reciente al final), el operador elige uno y, antes de
      *          confirmar, se controla que los archivos del respaldo
      *          esten completos (misma cantidad de registros que la
      *          registrada en el catalogo).
      *
      *          Confirmada la restauracion, el estado actual de los
      *          archivos se respalda a su vez (programa
      *          RESTAURA_RESPALDO en el catalogo), asi una
      *          restauracion equivocada tambien se puede deshacer.
      *          Despues cada archivo se vuelve a generar completo
      *          desde el respaldo: los movimientos registrados
      *          despues del respaldo se pierden. Cada archivo
      *          restaurado queda en AUDITORIA.LOG.
      *
      *          Exclusivo de supervisores y administradores.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTAURA_RESPALDO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO-FILE ASSIGN TO "RESPALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cat-clave
               FILE STATUS IS ws-fs-catalogo.
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
       01  ws-fs-catalogo pic xx value spaces.
       01  ws-fs-saldos   pic xx value spaces.
       01  ws-fs-suctrans pic xx value spaces.
       01  ws-fs-resp-saldos pic xx value spaces.
       01  ws-fs-resp-hist pic xx value spaces.
       01  ws-fs-audit    pic xx value spaces.
       01  ws-operador    pic x(8) value spaces.
       01  ws-corrida-valida pic x value "S".
           88 corrida-valida value "S".
       01  ws-fin-catalogo pic x value "N".
           88 fin-catalogo value "S".
      *****************************************************************
      ******************* RESPALDOS DEL CATALOGO **********************
      *****************************************************************
       01  ws-max-respaldos pic 999 value 200.
       01  ws-cant-respaldos pic 999 value zero.
       01  posR pic 999.
       01  tab-respaldos.
           03 tre-entrada occurs 200 times.
               05 tre-fecha    pic 9(8).
               05 tre-hora     pic 9(8).
               05 tre-programa pic x(20).
               05 tre-operador pic x(8).
               05 tre-archivos pic x.
               05 tre-cant-saldos pic 9(7).
               05 tre-cant-historial pic 9(7).
       01  ws-eleccion    pic 999 value zero.
       01  ws-confirma    pic x value "N".
           88 confirmado  value "S" "s".
       01  ws-archivos    pic x.
           88 ws-ambos          value "A".
           88 ws-solo-saldos    value "S".
           88 ws-solo-historial value "H".
       01  ws-nom-fecha   pic 9(8).
       01  ws-nom-hora    pic 9(8).
       01  ws-nombre-resp-saldos pic x(40) value spaces.
       01  ws-nombre-resp-hist pic x(40) value spaces.
       01  ws-cant-leidos pic 9(7) value zero.
       01  ws-cant-grabados pic 9(7) value zero.
       01  ws-restauracion-ok pic x value "S".
           88 restauracion-ok value "S".
       01  ws-archivo-auditado pic x(10).
       01  ws-fecha-edit.
           03 ws-fed-dia  pic 99.
           03 filler      pic x value "/".
           03 ws-fed-mes  pic 99.
           03 filler      pic x value "/".
           03 ws-fed-anio pic 9999.
       01  ws-fecha-trabajo pic 9(8).
       01  ws-fecha-trabajo-r redefines ws-fecha-trabajo.
           03 ws-ftr-anio pic 9999.
           03 ws-ftr-mes  pic 99.
           03 ws-ftr-dia  pic 99.
       01  ws-hora-trabajo pic 9(8).
       01  ws-hora-trabajo-r redefines ws-hora-trabajo.
           03 ws-htr-hh   pic 99.
           03 ws-htr-mm   pic 99.
           03 ws-htr-ss   pic 99.
           03 ws-htr-cc   pic 99.
       01  ws-hora-edit.
           03 ws-hed-hh   pic 99.
           03 filler      pic x value ":".
           03 ws-hed-mm   pic 99.
           03 filler      pic x value ":".
           03 ws-hed-ss   pic 99.
      *****************************************************************
      ********************** RESPALDO PREVIO **************************
      *****************************************************************
       01  parm-respaldo.
           03 prm-programa pic x(20).
           03 prm-operador pic x(8).
           03 prm-archivos pic x.
           03 prm-resultado pic x.
               88 prm-respaldo-ok value "S".
      *****************************************************************
      ******************* IDENTIFICACION OPERADOR *********************
      *****************************************************************
       01  ws-fs-operadores pic xx value spaces.
       01  ws-programa-acceso pic x(31) value "RESTAURA_RESPALDO".
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
                   PERFORM 200-ELIJO-RESPALDO
               END-IF
               IF corrida-valida
                   PERFORM 300-RESPALDO-ESTADO-ACTUAL
               END-IF
               IF corrida-valida
                   PERFORM 400-RESTAURO-ARCHIVOS
               END-IF
           END-IF.
           IF acceso-ok AND corrida-valida AND restauracion-ok
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *****************************************************************
      *************************** RUTINAS *****************************
      *****************************************************************
       100-INICIO.
           OPEN INPUT CATALOGO-FILE.
           IF ws-fs-catalogo NOT = "00"
               DISPLAY "No se pudo abrir el catalogo de respaldos ",
                   "(RESPALDOS.DAT): ", ws-fs-catalogo
               MOVE "N" TO ws-corrida-valida
           ELSE
               MOVE "N" TO ws-fin-catalogo
               PERFORM UNTIL fin-catalogo
                   READ CATALOGO-FILE NEXT RECORD
                       AT END MOVE "S" TO ws-fin-catalogo
                       NOT AT END
                           IF cat-vigente
                               PERFORM 110-AGREGO-RESPALDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOGO-FILE
               IF ws-cant-respaldos = 0
                   DISPLAY "No hay respaldos vigentes en el catalogo."
                   MOVE "N" TO ws-corrida-valida
               ELSE
                   PERFORM 120-LISTO-RESPALDOS
               END-IF
           END-IF.

      * El catalogo viene ordenado por fecha y hora: si hay mas
      * respaldos vigentes que lugares en la tabla se descartan los
      * mas viejos.
       110-AGREGO-RESPALDO.
           IF ws-cant-respaldos = ws-max-respaldos
               PERFORM VARYING posR FROM 1 BY 1
                       UNTIL posR = ws-max-respaldos
                   MOVE tre-entrada(posR + 1) TO tre-entrada(posR)
               END-PERFORM
           ELSE
               ADD 1 TO ws-cant-respaldos
           END-IF.
           MOVE cat-fecha TO tre-fecha(ws-cant-respaldos).
           MOVE cat-hora TO tre-hora(ws-cant-respaldos).
           MOVE cat-programa TO tre-programa(ws-cant-respaldos).
           MOVE cat-operador TO tre-operador(ws-cant-respaldos).
           MOVE cat-archivos TO tre-archivos(ws-cant-respaldos).
           MOVE cat-cant-saldos TO tre-cant-saldos(ws-cant-respaldos).
           MOVE cat-cant-historial
               TO tre-cant-historial(ws-cant-respaldos).

       120-LISTO-RESPALDOS.
           DISPLAY "Respaldos vigentes:".
           DISPLAY " NRO FECHA      HORA     PROGRAMA             ",
               "OPERADOR ARCH.  SALDOS  HISTORIAL".
           PERFORM VARYING posR FROM 1 BY 1
                   UNTIL posR > ws-cant-respaldos
               PERFORM 125-EDITO-FECHA-HORA
               DISPLAY " ", posR, " ", ws-fecha-edit, " ",
                   ws-hora-edit, " ", tre-programa(posR), " ",
                   tre-operador(posR), " ", tre-archivos(posR),
                   "    ", tre-cant-saldos(posR), " ",
                   tre-cant-historial(posR)
           END-PERFORM.
           DISPLAY "(ARCH.: A = saldos e historial, S = saldos, ",
               "H = historial)".

       125-EDITO-FECHA-HORA.
           MOVE tre-fecha(posR) TO ws-fecha-trabajo.
           MOVE ws-ftr-dia TO ws-fed-dia.
           MOVE ws-ftr-mes TO ws-fed-mes.
           MOVE ws-ftr-anio TO ws-fed-anio.
           MOVE tre-hora(posR) TO ws-hora-trabajo.
           MOVE ws-htr-hh TO ws-hed-hh.
           MOVE ws-htr-mm TO ws-hed-mm.
           MOVE ws-htr-ss TO ws-hed-ss.

      * El nombre del respaldo lleva la fecha y la hora (con
      * centesimas) de la corrida: SALDOS_AAAAMMDD_HHMMSSCC.RSP.
       150-ARMO-NOMBRES.
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

      *****************************************************************
      ********************* ELECCION DEL RESPALDO *********************
      *****************************************************************
       200-ELIJO-RESPALDO.
           DISPLAY "Numero de respaldo a restaurar (0 = salir):".
           ACCEPT ws-eleccion.
           PERFORM UNTIL ws-eleccion <= ws-cant-respaldos
               DISPLAY "Numero inexistente. Numero (0 = salir):"
               ACCEPT ws-eleccion
           END-PERFORM.
           IF ws-eleccion = 0
               DISPLAY "No se restaura nada."
               MOVE "N" TO ws-corrida-valida
           ELSE
               MOVE ws-eleccion TO posR
               MOVE tre-archivos(posR) TO ws-archivos
               MOVE tre-fecha(posR) TO ws-nom-fecha
               MOVE tre-hora(posR) TO ws-nom-hora
               PERFORM 150-ARMO-NOMBRES
               PERFORM 210-CONTROLO-RESPALDO
           END-IF.
           IF corrida-valida
               PERFORM 125-EDITO-FECHA-HORA
               DISPLAY "Se restaura el respaldo del ", ws-fecha-edit,
                   " ", ws-hora-edit, " tomado por ",
                   tre-programa(posR)
               IF NOT ws-solo-historial
                   DISPLAY "  SALDOS.DAT desde ",
                       ws-nombre-resp-saldos
               END-IF
               IF NOT ws-solo-saldos
                   DISPLAY "  SUCTRANS.DAT desde ",
                       ws-nombre-resp-hist
               END-IF
               DISPLAY "Lo registrado despues del respaldo se pierde."
               DISPLAY "Confirma la restauracion (S/N):"
               ACCEPT ws-confirma
               IF NOT confirmado
                   DISPLAY "Restauracion cancelada."
                   MOVE "N" TO ws-corrida-valida
               END-IF
           END-IF.

      * Antes de pedir la confirmacion se cuentan los registros de
      * cada archivo del respaldo: un respaldo faltante o con otra
      * cantidad de registros que la del catalogo no se restaura.
       210-CONTROLO-RESPALDO.
           IF NOT ws-solo-historial
               MOVE ZERO TO ws-cant-leidos
               OPEN INPUT RESP-SALDOS-FILE
               IF ws-fs-resp-saldos NOT = "00"
                   DISPLAY "No se pudo abrir ", ws-nombre-resp-saldos,
                       ": ", ws-fs-resp-saldos
                   MOVE "N" TO ws-corrida-valida
               ELSE
                   PERFORM UNTIL ws-fs-resp-saldos NOT = "00"
                       READ RESP-SALDOS-FILE
                           AT END MOVE "10" TO ws-fs-resp-saldos
                           NOT AT END ADD 1 TO ws-cant-leidos
                       END-READ
                   END-PERFORM
                   CLOSE RESP-SALDOS-FILE
                   IF ws-cant-leidos NOT = tre-cant-saldos(posR)
                       DISPLAY ws-nombre-resp-saldos, " tiene ",
                           ws-cant-leidos, " registros y el ",
                           "catalogo dice ", tre-cant-saldos(posR)
                       MOVE "N" TO ws-corrida-valida
                   END-IF
               END-IF
           END-IF.
           IF NOT ws-solo-saldos AND corrida-valida
               MOVE ZERO TO ws-cant-leidos
               OPEN INPUT RESP-HIST-FILE
               IF ws-fs-resp-hist NOT = "00"
                   DISPLAY "No se pudo abrir ", ws-nombre-resp-hist,
                       ": ", ws-fs-resp-hist
                   MOVE "N" TO ws-corrida-valida
               ELSE
                   PERFORM UNTIL ws-fs-resp-hist NOT = "00"
                       READ RESP-HIST-FILE
                           AT END MOVE "10" TO ws-fs-resp-hist
                           NOT AT END ADD 1 TO ws-cant-leidos
                       END-READ
                   END-PERFORM
                   CLOSE RESP-HIST-FILE
                   IF ws-cant-leidos NOT = tre-cant-historial(posR)
                       DISPLAY ws-nombre-resp-hist, " tiene ",
                           ws-cant-leidos, " registros y el ",
                           "catalogo dice ", tre-cant-historial(posR)
                       MOVE "N" TO ws-corrida-valida
                   END-IF
               END-IF
           END-IF.
           IF NOT corrida-valida
               DISPLAY "El respaldo elegido no esta completo y no se ",
                   "restaura."
           END-IF.

      * El estado actual se respalda antes de pisarlo; sin ese
      * respaldo no se restaura.
       300-RESPALDO-ESTADO-ACTUAL.
           MOVE "RESTAURA_RESPALDO" TO prm-programa.
           MOVE ws-operador TO prm-operador.
           MOVE ws-archivos TO prm-archivos.
           CALL "RESPALDO_ARCHIVOS" USING parm-respaldo.
           IF NOT prm-respaldo-ok
               DISPLAY "Sin respaldo del estado actual no se ",
                   "restaura."
               MOVE "N" TO ws-corrida-valida
           END-IF.

      *****************************************************************
      ************************* RESTAURACION **************************
      *****************************************************************
      * Los archivos se regeneran completos desde el respaldo. El
      * respaldo se tomo leyendo por clave, asi que se graba en orden.
      * Las restauraciones de SALDOS.DAT y SUCTRANS.DAT se auditan por
      * separado, hayan terminado bien o no.
       400-RESTAURO-ARCHIVOS.
           IF NOT ws-solo-historial
               PERFORM 410-RESTAURO-SALDOS
               MOVE "SALDOS" TO ws-archivo-auditado
               PERFORM 450-AUDITO-RESTAURACION
           END-IF.
           IF NOT ws-solo-saldos AND restauracion-ok
               PERFORM 420-RESTAURO-HISTORIAL
               MOVE "SUCTRANS" TO ws-archivo-auditado
               PERFORM 450-AUDITO-RESTAURACION
           END-IF.
           IF restauracion-ok
               DISPLAY "Restauracion terminada."
           ELSE
               DISPLAY "ATENCION: la restauracion no se completo. ",
                   "Repetirla con el mismo respaldo; el estado ",
                   "anterior quedo respaldado por RESTAURA_RESPALDO."
           END-IF.

       410-RESTAURO-SALDOS.
           MOVE ZERO TO ws-cant-grabados.
           OPEN INPUT RESP-SALDOS-FILE.
           IF ws-fs-resp-saldos = "00"
               OPEN OUTPUT SALDOS-FILE
           END-IF.
           IF ws-fs-resp-saldos NOT = "00" OR ws-fs-saldos NOT = "00"
               DISPLAY "No se pudo restaurar SALDOS.DAT: ",
                   ws-fs-resp-saldos, " ", ws-fs-saldos
               MOVE "N" TO ws-restauracion-ok
           ELSE
               PERFORM UNTIL ws-fs-resp-saldos NOT = "00"
                   READ RESP-SALDOS-FILE
                       AT END MOVE "10" TO ws-fs-resp-saldos
                       NOT AT END
                           MOVE reg-resp-saldo TO reg-saldo
                           WRITE reg-saldo
                               INVALID KEY
                                   DISPLAY "Error grabando SALDOS.DAT ",
                                       "socio ", sal-socio, ": ",
                                       ws-fs-saldos
                                   MOVE "N" TO ws-restauracion-ok
                                   MOVE "99" TO ws-fs-resp-saldos
                               NOT INVALID KEY
                                   ADD 1 TO ws-cant-grabados
                           END-WRITE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RESP-SALDOS-FILE.
           CLOSE SALDOS-FILE.
           IF restauracion-ok
               DISPLAY "SALDOS.DAT restaurado: ", ws-cant-grabados,
                   " registros"
           END-IF.

       420-RESTAURO-HISTORIAL.
           MOVE ZERO TO ws-cant-grabados.
           OPEN INPUT RESP-HIST-FILE.
           IF ws-fs-resp-hist = "00"
               OPEN OUTPUT SUC-TRANS-FILE
           END-IF.
           IF ws-fs-resp-hist NOT = "00" OR ws-fs-suctrans NOT = "00"
               DISPLAY "No se pudo restaurar SUCTRANS.DAT: ",
                   ws-fs-resp-hist, " ", ws-fs-suctrans
               MOVE "N" TO ws-restauracion-ok
           ELSE
               PERFORM UNTIL ws-fs-resp-hist NOT = "00"
                   READ RESP-HIST-FILE
                       AT END MOVE "10" TO ws-fs-resp-hist
                       NOT AT END
                           MOVE reg-resp-hist TO reg-suc-trans
                           WRITE reg-suc-trans
                               INVALID KEY
                                   DISPLAY "Error grabando ",
                                       "SUCTRANS.DAT: ", ws-fs-suctrans
                                   MOVE "N" TO ws-restauracion-ok
                                   MOVE "99" TO ws-fs-resp-hist
                               NOT INVALID KEY
                                   ADD 1 TO ws-cant-grabados
                           END-WRITE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RESP-HIST-FILE.
           CLOSE SUC-TRANS-FILE.
           IF restauracion-ok
               DISPLAY "SUCTRANS.DAT restaurado: ", ws-cant-grabados,
                   " registros"
           END-IF.

       450-AUDITO-RESTAURACION.
           OPEN EXTEND AUDIT-FILE.
           IF ws-fs-audit = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF ws-fs-audit = "00"
               ACCEPT aud-fecha FROM DATE YYYYMMDD
               ACCEPT aud-hora FROM TIME
               MOVE ws-operador TO aud-operador
               MOVE ws-archivo-auditado TO aud-archivo
               MOVE "RESTA" TO aud-operacion
               MOVE spaces TO aud-clave
               MOVE spaces TO aud-valor-ant
               STRING "RESPALDO " DELIMITED BY SIZE
                   ws-nom-fecha DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-nom-hora DELIMITED BY SIZE
                   INTO aud-valor-ant
               MOVE spaces TO aud-valor-nvo
               IF restauracion-ok
                   STRING ws-cant-grabados DELIMITED BY SIZE
                       " REGISTROS" DELIMITED BY SIZE
                       INTO aud-valor-nvo
               ELSE
                   MOVE "INCOMPLETA" TO aud-valor-nvo
               END-IF
               WRITE reg-auditoria
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "No se pudo registrar la restauracion en ",
                   "AUDITORIA.LOG: ", ws-fs-audit
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
           IF acceso-ok AND NOT rol-supervisor
                   AND NOT rol-administrador
               DISPLAY "La restauracion de respaldos es exclusiva ",
                   "de supervisores y administradores"
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
       END PROGRAM RESTAURA_RESPALDO.
