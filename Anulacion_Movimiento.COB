      ******************************************************************
      * Author:
      * Date:
      * Purpose: Anulacion de un movimiento ya registrado en el
      *          historial (SUCTRANS.DAT). El operador busca el
      *          movimiento por socio, fecha y secuencia, lo ve en
      *          pantalla, indica el motivo y confirma; el programa
      *          graba con la fecha del dia un movimiento tipo "X"
      *          vinculado al original (tipo original y clave del
      *          movimiento anulado), marca el original como anulado
      *          con la referencia a la anulacion y restituye el saldo
      *          del socio en SALDOS.DAT. Una transferencia entre
      *          socios ("S") se anula junto con su espejo ("E") en el
      *          socio destino, restituyendo ambos saldos.
      *
      *          No se anula si el periodo del movimiento original o
      *          el periodo del dia estan cerrados en PERIODOS.DAT, si
      *          el movimiento ya esta anulado o es una anulacion, ni
      *          si el saldo disponible del socio no alcanza para
      *          revertir un ingreso. Los depositos con cheque ("Q") y
      *          los cheques rechazados ("H") no se anulan: el cheque
      *          sigue su curso por compensacion o rechazo. Los
      *          cambios de moneda ("K" y "J") tampoco: se revierten
      *          con la operacion inversa a la cotizacion del dia.
      *          El "X" queda a nombre del cajero que registro el
      *          original, para que su cierre de caja lo descuente;
      *          cada anulacion deja su linea en AUDITORIA.LOG con el
      *          supervisor que la autorizo y el motivo.
      *
      *          La anulacion se graba y restituye en la moneda del
      *          movimiento original (pesos o dolares).
      *
      *          El operador se valida contra OPERADORES.DAT; anular
      *          es exclusivo de supervisores.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANULACION_MOVIMIENTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUC-TRANS-FILE ASSIGN TO "SUCTRANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rst-clave
               FILE STATUS IS ws-fs-suctrans.
           SELECT SALDOS-FILE ASSIGN TO "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS sal-clave
               FILE STATUS IS ws-fs-saldos.
           SELECT PERIODOS-FILE ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS per-clave
               FILE STATUS IS ws-fs-periodos.
           SELECT SOCIOS-MASTER ASSIGN TO "SOCIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS soc-codigo
               FILE STATUS IS ws-fs-socios.
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

       FD  SALDOS-FILE.
       01  reg-saldo.
           03 sal-clave.
               05 sal-socio    pic 9(6).
               05 sal-moneda   pic x(3).
           03 sal-saldo    pic s9(9)v99.
           03 sal-disponible pic s9(9)v99.

       FD  PERIODOS-FILE.
       01  reg-periodo.
           03 per-clave.
               05 per-anio pic 9999.
               05 per-mes  pic 99.
           03 per-estado pic x.
               88 per-abierto value "A".
               88 per-cerrado value "C".
           03 per-fecha-cambio pic 9(8).
           03 per-operador pic x(8).

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
       01  ws-fs-suctrans pic xx value spaces.
       01  ws-fs-saldos   pic xx value spaces.
       01  ws-fs-periodos pic xx value spaces.
       01  ws-fs-socios   pic xx value spaces.
       01  ws-fs-audit    pic xx value spaces.
       01  ws-periodos-abierto pic x value "N".
           88 periodos-disponible value "S".
       01  ws-socios-abierto pic x value "N".
           88 socios-disponible value "S".
       01  ws-operador    pic x(8) value spaces.
       01  ws-fin-anulaciones pic x value "N".
           88 fin-anulaciones value "S".
       01  fecha.
           03 anio pic 9999.
           03 mes pic 99.
           03 dia pic 99.
      *****************************************************************
      ******************** MOVIMIENTO A ANULAR ************************
      *****************************************************************
       01  ws-socio-busq  pic 9(6).
       01  ws-fecha-busq.
           03 ws-busq-dia  pic 99.
           03 ws-busq-mes  pic 99.
           03 ws-busq-anio pic 9999.
       01  ws-secuencia-busq pic 9(4).
       01  ws-mov-encontrado pic x value "N".
           88 mov-encontrado value "S".
       01  ws-anulable    pic x value "N".
           88 anulable value "S".
       01  ws-espejo-encontrado pic x value "N".
           88 espejo-encontrado value "S".
       01  ws-fin-busqueda pic x value "N".
           88 fin-busqueda value "S".
       01  ws-periodo-cerrado pic x value "N".
           88 periodo-cerrado value "S".
       01  ws-motivo      pic x(30).
       01  ws-confirma    pic x value "N".
       01  ws-saldo-actual pic s9(9)v99.
       01  ws-disponible-actual pic s9(9)v99.
       01  ws-saldo-existe pic x value "N".
           88 saldo-existe value "S".
       01  ws-trans-grabada pic x value "N".
           88 trans-grabada value "S".
       01  ws-cant-anulaciones pic 9(5) value zero.
       01  ws-valor-ant   pic x(31).
       01  ws-valor-nvo   pic x(31).
       01  ws-importe-edit pic -zzzzzz9,99.
       01  ws-saldo-edit  pic -zzz.zzz.zz9,99.

      * imagen del movimiento original leido del historial
       01  ws-original.
           03 ori-clave.
               05 ori-socio    pic 9(6).
               05 ori-fecha.
                   07 ori-anio pic 9999.
                   07 ori-mes  pic 99.
                   07 ori-dia  pic 99.
               05 ori-secuencia pic 9(4).
           03 ori-sucursal pic x(3).
           03 ori-importe  pic s9(7)v99.
           03 ori-tipo     pic x.
           03 ori-suc-destino pic x(3).
           03 ori-socio-contra pic 9(6).
           03 ori-operador pic x(8).
           03 ori-anulacion.
               05 ori-marca-anulado pic x.
                   88 ori-anulado value "S".
               05 ori-tipo-orig pic x.
               05 ori-ref-clave.
                   07 ori-ref-fecha pic 9(8).
                   07 ori-ref-secuencia pic 9(4).
           03 ori-reserva pic x(15).
           03 ori-moneda   pic x(3).
       01  ws-moneda-ori  pic x(3).

      * clave del espejo "E" de una transferencia entre socios
       01  ws-clave-espejo.
           03 esp-socio    pic 9(6).
           03 esp-fecha    pic 9(8).
           03 esp-secuencia pic 9(4).

      * claves de las anulaciones grabadas
       01  ws-secuencia-anul pic 9(4).
       01  ws-secuencia-anul-esp pic 9(4).

      *****************************************************************
      ******************* IDENTIFICACION OPERADOR *********************
      *****************************************************************
       01  ws-fs-operadores pic xx value spaces.
       01  ws-programa-acceso pic x(31) value "ANULACION_MOVIMIENTO".
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
               IF ws-fs-suctrans = "00" AND ws-fs-saldos = "00"
                       AND ws-fs-audit = "00"
                   PERFORM UNTIL fin-anulaciones
                       PERFORM 200-PIDO-MOVIMIENTO
                       IF NOT fin-anulaciones
                           PERFORM 210-PROCESO-ANULACION
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM 400-FIN
           END-IF.
           STOP RUN.
      *****************************************************************
      *************************** RUTINAS *****************************
      *****************************************************************
       100-INICIO.
           ACCEPT fecha FROM DATE YYYYMMDD.
           OPEN I-O SUC-TRANS-FILE.
           IF ws-fs-suctrans NOT = "00"
               DISPLAY "No se pudo abrir el historial de "
                   "transferencias: ", ws-fs-suctrans
           END-IF.
           OPEN I-O SALDOS-FILE.
           IF ws-fs-saldos NOT = "00"
               DISPLAY "No se pudo abrir el archivo de saldos: "
                   ws-fs-saldos
           END-IF.
           OPEN INPUT PERIODOS-FILE.
           IF ws-fs-periodos = "00"
               MOVE "S" TO ws-periodos-abierto
           ELSE
               DISPLAY "Sin archivo de periodos: control de ",
                   "periodo cerrado desactivado"
           END-IF.
           OPEN INPUT SOCIOS-MASTER.
           IF ws-fs-socios = "00"
               MOVE "S" TO ws-socios-abierto
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF ws-fs-audit = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF ws-fs-audit NOT = "00"
               DISPLAY "No se pudo abrir la pista de auditoria: "
                   ws-fs-audit
               DISPLAY "Sin pista de auditoria no se registran "
                   "anulaciones"
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
               DISPLAY "La anulacion de movimientos es exclusiva de ",
                   "supervisores"
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

       200-PIDO-MOVIMIENTO.
           DISPLAY " ".
           DISPLAY "Socio del movimiento a anular (0 = terminar):".
           ACCEPT ws-socio-busq.
           IF ws-socio-busq = 0
               MOVE "S" TO ws-fin-anulaciones
           ELSE
               DISPLAY "Fecha del movimiento (DDMMAAAA):"
               ACCEPT ws-fecha-busq
               DISPLAY "Secuencia del movimiento:"
               ACCEPT ws-secuencia-busq
           END-IF.

       210-PROCESO-ANULACION.
           PERFORM 220-LEO-ORIGINAL.
           IF mov-encontrado
               PERFORM 230-MUESTRO-ORIGINAL
               PERFORM 240-CONTROLO-ANULABLE
               IF anulable
                   PERFORM 260-PIDO-MOTIVO
                   DISPLAY "Confirma la anulacion (S/N)?"
                   ACCEPT ws-confirma
                   IF ws-confirma = "S" OR ws-confirma = "s"
                       PERFORM 300-REGISTRO-ANULACION
                   ELSE
                       DISPLAY "Anulacion cancelada"
                   END-IF
               END-IF
           END-IF.

       220-LEO-ORIGINAL.
           MOVE "N" TO ws-mov-encontrado.
           MOVE ws-socio-busq TO rst-socio.
           MOVE ws-busq-anio TO rst-anio.
           MOVE ws-busq-mes TO rst-mes.
           MOVE ws-busq-dia TO rst-dia.
           MOVE ws-secuencia-busq TO rst-secuencia.
           READ SUC-TRANS-FILE
               INVALID KEY
                   DISPLAY "Movimiento inexistente en el historial"
               NOT INVALID KEY
                   MOVE "S" TO ws-mov-encontrado
                   MOVE reg-suc-trans TO ws-original
                   IF ori-moneda = spaces
                       MOVE "ARS" TO ws-moneda-ori
                   ELSE
                       MOVE ori-moneda TO ws-moneda-ori
                   END-IF
           END-READ.

       230-MUESTRO-ORIGINAL.
           MOVE ori-importe TO ws-importe-edit.
           DISPLAY "Socio:     ", ori-socio.
           IF socios-disponible
               MOVE ori-socio TO soc-codigo
               READ SOCIOS-MASTER
                   INVALID KEY MOVE "(no registrado)" TO soc-nombre
               END-READ
               DISPLAY "Nombre:    ", soc-nombre
           END-IF.
           DISPLAY "Fecha:     ", ori-dia, "/", ori-mes, "/",
               ori-anio, "  secuencia ", ori-secuencia.
           DISPLAY "Sucursal:  ", ori-sucursal,
               "  operador ", ori-operador.
           EVALUATE ori-tipo
               WHEN "D" DISPLAY "Tipo:      DEPOSITO"
               WHEN "R" DISPLAY "Tipo:      RETIRO"
               WHEN "I" DISPLAY "Tipo:      INTERES"
               WHEN "T" DISPLAY "Tipo:      TRANSF A SUCURSAL ",
                            ori-suc-destino
               WHEN "S" DISPLAY "Tipo:      TRANSF A SOCIO ",
                            ori-socio-contra
               WHEN "E" DISPLAY "Tipo:      TRANSF DE SOCIO ",
                            ori-socio-contra
               WHEN "X" DISPLAY "Tipo:      ANULACION"
               WHEN "F" DISPLAY "Tipo:      CONSTITUCION PLAZO FIJO"
               WHEN "V" DISPLAY "Tipo:      CAPITAL PLAZO FIJO"
               WHEN "G" DISPLAY "Tipo:      INTERES PLAZO FIJO"
               WHEN "M" DISPLAY "Tipo:      PENALIDAD PLAZO FIJO"
               WHEN "P" DISPLAY "Tipo:      DESEMBOLSO PRESTAMO"
               WHEN "C" DISPLAY "Tipo:      CUOTA PRESTAMO CAPITAL"
               WHEN "U" DISPLAY "Tipo:      CUOTA PRESTAMO INTERES"
               WHEN "Q" DISPLAY "Tipo:      DEPOSITO CON CHEQUE"
               WHEN "H" DISPLAY "Tipo:      CHEQUE RECHAZADO"
               WHEN "K" DISPLAY "Tipo:      CAMBIO DE MONEDA (SALIDA)"
               WHEN "J" DISPLAY "Tipo:      CAMBIO DE MONEDA (ENTRADA)"
               WHEN OTHER DISPLAY "Tipo:      ", ori-tipo
           END-EVALUATE.
           DISPLAY "Importe:   ", ws-importe-edit, " ", ws-moneda-ori.
           IF ori-anulado
               DISPLAY "*** MOVIMIENTO ANULADO ***"
           END-IF.

      * Condiciones para anular: el movimiento no es una anulacion ni
      * esta anulado, el espejo "E" se anula desde su "S", los de
      * plazo fijo se corrigen cancelando el plazo fijo, los de
      * prestamos no se anulan (el cronograma quedaria desfasado), y
      * ni el periodo del original ni el del dia estan cerrados.
       240-CONTROLO-ANULABLE.
           MOVE "N" TO ws-anulable.
           EVALUATE TRUE
               WHEN ori-tipo = "X"
                   DISPLAY "Una anulacion no se puede anular"
               WHEN ori-anulado
                   DISPLAY "El movimiento ya esta anulado"
               WHEN ori-tipo = "E"
                   DISPLAY "Es el espejo de una transferencia: anular ",
                       "la transferencia del socio ", ori-socio-contra
               WHEN ori-tipo = "F" OR ori-tipo = "V"
                       OR ori-tipo = "G" OR ori-tipo = "M"
                   DISPLAY "Movimiento de plazo fijo: no se anula, se ",
                       "cancela el plazo fijo"
               WHEN ori-tipo = "P" OR ori-tipo = "C"
                       OR ori-tipo = "U"
                   DISPLAY "Movimiento de prestamo: no se anula, se ",
                       "ajusta con un deposito o retiro"
               WHEN ori-tipo = "Q" OR ori-tipo = "H"
                   DISPLAY "Movimiento de cheque: no se anula, se ",
                       "registra el rechazo del cheque"
               WHEN ori-tipo = "K" OR ori-tipo = "J"
                   DISPLAY "Cambio de moneda: no se anula, se ",
                       "registra la operacion inversa"
               WHEN OTHER
                   MOVE "S" TO ws-anulable
           END-EVALUATE.
           IF anulable
               MOVE ori-anio TO per-anio
               MOVE ori-mes TO per-mes
               PERFORM 245-LEO-PERIODO
               IF periodo-cerrado
                   MOVE "N" TO ws-anulable
                   DISPLAY "El periodo ", ori-anio, "/", ori-mes,
                       " del movimiento esta cerrado"
               END-IF
           END-IF.
           IF anulable
               MOVE anio TO per-anio
               MOVE mes TO per-mes
               PERFORM 245-LEO-PERIODO
               IF periodo-cerrado
                   MOVE "N" TO ws-anulable
                   DISPLAY "El periodo del dia (", anio, "/", mes,
                       ") esta cerrado"
               END-IF
           END-IF.
           IF anulable AND ori-tipo = "S"
               PERFORM 250-BUSCO-ESPEJO
               IF NOT espejo-encontrado
                   MOVE "N" TO ws-anulable
                   DISPLAY "No se encontro la contrapartida en el ",
                       "socio ", ori-socio-contra
               END-IF
           END-IF.
           IF anulable
               PERFORM 255-CONTROLO-SALDO
           END-IF.

       245-LEO-PERIODO.
           MOVE "N" TO ws-periodo-cerrado.
           IF periodos-disponible
               READ PERIODOS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF per-cerrado
                           MOVE "S" TO ws-periodo-cerrado
                       END-IF
               END-READ
           END-IF.

      * El espejo es el "E" del socio destino con la misma fecha, el
      * mismo importe y el socio origen como contrapartida.
       250-BUSCO-ESPEJO.
           MOVE "N" TO ws-espejo-encontrado.
           MOVE "N" TO ws-fin-busqueda.
           MOVE ori-socio-contra TO rst-socio.
           MOVE ori-fecha TO rst-fecha.
           MOVE ZERO TO rst-secuencia.
           START SUC-TRANS-FILE KEY NOT < rst-clave
               INVALID KEY MOVE "S" TO ws-fin-busqueda
           END-START.
           PERFORM UNTIL fin-busqueda
               READ SUC-TRANS-FILE NEXT RECORD
                   AT END MOVE "S" TO ws-fin-busqueda
                   NOT AT END
                       IF rst-socio = ori-socio-contra
                               AND rst-fecha = ori-fecha
                           IF rst-tipo = "E"
                                   AND rst-socio-contra = ori-socio
                                   AND rst-importe = ori-importe
                                   AND rst-moneda = ori-moneda
                                   AND NOT rst-anulado
                               MOVE "S" TO ws-espejo-encontrado
                               MOVE "S" TO ws-fin-busqueda
                               MOVE rst-socio TO esp-socio
                               MOVE rst-fecha TO esp-fecha
                               MOVE rst-secuencia TO esp-secuencia
                           END-IF
                       ELSE
                           MOVE "S" TO ws-fin-busqueda
                       END-IF
               END-READ
           END-PERFORM.

      * Revertir un ingreso (deposito o interes) le saca el importe
      * al socio; revertir una transferencia entre socios se lo saca
      * al socio destino. En ambos casos el saldo disponible debe
      * alcanzar.
       255-CONTROLO-SALDO.
           IF ori-tipo = "D" OR ori-tipo = "I" OR ori-tipo = "S"
               IF ori-tipo = "S"
                   MOVE ori-socio-contra TO sal-socio
               ELSE
                   MOVE ori-socio TO sal-socio
               END-IF
               MOVE ws-moneda-ori TO sal-moneda
               MOVE ZERO TO ws-disponible-actual
               READ SALDOS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE sal-disponible TO ws-disponible-actual
               END-READ
               IF ws-disponible-actual < ori-importe
                   MOVE "N" TO ws-anulable
                   MOVE ws-disponible-actual TO ws-saldo-edit
                   DISPLAY "Saldo insuficiente para anular: el socio ",
                       sal-socio, " tiene ", ws-saldo-edit
               END-IF
           END-IF.

       260-PIDO-MOTIVO.
           MOVE spaces TO ws-motivo.
           DISPLAY "Motivo de la anulacion:".
           ACCEPT ws-motivo.
           PERFORM UNTIL ws-motivo NOT = spaces
               DISPLAY "El motivo es obligatorio. Motivo:"
               ACCEPT ws-motivo
           END-PERFORM.

      * Se graba la anulacion, se marca el original y se restituye el
      * saldo; en una transferencia entre socios, lo mismo del lado
      * del socio destino.
       300-REGISTRO-ANULACION.
           MOVE ori-socio TO rst-socio.
           MOVE ori-tipo TO rst-tipo-orig.
           MOVE ori-socio-contra TO rst-socio-contra.
           MOVE ori-fecha TO rst-ref-fecha.
           MOVE ori-secuencia TO rst-ref-secuencia.
           PERFORM 310-GRABO-ANULACION.
           IF trans-grabada
               MOVE rst-secuencia TO ws-secuencia-anul
               MOVE ori-clave TO rst-clave
               PERFORM 320-MARCO-ANULADO
               PERFORM 330-RESTITUYO-SALDO
               IF ori-tipo = "S"
                   PERFORM 340-ANULO-ESPEJO
               END-IF
               PERFORM 350-AUDITO-ANULACION
               ADD 1 TO ws-cant-anulaciones
               DISPLAY "Movimiento anulado. Anulacion registrada el ",
                   dia, "/", mes, "/", anio, " secuencia ",
                   ws-secuencia-anul
           END-IF.

      * La anulacion lleva la fecha del dia; la secuencia arranca en
      * 1 y se incrementa si la clave ya existe. Queda a nombre del
      * cajero del movimiento original, para que su cierre de caja la
      * descuente; el supervisor que la autorizo queda en la
      * auditoria.
       310-GRABO-ANULACION.
           MOVE anio TO rst-anio.
           MOVE mes TO rst-mes.
           MOVE dia TO rst-dia.
           MOVE 1 TO rst-secuencia.
           MOVE ori-sucursal TO rst-sucursal.
           MOVE ori-importe TO rst-importe.
           MOVE "X" TO rst-tipo.
           MOVE ori-suc-destino TO rst-suc-destino.
           MOVE ori-operador TO rst-operador.
           MOVE space TO rst-marca-anulado.
           MOVE spaces TO rst-reserva.
           MOVE ws-moneda-ori TO rst-moneda.
           MOVE "N" TO ws-trans-grabada.
           PERFORM UNTIL trans-grabada OR rst-secuencia = 9999
               WRITE reg-suc-trans
                   INVALID KEY ADD 1 TO rst-secuencia
                   NOT INVALID KEY MOVE "S" TO ws-trans-grabada
               END-WRITE
               IF NOT trans-grabada AND ws-fs-suctrans NOT = "22"
                   MOVE 9999 TO rst-secuencia
               END-IF
           END-PERFORM.
           IF NOT trans-grabada
               DISPLAY "No se pudo grabar la anulacion del socio ",
                   rst-socio, ": ", ws-fs-suctrans
           END-IF.

      * El original queda marcado y apunta a su anulacion.
       320-MARCO-ANULADO.
           READ SUC-TRANS-FILE
               INVALID KEY
                   DISPLAY "Atencion: no se pudo releer el movimiento ",
                       "original ", rst-clave
               NOT INVALID KEY
                   MOVE "S" TO rst-marca-anulado
                   MOVE fecha TO rst-ref-fecha
                   MOVE ws-secuencia-anul TO rst-ref-secuencia
                   REWRITE reg-suc-trans
                   IF ws-fs-suctrans NOT = "00"
                       DISPLAY "Atencion: no se pudo marcar el ",
                           "original como anulado: ", ws-fs-suctrans
                   END-IF
           END-READ.

      * Deposito, interes: se resta. Retiro, transferencia a socio:
      * se devuelve. La transferencia entre sucursales no movio el
      * saldo del socio y no se toca.
       330-RESTITUYO-SALDO.
           IF ori-tipo NOT = "T"
               MOVE ori-socio TO sal-socio
               MOVE ws-moneda-ori TO sal-moneda
               MOVE ZERO TO ws-saldo-actual
               MOVE ZERO TO ws-disponible-actual
               MOVE "N" TO ws-saldo-existe
               READ SALDOS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE sal-saldo TO ws-saldo-actual
                       MOVE sal-disponible TO ws-disponible-actual
                       MOVE "S" TO ws-saldo-existe
               END-READ
               MOVE ori-socio TO sal-socio
               MOVE ws-moneda-ori TO sal-moneda
               IF ori-tipo = "D" OR ori-tipo = "I"
                   COMPUTE sal-saldo = ws-saldo-actual - ori-importe
                   COMPUTE sal-disponible =
                       ws-disponible-actual - ori-importe
               ELSE
                   COMPUTE sal-saldo = ws-saldo-actual + ori-importe
                   COMPUTE sal-disponible =
                       ws-disponible-actual + ori-importe
               END-IF
               PERFORM 335-GRABO-SALDO
           END-IF.

       335-GRABO-SALDO.
           IF saldo-existe
               REWRITE reg-saldo
           ELSE
               WRITE reg-saldo
           END-IF.
           IF ws-fs-saldos NOT = "00"
               DISPLAY "Atencion: no se pudo actualizar el saldo ",
                   "del socio ", sal-socio, ": ", ws-fs-saldos
           END-IF.

      * Del lado del socio destino: anulacion del espejo "E", marca
      * del espejo y devolucion del importe que habia recibido.
       340-ANULO-ESPEJO.
           MOVE esp-socio TO rst-socio.
           MOVE "E" TO rst-tipo-orig.
           MOVE ori-socio TO rst-socio-contra.
           MOVE esp-fecha TO rst-ref-fecha.
           MOVE esp-secuencia TO rst-ref-secuencia.
           PERFORM 310-GRABO-ANULACION.
           IF trans-grabada
               MOVE rst-secuencia TO ws-secuencia-anul-esp
               MOVE esp-socio TO rst-socio
               MOVE esp-fecha TO rst-fecha
               MOVE esp-secuencia TO rst-secuencia
               READ SUC-TRANS-FILE
                   INVALID KEY
                       DISPLAY "Atencion: no se pudo releer la ",
                           "contrapartida ", rst-clave
                   NOT INVALID KEY
                       MOVE "S" TO rst-marca-anulado
                       MOVE fecha TO rst-ref-fecha
                       MOVE ws-secuencia-anul-esp TO rst-ref-secuencia
                       REWRITE reg-suc-trans
               END-READ
               MOVE esp-socio TO sal-socio
               MOVE ws-moneda-ori TO sal-moneda
               MOVE ZERO TO ws-saldo-actual
               MOVE ZERO TO ws-disponible-actual
               MOVE "N" TO ws-saldo-existe
               READ SALDOS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE sal-saldo TO ws-saldo-actual
                       MOVE sal-disponible TO ws-disponible-actual
                       MOVE "S" TO ws-saldo-existe
               END-READ
               MOVE esp-socio TO sal-socio
               MOVE ws-moneda-ori TO sal-moneda
               COMPUTE sal-saldo = ws-saldo-actual - ori-importe
               COMPUTE sal-disponible =
                   ws-disponible-actual - ori-importe
               PERFORM 335-GRABO-SALDO
           END-IF.

       350-AUDITO-ANULACION.
           MOVE "SUCTRANS" TO aud-archivo.
           MOVE "ANULA" TO aud-operacion.
           MOVE ori-socio TO aud-clave.
           MOVE ori-importe TO ws-importe-edit.
           MOVE spaces TO ws-valor-ant.
           STRING ori-tipo DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ori-fecha DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ori-secuencia DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-importe-edit DELIMITED BY SIZE
               INTO ws-valor-ant
           END-STRING.
           MOVE ws-motivo TO ws-valor-nvo.
           PERFORM 390-GRABO-AUDITORIA.

       390-GRABO-AUDITORIA.
           ACCEPT aud-fecha FROM DATE YYYYMMDD.
           ACCEPT aud-hora FROM TIME.
           MOVE ws-operador TO aud-operador.
           MOVE ws-valor-ant TO aud-valor-ant.
           MOVE ws-valor-nvo TO aud-valor-nvo.
           WRITE reg-auditoria.

       400-FIN.
           CLOSE SUC-TRANS-FILE.
           CLOSE SALDOS-FILE.
           IF periodos-disponible
               CLOSE PERIODOS-FILE
           END-IF.
           IF socios-disponible
               CLOSE SOCIOS-MASTER
           END-IF.
           CLOSE AUDIT-FILE.
           DISPLAY "Anulaciones registradas: ", ws-cant-anulaciones.

       END PROGRAM ANULACION_MOVIMIENTO.
