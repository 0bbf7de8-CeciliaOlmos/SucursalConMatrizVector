      *          por mes, sucursal y tipo (socio 000000) para que la
      *          regeneracion y el comparativo sigan funcionando sin
      *          recorrer anios muertos.
      *
      *          Los movimientos en dolares se resumen aparte, en
      *          registros resumen con moneda USD, para que la
      *          regeneracion los siga acumulando en los totales en
      *          dolares y no los mezcle con los de pesos.
      *
      *          Antes de depurar se respalda SUCTRANS.DAT
      *          (Respaldo_Archivos); sin respaldo no se archiva.
      *
      *          El operador se valida contra OPERADORES.DAT
      *          (supervisores).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVO_HISTORIAL.
           SELECT SUCURSALES-MASTER ASSIGN TO "SUCURSALES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-sucmaestro.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS opr-codigo
               FILE STATUS IS ws-fs-operadores.
           SELECT AUDIT-FILE ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-audit.
       DATA DIVISION.
       FILE SECTION.
       FD  SUC-TRANS-FILE.
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
               88 rst-en-pesos value "ARS" "   ".
               88 rst-en-dolares value "USD".

       FD  ARCH-FILE.
       01  reg-arch pic x(80).
      * (imagen completa de reg-suc-trans: 80 bytes)

       FD  SUCURSALES-MASTER.
       01  reg-sucursal-mstr.
           03 sum-cod-sucursal pic xxx.
           03 sum-nom-sucursal pic x(11).

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

       WORKING-STORAGE SECTION.
      *****************************************************************
      ************************ ARCHIVOS / I-O *************************
       01  ws-cant-no-archivados pic 9(5) value zero.
       01  ws-importe-pendiente pic 9(11)v99.
       01  ws-importe-tramo pic 9(7)v99.
       01  ws-moneda-resumen pic x(3) value "ARS".
       01  ws-fecha-ref.
           03 ws-ref-anio pic 9999.
           03 ws-ref-mes  pic 99.
           03 ws-ref-dia  pic 99.
       01  posI pic 99.
       01  posJ pic 999.
       01  posD pic 999.
                   07 res-tsoc-env  pic 9(11)v99.
                   07 res-tsoc-rec  pic 9(11)v99.
                   07 res-transf    pic 9(11)v99 occurs 100 times.
      * en dolares solo hay depositos, retiros, transferencias entre
      * socios y cambio de moneda: no hay interes ni envios entre
      * sucursales
       01  tab-resumen-usd.
           03 res-mes-usd occurs 12 times.
               05 res-suc-usd occurs 100 times.
                   07 res-depositos-usd pic 9(11)v99.
                   07 res-retiros-usd   pic 9(11)v99.
                   07 res-tsoc-env-usd  pic 9(11)v99.
                   07 res-tsoc-rec-usd  pic 9(11)v99.

      *****************************************************************
      *********************** RESPALDO PREVIO *************************
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
       01  ws-operador    pic x(8) value spaces.
       01  ws-fs-operadores pic xx value spaces.
       01  ws-fs-audit    pic xx value spaces.
       01  ws-programa-acceso pic x(31) value "ARCHIVO_HISTORIAL".
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
               IF ws-fs-suctrans = "00"
                   PERFORM 200-RECORRO-HISTORIAL
                   PERFORM 300-GRABO-RESUMENES
                   PERFORM 400-FIN
               END-IF
           END-IF.
           STOP RUN.
      *****************************************************************
       100-INICIO.
           DISPLAY "Anio cerrado a archivar:".
           ACCEPT ws-anio-archivo.
           PERFORM 105-RESPALDO-HISTORIAL.
           IF NOT prm-respaldo-ok
               DISPLAY "Sin respaldo previo el historial no se archiva."
               MOVE "99" TO ws-fs-suctrans
           ELSE
               OPEN I-O SUC-TRANS-FILE
               IF ws-fs-suctrans NOT = "00"
                   DISPLAY "No se pudo abrir el historial de "
                       "transferencias: ", ws-fs-suctrans
               ELSE
                   OPEN EXTEND ARCH-FILE
                   IF ws-fs-arch = "35"
                       OPEN OUTPUT ARCH-FILE
                   END-IF
                   IF ws-fs-arch NOT = "00"
                       DISPLAY "No se pudo abrir el archivo de anios "
                           "cerrados: ", ws-fs-arch
                       CLOSE SUC-TRANS-FILE
                       MOVE "99" TO ws-fs-suctrans
                   END-IF
               END-IF
           END-IF.
           PERFORM 110-LEO-SUCURSALES.
           PERFORM 120-INICIALIZO-RESUMENES.

      * El archivo depura SUCTRANS.DAT en el lugar: antes se toma un
      * respaldo del historial (catalogado en RESPALDOS.DAT).
       105-RESPALDO-HISTORIAL.
           MOVE "ARCHIVO_HISTORIAL" TO prm-programa.
           MOVE ws-operador TO prm-operador.
           MOVE "H" TO prm-archivos.
           CALL "RESPALDO_ARCHIVOS" USING parm-respaldo.

       110-LEO-SUCURSALES.
           OPEN INPUT SUCURSALES-MASTER.
           IF ws-fs-sucmaestro NOT = "00"
                       UNTIL posD > ws-max-sucursales
                   MOVE ZERO TO res-transf(posI,posJ,posD)
               END-PERFORM
               MOVE ZERO TO res-depositos-usd(posI,posJ)
               MOVE ZERO TO res-retiros-usd(posI,posJ)
               MOVE ZERO TO res-tsoc-env-usd(posI,posJ)
               MOVE ZERO TO res-tsoc-rec-usd(posI,posJ)
           END-PERFORM.

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
               DISPLAY "El archivo del historial es exclusivo de ",
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

       200-RECORRO-HISTORIAL.
           MOVE "N" TO ws-fin-historial.
           IF rst-anio = ws-anio-archivo AND rst-socio NOT = 0
               PERFORM 220-BUSCO-POSICIONES
               IF posJ > ws-cant-sucursales
                       OR (posD > ws-cant-sucursales
                           AND (rst-tipo = "T"
                               OR rst-tipo-orig = "T"))
                   ADD 1 TO ws-cant-no-archivados
               ELSE
                   PERFORM 230-ARCHIVO-REGISTRO
               CONTINUE
           END-PERFORM.
           IF rst-tipo = "T"
                   OR (rst-tipo = "X" AND rst-tipo-orig = "T")
               PERFORM VARYING posD FROM 1 BY 1
                       UNTIL posD > ws-cant-sucursales
                           OR cod-sucursal(posD) = rst-suc-destino
                   MOVE "S" TO ws-archivo-fallado
                   MOVE "S" TO ws-fin-historial
               ELSE
                   IF rst-en-dolares
                       PERFORM 232-ACUMULO-DOLARES
                   ELSE
                       PERFORM 231-ACUMULO-PESOS
                   END-IF
                   ADD 1 TO ws-cant-archivados
               END-IF
           END-IF.

       231-ACUMULO-PESOS.
           EVALUATE rst-tipo
               WHEN "D"
                   ADD rst-importe
                       TO res-depositos(rst-mes,posJ)
               WHEN "I"
                   ADD rst-importe
                       TO res-intereses(rst-mes,posJ)
               WHEN "S"
                   ADD rst-importe
                       TO res-tsoc-env(rst-mes,posJ)
               WHEN "E"
                   ADD rst-importe
                       TO res-tsoc-rec(rst-mes,posJ)
               WHEN "T"
                   ADD rst-importe
                       TO res-transf(rst-mes,posJ,posD)
               WHEN "X"
                   PERFORM 235-ACUMULO-ANULACION
      * la devolucion de capital y el interes de un plazo fijo son
      * creditos a la caja de ahorro; la constitucion y la penalidad
      * son debitos y van con los retiros
               WHEN "V"
                   ADD rst-importe
                       TO res-depositos(rst-mes,posJ)
               WHEN "G"
                   ADD rst-importe
                       TO res-intereses(rst-mes,posJ)
      * el desembolso de un prestamo es un credito; las cuotas
      * (capital e interes) son debitos y van con los retiros
               WHEN "P"
                   ADD rst-importe
                       TO res-depositos(rst-mes,posJ)
      * el deposito con cheque es un deposito; el cheque rechazado
      * lo revierte y va con los retiros
               WHEN "Q"
                   ADD rst-importe
                       TO res-depositos(rst-mes,posJ)
      * la entrada del cambio de moneda ("J") es un credito; la
      * salida ("K") es un debito y va con los retiros
               WHEN "J"
                   ADD rst-importe
                       TO res-depositos(rst-mes,posJ)
               WHEN OTHER
                   ADD rst-importe
                       TO res-retiros(rst-mes,posJ)
           END-EVALUATE.

       232-ACUMULO-DOLARES.
           EVALUATE rst-tipo
               WHEN "D"
               WHEN "J"
                   ADD rst-importe
                       TO res-depositos-usd(rst-mes,posJ)
               WHEN "S"
                   ADD rst-importe
                       TO res-tsoc-env-usd(rst-mes,posJ)
               WHEN "E"
                   ADD rst-importe
                       TO res-tsoc-rec-usd(rst-mes,posJ)
               WHEN "X"
                   PERFORM 236-ACUMULO-ANULACION-USD
               WHEN OTHER
                   ADD rst-importe
                       TO res-retiros-usd(rst-mes,posJ)
           END-EVALUATE.

      * Una anulacion se descuenta del total del tipo que anulo, en
      * el mes del movimiento original, asi el resumen del anio
      * muestra la actividad real y no el movimiento mas su
      * anulacion. La anulacion de un movimiento de otro anio se
      * archiva pero no toca los resumenes de este.
       235-ACUMULO-ANULACION.
           MOVE rst-ref-fecha TO ws-fecha-ref.
           IF ws-ref-anio = ws-anio-archivo
               EVALUATE rst-tipo-orig
                   WHEN "D"
                       SUBTRACT rst-importe
                           FROM res-depositos(ws-ref-mes,posJ)
                   WHEN "I"
                       SUBTRACT rst-importe
                           FROM res-intereses(ws-ref-mes,posJ)
                   WHEN "S"
                       SUBTRACT rst-importe
                           FROM res-tsoc-env(ws-ref-mes,posJ)
                   WHEN "E"
                       SUBTRACT rst-importe
                           FROM res-tsoc-rec(ws-ref-mes,posJ)
                   WHEN "T"
                       SUBTRACT rst-importe
                           FROM res-transf(ws-ref-mes,posJ,posD)
                   WHEN OTHER
                       SUBTRACT rst-importe
                           FROM res-retiros(ws-ref-mes,posJ)
               END-EVALUATE
           END-IF.

       236-ACUMULO-ANULACION-USD.
           MOVE rst-ref-fecha TO ws-fecha-ref.
           IF ws-ref-anio = ws-anio-archivo
               EVALUATE rst-tipo-orig
                   WHEN "D"
                       SUBTRACT rst-importe
                           FROM res-depositos-usd(ws-ref-mes,posJ)
                   WHEN "S"
                       SUBTRACT rst-importe
                           FROM res-tsoc-env-usd(ws-ref-mes,posJ)
                   WHEN "E"
                       SUBTRACT rst-importe
                           FROM res-tsoc-rec-usd(ws-ref-mes,posJ)
                   WHEN OTHER
                       SUBTRACT rst-importe
                           FROM res-retiros-usd(ws-ref-mes,posJ)
               END-EVALUATE
           END-IF.

       300-GRABO-RESUMENES.
           MOVE "ARS" TO ws-moneda-resumen.
           PERFORM VARYING posI FROM 1 BY 1 UNTIL posI > 12
               AFTER posJ FROM 1 BY 1
                   UNTIL posJ > ws-cant-sucursales
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM 305-GRABO-RESUMENES-DOLARES.

       305-GRABO-RESUMENES-DOLARES.
           MOVE "USD" TO ws-moneda-resumen.
           MOVE spaces TO rst-suc-destino.
           PERFORM VARYING posI FROM 1 BY 1 UNTIL posI > 12
               AFTER posJ FROM 1 BY 1
                   UNTIL posJ > ws-cant-sucursales
               IF res-depositos-usd(posI,posJ) > 0
                   MOVE res-depositos-usd(posI,posJ)
                       TO ws-importe-pendiente
                   MOVE "D" TO rst-tipo
                   PERFORM 310-GRABO-RESUMEN
               END-IF
               IF res-retiros-usd(posI,posJ) > 0
                   MOVE res-retiros-usd(posI,posJ)
                       TO ws-importe-pendiente
                   MOVE "R" TO rst-tipo
                   PERFORM 310-GRABO-RESUMEN
               END-IF
               IF res-tsoc-env-usd(posI,posJ) > 0
                   MOVE res-tsoc-env-usd(posI,posJ)
                       TO ws-importe-pendiente
                   MOVE "S" TO rst-tipo
                   PERFORM 310-GRABO-RESUMEN
               END-IF
               IF res-tsoc-rec-usd(posI,posJ) > 0
                   MOVE res-tsoc-rec-usd(posI,posJ)
                       TO ws-importe-pendiente
                   MOVE "E" TO rst-tipo
                   PERFORM 310-GRABO-RESUMEN
               END-IF
           END-PERFORM.

      * Un resumen mensual puede superar la capacidad de rst-importe
      * (s9(7)v99); en ese caso se graban tantos registros resumen
           MOVE ws-importe-tramo TO rst-importe.
           MOVE ZERO TO rst-socio-contra.
           MOVE spaces TO rst-operador.
           MOVE spaces TO rst-anulacion.
           MOVE ZERO TO rst-ref-clave.
           MOVE spaces TO rst-reserva.
           MOVE ws-moneda-resumen TO rst-moneda.
           MOVE "N" TO ws-trans-grabada.
           PERFORM UNTIL trans-grabada OR rst-secuencia = 9999
               WRITE reg-suc-trans
