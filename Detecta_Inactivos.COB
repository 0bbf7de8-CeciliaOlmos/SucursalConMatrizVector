      *          movimiento de cada socio y lista en INACTIVOS.LST
      *          todo socio activo sin movimientos en los ultimos
      *          MES-INACTIVO meses (parametro de PARAMETROS.DAT,
      *          como los LIM-INFORME), con sus saldos en pesos y en
      *          dolares de SALDOS.DAT.
      *          En modo "M" ademas los marca con el estado "I"
      *          (inactivo) en SOCIOS.DAT, dejando rastro en
      *          AUDITORIA.LOG; el ingreso diario exige confirmacion
      *          antes de mover una cuenta dormida.
      *
      *          El operador se valida contra OPERADORES.DAT
      *          (supervisores y administradores).
      *
      *          Termina con codigo de retorno 0 si el reporte quedo
      *          emitido y 8 si no (lo usa el control del cierre del
      *          dia).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DETECTA_INACTIVOS.
           SELECT SALDOS-FILE ASSIGN TO "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS sal-clave
               FILE STATUS IS ws-fs-saldos.
           SELECT PARAMETROS-FILE ASSIGN TO "PARAMETROS.DAT"
               ORGANIZATION IS SEQUENTIAL
           SELECT INACTIVOS-FILE ASSIGN TO "INACTIVOS.LST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-inactivos.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS opr-codigo
               FILE STATUS IS ws-fs-operadores.
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

       FD  SOCIOS-MASTER.
       01  reg-socio.
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

       FD  SALDOS-FILE.
       01  reg-saldo.
           03 sal-clave.
               05 sal-socio    pic 9(6).
               05 sal-moneda   pic x(3).
           03 sal-saldo    pic s9(9)v99.
           03 sal-disponible pic s9(9)v99.

       FD  PARAMETROS-FILE.
       01  reg-parametro.
       FD  INACTIVOS-FILE.
       01  reg-inactivo pic x(80).

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
           03 filler pic x(7) value "SOCIO".
           03 filler pic x(27) value "NOMBRE".
           03 filler pic x(13) value "ULTIMO MOV.".
           03 filler pic x(15) value "    SALDO PESOS".
           03 filler pic x(16) value "      SALDO USD".

       01  lin-detalle-ina.
           03 lin-ina-socio pic 9(6).
           03 lin-ina-ult-anio pic 9999.
           03 filler pic x(6) value spaces.
           03 lin-ina-saldo pic -zzz.zzz.zz9,99.
           03 filler pic x value space.
           03 lin-ina-saldo-usd pic -zzz.zzz.zz9,99.

       01  lin-resumen-ina.
           03 filler pic x(19) value "Socios detectados:".

       01  lin-blanco pic x(80) value spaces.

      *****************************************************************
      ******************* IDENTIFICACION OPERADOR *********************
      *****************************************************************
       01  ws-fs-operadores pic xx value spaces.
       01  ws-programa-acceso pic x(31) value "DETECTA_INACTIVOS".
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
                   PERFORM 200-RELEVO-ULTIMOS-MOVIMIENTOS
                   IF tabla-excedida
                       DISPLAY "La tabla de socios excede las 9999 ",
                           "entradas; la deteccion no es confiable ",
                           "y se suspende."
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 300-RECORRO-PADRON
                       PERFORM 350-CIERRO-REPORTE
                   END-IF
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM 400-FIN
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
      *****************************************************************
      *************************** RUTINAS *****************************
      *****************************************************************
       100-INICIO.
           DISPLAY "Modo (L = listar, M = listar y marcar ",
               "inactivos):".
           ACCEPT ws-modo-corrida.
               WRITE reg-inactivo FROM lin-guion
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
           IF acceso-ok AND NOT rol-supervisor AND NOT rol-administrador
               DISPLAY "La deteccion de inactivos es exclusiva de ",
                   "supervisores y administradores"
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

       200-RELEVO-ULTIMOS-MOVIMIENTOS.
           MOVE "N" TO ws-fin-historial.
           PERFORM UNTIL fin-historial
      * Los intereses (tipo "I") los genera el banco todos los meses
      * sobre cualquier saldo acreedor: no son actividad del socio y
      * no reinician el reloj de inactividad. Solo los movimientos
      * iniciados por el socio cuentan como ultimo movimiento; las
      * anulaciones (tipo "X") son del banco y tampoco cuentan, como
      * el pago de un plazo fijo al vencimiento (tipos "V" y "G") y
      * el debito automatico de las cuotas de prestamos ("C" y "U")
      * y el rechazo de un cheque depositado ("H").
       210-REGISTRO-MOVIMIENTO.
           IF rst-socio NOT = 0 AND rst-tipo NOT = "I"
                   AND rst-tipo NOT = "X" AND rst-tipo NOT = "V"
                   AND rst-tipo NOT = "G" AND rst-tipo NOT = "C"
                   AND rst-tipo NOT = "U" AND rst-tipo NOT = "H"
               COMPUTE ws-ultimo-periodo =
                   rst-anio * 100 + rst-mes
               PERFORM VARYING posS FROM 1 BY 1
           END-IF.
           IF saldos-disponible
               MOVE soc-codigo TO sal-socio
               MOVE "ARS" TO sal-moneda
               READ SALDOS-FILE
                   INVALID KEY MOVE ZERO TO sal-saldo
               END-READ
               MOVE sal-saldo TO lin-ina-saldo
               MOVE soc-codigo TO sal-socio
               MOVE "USD" TO sal-moneda
               READ SALDOS-FILE
                   INVALID KEY MOVE ZERO TO sal-saldo
               END-READ
               MOVE sal-saldo TO lin-ina-saldo-usd
           ELSE
               MOVE ZERO TO lin-ina-saldo
               MOVE ZERO TO lin-ina-saldo-usd
           END-IF.
           WRITE reg-inactivo FROM lin-detalle-ina.

