      *          declara el cajero. La boleta de arqueo sale por
      *          pantalla y se agrega a CIERRECAJA.LST para firmar y
      *          archivar.
      *
      *          Las anulaciones (tipo "X") de movimientos del cajero
      *          (quedan a su nombre aunque las autorice un
      *          supervisor) se descuentan del total del tipo que
      *          anulan: un deposito cargado y anulado no suma ni a
      *          depositos ni a retiros.
      *
      *          Los cheques que recibio el cajero (depositos tipo
      *          "Q") se totalizan aparte para entregarlos con la
      *          boleta, pero no forman parte del efectivo esperado.
      *
      *          Los dolares se arquean aparte: el cajero declara
      *          tambien los dolares contados y la boleta compara los
      *          depositos menos retiros en dolares contra ese
      *          conteo. Los cambios de moneda (salida "K" y entrada
      *          "J") se informan como compras y ventas de dolares de
      *          los socios pero no mueven el cajon.
      *
      *          El cajero se valida contra OPERADORES.DAT (cajeros y
      *          supervisores).
      *
      *          Termina con codigo de retorno 0 si la caja esta
      *          conforme, 4 si la boleta muestra diferencia (en pesos
      *          o en dolares) y 8 si el arqueo no pudo hacerse (lo
      *          usa el control del cierre del dia).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE_CAJERO.
           SELECT ARQUEO-FILE ASSIGN TO "CIERRECAJA.LST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-arqueo.
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
           03 rst-datos-cheque redefines rst-reserva.
               05 rst-chq-banco pic 9(3).
               05 rst-chq-numero pic 9(8).
               05 rst-chq-acreditado pic x.
                   88 rst-chq-ya-acreditado value "S".
               05 filler       pic x(3).
           03 rst-datos-cambio redefines rst-reserva.
               05 rst-cam-operacion pic x.
                   88 rst-cam-compra value "C".
                   88 rst-cam-venta  value "V".
               05 rst-cam-cotizacion pic 9(5)v9(4).
               05 filler       pic x(5).
           03 rst-moneda   pic x(3).
               88 rst-en-pesos   values "ARS" "   ".
               88 rst-en-dolares value "USD".

       FD  ARQUEO-FILE.
       01  reg-arqueo pic x(80).

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
           03 ws-arq-mes  pic 99.
           03 ws-arq-anio pic 9999.
       01  ws-efectivo-declarado pic 9(9)v99.
       01  ws-efectivo-declarado-usd pic 9(9)v99.
       01  ws-fin-historial pic x value "N".
           88 fin-historial value "S".
       01  ws-cant-movimientos pic 9(5) value zero.
       01  ws-cant-anulaciones pic 9(5) value zero.
       01  ws-tot-depositos pic s9(11)v99 value zero.
       01  ws-tot-retiros pic s9(11)v99 value zero.
       01  ws-tot-transf pic s9(11)v99 value zero.
       01  ws-tot-transf-soc pic s9(11)v99 value zero.
       01  ws-tot-cheques pic s9(11)v99 value zero.
       01  ws-efectivo-esperado pic s9(11)v99.
       01  ws-diferencia pic s9(11)v99.
       01  ws-hay-dolares pic x value "N".
           88 hay-dolares value "S".
       01  ws-tot-depositos-usd pic s9(11)v99 value zero.
       01  ws-tot-retiros-usd pic s9(11)v99 value zero.
       01  ws-tot-transf-soc-usd pic s9(11)v99 value zero.
       01  ws-tot-compras-usd pic s9(11)v99 value zero.
       01  ws-tot-ventas-usd pic s9(11)v99 value zero.
       01  ws-efectivo-esperado-usd pic s9(11)v99.
       01  ws-diferencia-usd pic s9(11)v99.
      *****************************************************************
      ********************** LINEAS DE IMPRESION **********************
      *****************************************************************
           03 filler pic x(28) value "Movimientos del cajero:".
           03 lin-cant-mov pic zzzz9.

       01  lin-cant-anuls.
           03 filler pic x(28) value "Anulaciones del cajero:".
           03 lin-cant-anul pic zzzz9.

       01  lin-diferencia-ok.
           03 filler pic x(30) value "CAJA CONFORME: sin diferencia".

       01  lin-dolares-tit.
           03 filler pic x(30) value "Dolares (USD):".

       01  lin-diferencia-usd-ok.
           03 filler pic x(30) value "DOLARES CONFORMES: sin difer.".

       01  lin-blanco pic x(80) value spaces.

      *****************************************************************
      ******************* IDENTIFICACION OPERADOR *********************
      *****************************************************************
       01  ws-fs-operadores pic xx value spaces.
       01  ws-fs-audit    pic xx value spaces.
       01  ws-programa-acceso pic x(31) value "CIERRE_CAJERO".
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
                   PERFORM 200-ACUMULO-MOVIMIENTOS
                   PERFORM 300-EMITO-BOLETA
               END-IF
               IF ws-fs-suctrans NOT = "00" OR ws-fs-arqueo NOT = "00"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF ws-diferencia NOT = 0 OR ws-diferencia-usd NOT = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
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
           DISPLAY "Fecha del arqueo (DDMMAAAA):".
           ACCEPT ws-fecha-arqueo.
           DISPLAY "Efectivo contado en el cajon:".
           ACCEPT ws-efectivo-declarado.
           DISPLAY "Dolares contados en el cajon (0 si no hay):".
           ACCEPT ws-efectivo-declarado-usd.
           OPEN INPUT SUC-TRANS-FILE.
           IF ws-fs-suctrans NOT = "00"
               DISPLAY "No se pudo abrir el historial de "
                   ws-fs-arqueo
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
           IF acceso-ok AND NOT rol-cajero AND NOT rol-supervisor
               DISPLAY "El arqueo de caja es exclusivo de cajeros y ",
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

       200-ACUMULO-MOVIMIENTOS.
           MOVE "N" TO ws-fin-historial.
           PERFORM UNTIL fin-historial
                   AND rst-dia = ws-arq-dia
                   AND rst-mes = ws-arq-mes
                   AND rst-anio = ws-arq-anio
               EVALUATE TRUE
                   WHEN rst-tipo = "K" OR rst-tipo = "J"
                       PERFORM 230-ACUMULO-CAMBIO
                   WHEN rst-en-dolares
                       PERFORM 215-ACUMULO-DOLARES
                   WHEN OTHER
                       PERFORM 211-ACUMULO-PESOS
               END-EVALUATE
           END-IF.

       211-ACUMULO-PESOS.
           EVALUATE rst-tipo
               WHEN "D"
                   ADD 1 TO ws-cant-movimientos
                   ADD rst-importe TO ws-tot-depositos
               WHEN "R"
                   ADD 1 TO ws-cant-movimientos
                   ADD rst-importe TO ws-tot-retiros
               WHEN "T"
                   ADD 1 TO ws-cant-movimientos
                   ADD rst-importe TO ws-tot-transf
               WHEN "S"
                   ADD 1 TO ws-cant-movimientos
                   ADD rst-importe TO ws-tot-transf-soc
      * el cheque recibido se entrega aparte; no es efectivo
               WHEN "Q"
                   ADD 1 TO ws-cant-movimientos
                   ADD rst-importe TO ws-tot-cheques
               WHEN "X"
                   PERFORM 220-DESCUENTO-ANULACION
      * el espejo "E" y los intereses no pasan por el cajon ni
      * cuentan como movimientos del cajero
               WHEN OTHER CONTINUE
           END-EVALUATE.

      * En dolares el cajero solo registra depositos, retiros y
      * transferencias entre socios, y sus anulaciones.
       215-ACUMULO-DOLARES.
           MOVE "S" TO ws-hay-dolares.
           EVALUATE rst-tipo
               WHEN "D"
                   ADD 1 TO ws-cant-movimientos
                   ADD rst-importe TO ws-tot-depositos-usd
               WHEN "R"
                   ADD 1 TO ws-cant-movimientos
                   ADD rst-importe TO ws-tot-retiros-usd
               WHEN "S"
                   ADD 1 TO ws-cant-movimientos
                   ADD rst-importe TO ws-tot-transf-soc-usd
               WHEN "X"
                   PERFORM 225-DESCUENTO-ANULACION-USD
               WHEN OTHER CONTINUE
           END-EVALUATE.

       225-DESCUENTO-ANULACION-USD.
           EVALUATE rst-tipo-orig
               WHEN "D"
                   ADD 1 TO ws-cant-anulaciones
                   SUBTRACT rst-importe FROM ws-tot-depositos-usd
               WHEN "R"
                   ADD 1 TO ws-cant-anulaciones
                   SUBTRACT rst-importe FROM ws-tot-retiros-usd
               WHEN "S"
                   ADD 1 TO ws-cant-anulaciones
                   SUBTRACT rst-importe FROM ws-tot-transf-soc-usd
               WHEN OTHER CONTINUE
           END-EVALUATE.

      * El cambio de moneda cuenta como un movimiento (por su salida
      * "K") y se totaliza por los dolares que compro o vendio el
      * socio; no mueve efectivo.
       230-ACUMULO-CAMBIO.
           MOVE "S" TO ws-hay-dolares.
           IF rst-tipo = "K"
               ADD 1 TO ws-cant-movimientos
           END-IF.
           IF rst-en-dolares
               IF rst-cam-compra
                   ADD rst-importe TO ws-tot-compras-usd
               ELSE
                   ADD rst-importe TO ws-tot-ventas-usd
               END-IF
           END-IF.

      * La anulacion no es un movimiento nuevo del cajero: se
      * descuenta del tipo anulado. El espejo "E" de una transferencia
      * entre socios se anula junto con su "S" y no se cuenta.
       220-DESCUENTO-ANULACION.
           EVALUATE rst-tipo-orig
               WHEN "D"
                   ADD 1 TO ws-cant-anulaciones
                   SUBTRACT rst-importe FROM ws-tot-depositos
               WHEN "R"
                   ADD 1 TO ws-cant-anulaciones
                   SUBTRACT rst-importe FROM ws-tot-retiros
               WHEN "T"
                   ADD 1 TO ws-cant-anulaciones
                   SUBTRACT rst-importe FROM ws-tot-transf
               WHEN "S"
                   ADD 1 TO ws-cant-anulaciones
                   SUBTRACT rst-importe FROM ws-tot-transf-soc
               WHEN OTHER CONTINUE
           END-EVALUATE.

      * Efectivo esperado: lo que entro menos lo que salio del cajon.
      * Las transferencias entre socios y los intereses mueven saldos,
      * no efectivo.
               ws-tot-depositos - ws-tot-retiros - ws-tot-transf.
           COMPUTE ws-diferencia =
               ws-efectivo-declarado - ws-efectivo-esperado.
           COMPUTE ws-efectivo-esperado-usd =
               ws-tot-depositos-usd - ws-tot-retiros-usd.
           COMPUTE ws-diferencia-usd =
               ws-efectivo-declarado-usd - ws-efectivo-esperado-usd.
           IF ws-efectivo-declarado-usd > 0
               MOVE "S" TO ws-hay-dolares
           END-IF.
           PERFORM 310-GRABO-BOLETA.
           DISPLAY "Arqueo del cajero ", ws-operador, " al ",
               ws-arq-dia, "/", ws-arq-mes, "/", ws-arq-anio.
           DISPLAY "  Movimientos:          ", ws-cant-movimientos.
           DISPLAY "  Anulaciones:          ", ws-cant-anulaciones.
           DISPLAY "  Depositos:            ", ws-tot-depositos.
           DISPLAY "  Retiros:              ", ws-tot-retiros.
           DISPLAY "  Transf. a sucursales: ", ws-tot-transf.
           DISPLAY "  Transf. entre socios: ", ws-tot-transf-soc.
           DISPLAY "  Cheques recibidos:    ", ws-tot-cheques.
           DISPLAY "  Efectivo esperado:    ", ws-efectivo-esperado.
           DISPLAY "  Efectivo declarado:   ", ws-efectivo-declarado.
           IF ws-diferencia = 0
               DISPLAY "  *** DIFERENCIA DE CAJA: ", ws-diferencia,
                   " ***"
           END-IF.
           IF hay-dolares
               DISPLAY "  Dolares (USD):"
               DISPLAY "  Depositos USD:        ", ws-tot-depositos-usd
               DISPLAY "  Retiros USD:          ", ws-tot-retiros-usd
               DISPLAY "  Transf. socios USD:   ", ws-tot-transf-soc-usd
               DISPLAY "  Compras USD socios:   ", ws-tot-compras-usd
               DISPLAY "  Ventas USD socios:    ", ws-tot-ventas-usd
               DISPLAY "  Dolares esperados:    ",
                   ws-efectivo-esperado-usd
               DISPLAY "  Dolares declarados:   ",
                   ws-efectivo-declarado-usd
               IF ws-diferencia-usd = 0
                   DISPLAY "  DOLARES CONFORMES"
               ELSE
                   DISPLAY "  *** DIFERENCIA EN DOLARES: ",
                       ws-diferencia-usd, " ***"
               END-IF
           END-IF.

       310-GRABO-BOLETA.
           IF ws-fs-arqueo = "00"
                   TO lin-tot-concepto
               MOVE ws-tot-transf-soc TO lin-tot-importe
               WRITE reg-arqueo FROM lin-total-tipo
               MOVE "Cheques recibidos (no efvo):"
                   TO lin-tot-concepto
               MOVE ws-tot-cheques TO lin-tot-importe
               WRITE reg-arqueo FROM lin-total-tipo
               MOVE "Efectivo esperado:" TO lin-tot-concepto
               MOVE ws-efectivo-esperado TO lin-tot-importe
               WRITE reg-arqueo FROM lin-total-tipo
               WRITE reg-arqueo FROM lin-total-tipo
               MOVE ws-cant-movimientos TO lin-cant-mov
               WRITE reg-arqueo FROM lin-cant-movs
               MOVE ws-cant-anulaciones TO lin-cant-anul
               WRITE reg-arqueo FROM lin-cant-anuls
               IF ws-diferencia = 0
                   WRITE reg-arqueo FROM lin-diferencia-ok
               ELSE
                   MOVE ws-diferencia TO lin-tot-importe
                   WRITE reg-arqueo FROM lin-total-tipo
               END-IF
               IF hay-dolares
                   PERFORM 315-GRABO-BOLETA-DOLARES
               END-IF
               WRITE reg-arqueo FROM lin-blanco
               WRITE reg-arqueo FROM lin-blanco
           END-IF.

       315-GRABO-BOLETA-DOLARES.
           WRITE reg-arqueo FROM lin-guion.
           WRITE reg-arqueo FROM lin-dolares-tit.
           MOVE "Depositos USD:" TO lin-tot-concepto.
           MOVE ws-tot-depositos-usd TO lin-tot-importe.
           WRITE reg-arqueo FROM lin-total-tipo.
           MOVE "Retiros USD:" TO lin-tot-concepto.
           MOVE ws-tot-retiros-usd TO lin-tot-importe.
           WRITE reg-arqueo FROM lin-total-tipo.
           MOVE "Transf. entre socios USD:" TO lin-tot-concepto.
           MOVE ws-tot-transf-soc-usd TO lin-tot-importe.
           WRITE reg-arqueo FROM lin-total-tipo.
           MOVE "Compras USD socios (no efvo)" TO lin-tot-concepto.
           MOVE ws-tot-compras-usd TO lin-tot-importe.
           WRITE reg-arqueo FROM lin-total-tipo.
           MOVE "Ventas USD socios (no efvo):" TO lin-tot-concepto.
           MOVE ws-tot-ventas-usd TO lin-tot-importe.
           WRITE reg-arqueo FROM lin-total-tipo.
           MOVE "Dolares esperados:" TO lin-tot-concepto.
           MOVE ws-efectivo-esperado-usd TO lin-tot-importe.
           WRITE reg-arqueo FROM lin-total-tipo.
           MOVE "Dolares declarados:" TO lin-tot-concepto.
           MOVE ws-efectivo-declarado-usd TO lin-tot-importe.
           WRITE reg-arqueo FROM lin-total-tipo.
           IF ws-diferencia-usd = 0
               WRITE reg-arqueo FROM lin-diferencia-usd-ok
           ELSE
               MOVE "*** DIFERENCIA EN DOLARES **"
                   TO lin-tot-concepto
               MOVE ws-diferencia-usd TO lin-tot-importe
               WRITE reg-arqueo FROM lin-total-tipo
           END-IF.

       400-FIN.
           CLOSE SUC-TRANS-FILE.
           CLOSE ARQUEO-FILE.
