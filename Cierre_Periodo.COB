      *          operador que la pidio, igual que el mantenimiento de
      *          maestros. El ingreso diario rechaza los movimientos
      *          fechados en un periodo cerrado.
      *
      *          Las anulaciones (tipo "X") se descuentan de los
      *          totales del mes del movimiento que anulan, igual que
      *          en la regeneracion de la corrida anual.
      *
      *          Los movimientos en dolares se totalizan aparte y se
      *          muestran en dolares; el cambio de moneda suma los
      *          pesos y los dolares de cada lado por separado.
      *
      *          No se cierra un mes mientras queden en la cola de
      *          autorizacion (PENDIENTES.DAT) movimientos de ese mes
      *          sin aprobar ni rechazar por un supervisor.
      *
      *          El operador se valida contra OPERADORES.DAT: cierran
      *          contadores y supervisores, reabre solo un supervisor
      *          y la consulta queda abierta a todos los roles.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE_PERIODO.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rst-clave
               FILE STATUS IS ws-fs-suctrans.
           SELECT PENDIENTES-FILE ASSIGN TO "PENDIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pen-clave
               FILE STATUS IS ws-fs-pendientes.
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
       FD  PERIODOS-FILE.
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

       FD  PENDIENTES-FILE.
       01  reg-pendiente.
           03 pen-clave.
               05 pen-sucursal pic x(3).
               05 pen-fecha-alta pic 9(8).
               05 pen-secuencia pic 9(4).
           03 pen-estado   pic x.
               88 pen-pendiente value "P".
               88 pen-aprobado  value "A".
               88 pen-rechazado value "R".
           03 pen-hora-alta pic 9(8).
           03 pen-cajero   pic x(8).
           03 pen-lote     pic x(10).
           03 pen-movimiento.
               05 pen-socio    pic 9(6).
               05 pen-fecha.
                   07 pen-anio pic 9999.
                   07 pen-mes  pic 99.
                   07 pen-dia  pic 99.
               05 pen-importe  pic s9(7)v99.
               05 pen-tipo     pic x.
               05 pen-suc-destino pic x(3).
               05 pen-socio-destino pic 9(6).
           03 pen-decision.
               05 pen-supervisor pic x(8).
               05 pen-fecha-decision pic 9(8).
               05 pen-motivo   pic x(30).
           03 pen-moneda   pic x(3).
           03 pen-reserva  pic x(17).
           03 pen-datos-cambio redefines pen-reserva.
               05 pen-cam-operacion pic x.
                   88 pen-cam-compra value "C".
                   88 pen-cam-venta  value "V".
               05 pen-cam-cotizacion pic 9(5)v9(4).
               05 filler       pic x(7).
           03 pen-datos-lote redefines pen-reserva.
               05 pen-presento pic x(8).
               05 filler       pic x(9).

       FD  AUDIT-FILE.
       01  reg-auditoria.
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
       01  ws-fs-periodos pic xx value spaces.
       01  ws-fs-suctrans pic xx value spaces.
       01  ws-fs-audit    pic xx value spaces.
       01  ws-fs-pendientes pic xx value spaces.
       01  ws-operador    pic x(8) value spaces.
       01  ws-opcion      pic x value space.
           88 opcion-salir value "0".
       01  ws-cant-cambios pic 9(5) value zero.
       01  ws-fin-historial pic x value "N".
           88 fin-historial value "S".
       01  ws-fin-pendientes pic x value "N".
           88 fin-pendientes value "S".
       01  ws-cant-pendientes pic 9(5).
       01  fecha.
           03 anio pic 9999.
           03 mes pic 99.
      ******************** TOTALES DEL MES A CERRAR *******************
      *****************************************************************
       01  ws-cant-movimientos pic 9(7).
       01  ws-tot-depositos pic s9(13)v99.
       01  ws-tot-retiros pic s9(13)v99.
       01  ws-tot-transf pic s9(13)v99.
       01  ws-tot-intereses pic s9(13)v99.
       01  ws-tot-transf-soc pic s9(13)v99.
       01  ws-tot-plazo-const pic s9(13)v99.
       01  ws-tot-plazo-devol pic s9(13)v99.
       01  ws-tot-penalidades pic s9(13)v99.
       01  ws-tot-prest-otorg pic s9(13)v99.
       01  ws-tot-cuota-capital pic s9(13)v99.
       01  ws-tot-cuota-interes pic s9(13)v99.
       01  ws-tot-dep-cheque pic s9(13)v99.
       01  ws-tot-chq-rechazados pic s9(13)v99.
      * cambio de moneda: pesos que entran y salen de las cajas de
      * ahorro en pesos por la compra y la venta de dolares
       01  ws-tot-cambio-pesos-ent pic s9(13)v99.
       01  ws-tot-cambio-pesos-sal pic s9(13)v99.
       01  ws-tot-depositos-usd pic s9(13)v99.
       01  ws-tot-retiros-usd pic s9(13)v99.
       01  ws-tot-transf-soc-usd pic s9(13)v99.
       01  ws-tot-compras-usd pic s9(13)v99.
       01  ws-tot-ventas-usd pic s9(13)v99.
       01  ws-fecha-ref.
           03 ws-ref-anio pic 9999.
           03 ws-ref-mes  pic 99.
           03 ws-ref-dia  pic 99.

      *****************************************************************
      ******************* IDENTIFICACION OPERADOR *********************
      *****************************************************************
       01  ws-fs-operadores pic xx value spaces.
       01  ws-programa-acceso pic x(31) value "CIERRE_PERIODO".
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
           IF acceso-ok
               PERFORM 100-INICIO
               PERFORM UNTIL opcion-salir
                   PERFORM 200-MUESTRO-MENU
                   EVALUATE ws-opcion
                       WHEN "1"
                           IF rol-contador OR rol-supervisor
                               PERFORM 300-CIERRO-PERIODO
                           ELSE
                               DISPLAY "El cierre es exclusivo de ",
                                   "contadores y supervisores"
                           END-IF
                       WHEN "2"
                           IF rol-supervisor
                               PERFORM 400-REABRO-PERIODO
                           ELSE
                               DISPLAY "La reapertura es exclusiva ",
                                   "de supervisores"
                           END-IF
                       WHEN "3" PERFORM 500-CONSULTO-PERIODO
                       WHEN "0" CONTINUE
                       WHEN OTHER DISPLAY "Opcion invalida"
                   END-EVALUATE
               END-PERFORM
               PERFORM 600-FIN
           END-IF.
           STOP RUN.
      *****************************************************************
      *************************** RUTINAS *****************************
      *****************************************************************
       100-INICIO.
           ACCEPT fecha FROM DATE YYYYMMDD.
           OPEN I-O PERIODOS-FILE.
           IF ws-fs-periodos = "35"
                   ws-fs-audit
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

       200-MUESTRO-MENU.
           DISPLAY " ".
           DISPLAY "Control de periodos contables".
           IF periodo-existe AND per-cerrado
               DISPLAY "El periodo ", ws-periodo, " ya esta cerrado"
           ELSE
               PERFORM 305-CUENTO-PENDIENTES
               IF ws-cant-pendientes > 0
                   DISPLAY "Hay ", ws-cant-pendientes, " movimientos ",
                       "del periodo ", ws-periodo, " pendientes de ",
                       "autorizacion: no se puede cerrar"
               ELSE
                   PERFORM 310-RECALCULO-TOTALES-MES
                   PERFORM 320-MUESTRO-TOTALES-MES
                   DISPLAY "El control de totales de la corrida ",
                       "anual dio OK y los totales conciliados? (S/N):"
                   ACCEPT ws-confirma
                   IF ws-confirma = "S"
                       PERFORM 330-MARCO-CERRADO
                   ELSE
                       DISPLAY "Cierre cancelado"
                   END-IF
               END-IF
           END-IF.

      * Movimientos retenidos del mes que el supervisor todavia no
      * aprobo ni rechazo. Sin cola de autorizacion no hay pendientes.
       305-CUENTO-PENDIENTES.
           MOVE ZERO TO ws-cant-pendientes.
           MOVE "N" TO ws-fin-pendientes.
           OPEN INPUT PENDIENTES-FILE.
           IF ws-fs-pendientes = "00"
               PERFORM UNTIL fin-pendientes
                   READ PENDIENTES-FILE NEXT RECORD
                       AT END MOVE "S" TO ws-fin-pendientes
                       NOT AT END
                           IF pen-pendiente
                                   AND pen-anio = ws-per-anio
                                   AND pen-mes = ws-per-mes
                               ADD 1 TO ws-cant-pendientes
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDIENTES-FILE
           END-IF.

       310-RECALCULO-TOTALES-MES.
           MOVE ZERO TO ws-cant-movimientos.
           MOVE ZERO TO ws-tot-depositos.
           MOVE ZERO TO ws-tot-transf.
           MOVE ZERO TO ws-tot-intereses.
           MOVE ZERO TO ws-tot-transf-soc.
           MOVE ZERO TO ws-tot-plazo-const.
           MOVE ZERO TO ws-tot-plazo-devol.
           MOVE ZERO TO ws-tot-penalidades.
           MOVE ZERO TO ws-tot-prest-otorg.
           MOVE ZERO TO ws-tot-cuota-capital.
           MOVE ZERO TO ws-tot-cuota-interes.
           MOVE ZERO TO ws-tot-dep-cheque.
           MOVE ZERO TO ws-tot-chq-rechazados.
           MOVE ZERO TO ws-tot-cambio-pesos-ent.
           MOVE ZERO TO ws-tot-cambio-pesos-sal.
           MOVE ZERO TO ws-tot-depositos-usd.
           MOVE ZERO TO ws-tot-retiros-usd.
           MOVE ZERO TO ws-tot-transf-soc-usd.
           MOVE ZERO TO ws-tot-compras-usd.
           MOVE ZERO TO ws-tot-ventas-usd.
           MOVE "N" TO ws-fin-historial.
           OPEN INPUT SUC-TRANS-FILE.
           IF ws-fs-suctrans NOT = "00"
           END-IF.

       315-ACUMULO-MOVIMIENTO.
           IF rst-socio NOT = 0 AND rst-tipo = "X"
               PERFORM 316-DESCUENTO-ANULACION
           END-IF.
           IF rst-socio NOT = 0 AND rst-tipo NOT = "X"
                   AND rst-anio = ws-per-anio
                   AND rst-mes = ws-per-mes
               ADD 1 TO ws-cant-movimientos
               IF rst-en-dolares
                   PERFORM 317-ACUMULO-DOLARES
               ELSE
                   EVALUATE rst-tipo
                       WHEN "D" ADD rst-importe TO ws-tot-depositos
                       WHEN "I" ADD rst-importe TO ws-tot-intereses
                       WHEN "T" ADD rst-importe TO ws-tot-transf
                       WHEN "S" ADD rst-importe TO ws-tot-transf-soc
                       WHEN "E" CONTINUE
                       WHEN "F" ADD rst-importe TO ws-tot-plazo-const
                       WHEN "V" ADD rst-importe TO ws-tot-plazo-devol
                       WHEN "G" ADD rst-importe TO ws-tot-intereses
                       WHEN "M" ADD rst-importe TO ws-tot-penalidades
                       WHEN "P" ADD rst-importe TO ws-tot-prest-otorg
                       WHEN "C" ADD rst-importe TO ws-tot-cuota-capital
                       WHEN "U" ADD rst-importe TO ws-tot-cuota-interes
                       WHEN "Q" ADD rst-importe TO ws-tot-dep-cheque
                       WHEN "H" ADD rst-importe TO ws-tot-chq-rechazados
                       WHEN "J"
                           ADD rst-importe TO ws-tot-cambio-pesos-ent
                       WHEN "K"
                           ADD rst-importe TO ws-tot-cambio-pesos-sal
                       WHEN OTHER ADD rst-importe TO ws-tot-retiros
                   END-EVALUATE
               END-IF
           END-IF.

      * La anulacion cuenta en el mes del movimiento anulado, aunque
      * se haya registrado en un mes posterior.
       316-DESCUENTO-ANULACION.
           MOVE rst-ref-fecha TO ws-fecha-ref.
           IF ws-ref-anio = ws-per-anio AND ws-ref-mes = ws-per-mes
                   AND rst-en-dolares
               PERFORM 318-DESCUENTO-ANULACION-USD
           END-IF.
           IF ws-ref-anio = ws-per-anio AND ws-ref-mes = ws-per-mes
                   AND NOT rst-en-dolares
               EVALUATE rst-tipo-orig
                   WHEN "D" SUBTRACT rst-importe FROM ws-tot-depositos
                   WHEN "I" SUBTRACT rst-importe FROM ws-tot-intereses
                   WHEN "T" SUBTRACT rst-importe FROM ws-tot-transf
                   WHEN "S" SUBTRACT rst-importe FROM ws-tot-transf-soc
                   WHEN "E" CONTINUE
                   WHEN OTHER SUBTRACT rst-importe FROM ws-tot-retiros
               END-EVALUATE
           END-IF.

      * La pata en dolares del cambio ("J" en la compra, "K" en la
      * venta) cuenta como compra o venta de dolares de los socios.
       317-ACUMULO-DOLARES.
           EVALUATE rst-tipo
               WHEN "D" ADD rst-importe TO ws-tot-depositos-usd
               WHEN "S" ADD rst-importe TO ws-tot-transf-soc-usd
               WHEN "E" CONTINUE
               WHEN "J" ADD rst-importe TO ws-tot-compras-usd
               WHEN "K" ADD rst-importe TO ws-tot-ventas-usd
               WHEN OTHER ADD rst-importe TO ws-tot-retiros-usd
           END-EVALUATE.

       318-DESCUENTO-ANULACION-USD.
           EVALUATE rst-tipo-orig
               WHEN "D" SUBTRACT rst-importe FROM ws-tot-depositos-usd
               WHEN "S" SUBTRACT rst-importe FROM ws-tot-transf-soc-usd
               WHEN "E" CONTINUE
               WHEN OTHER SUBTRACT rst-importe FROM ws-tot-retiros-usd
           END-EVALUATE.

       320-MUESTRO-TOTALES-MES.
           DISPLAY "Totales del periodo ", ws-periodo, ":".
           DISPLAY "  Movimientos:            ", ws-cant-movimientos.
           DISPLAY "  Intereses:              ", ws-tot-intereses.
           DISPLAY "  Transf. entre suc.:     ", ws-tot-transf.
           DISPLAY "  Transf. entre socios:   ", ws-tot-transf-soc.
           DISPLAY "  Plazos fijos constit.:  ", ws-tot-plazo-const.
           DISPLAY "  Plazos fijos devueltos: ", ws-tot-plazo-devol.
           DISPLAY "  Penalidades p. fijo:    ", ws-tot-penalidades.
           DISPLAY "  Prestamos otorgados:    ", ws-tot-prest-otorg.
           DISPLAY "  Cuotas cobr. capital:   ", ws-tot-cuota-capital.
           DISPLAY "  Cuotas cobr. interes:   ", ws-tot-cuota-interes.
           DISPLAY "  Depositos con cheque:   ", ws-tot-dep-cheque.
           DISPLAY "  Cheques rechazados:     ", ws-tot-chq-rechazados.
           DISPLAY "  Pesos p/ venta de USD:  ",
               ws-tot-cambio-pesos-ent.
           DISPLAY "  Pesos p/ compra de USD: ",
               ws-tot-cambio-pesos-sal.
           DISPLAY "Totales en dolares (U$S):".
           DISPLAY "  Depositos:              ", ws-tot-depositos-usd.
           DISPLAY "  Retiros:                ", ws-tot-retiros-usd.
           DISPLAY "  Transf. entre socios:   ", ws-tot-transf-soc-usd.
           DISPLAY "  Compras de socios:      ", ws-tot-compras-usd.
           DISPLAY "  Ventas de socios:       ", ws-tot-ventas-usd.

       330-MARCO-CERRADO.
           IF periodo-existe
