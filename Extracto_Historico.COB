      *
      *          Los archivos grabados antes de la ampliacion del
      *          registro a 48 bytes deben convertirse primero con la
      *          conversion del historial (modo "A"), y los de 48 bytes
      *          ampliarse al registro de 80 bytes con la ampliacion
      *          del historial (modo "A").
      *
      *          Los movimientos anulados se listan marcados ANULADO y
      *          las anulaciones (tipo "X") revierten su efecto, igual
      *          que en el extracto anual. Tambien igual que en el
      *          extracto anual, el saldo neto y los totales se llevan
      *          por separado en pesos y en dolares.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRACTO_HISTORICO.
           03 arc-suc-destino pic x(3).
           03 arc-socio-contra pic 9(6).
           03 arc-operador pic x(8).
           03 arc-anulacion.
               05 arc-marca-anulado pic x.
                   88 arc-anulado value "S".
               05 arc-tipo-orig pic x.
               05 arc-ref-clave.
                   07 arc-ref-fecha pic 9(8).
                   07 arc-ref-secuencia pic 9(4).
           03 arc-reserva pic x(18).

       SD  SORT-FILE.
       01  reg-sort.
           03 srt-suc-destino pic x(3).
           03 srt-socio-contra pic 9(6).
           03 srt-operador pic x(8).
           03 srt-anulacion.
               05 srt-marca-anulado pic x.
                   88 srt-anulado value "S".
               05 srt-tipo-orig pic x.
               05 srt-ref-clave.
                   07 srt-ref-fecha pic 9(8).
                   07 srt-ref-secuencia pic 9(4).
           03 srt-reserva pic x(15).
           03 srt-datos-cheque redefines srt-reserva.
               05 srt-chq-banco pic 9(3).
               05 srt-chq-numero pic 9(8).
               05 srt-chq-acreditado pic x.
               05 filler       pic x(3).
           03 srt-datos-cambio redefines srt-reserva.
               05 srt-cam-operacion pic x.
                   88 srt-cam-compra value "C".
                   88 srt-cam-venta value "V".
               05 srt-cam-cotizacion pic 9(5)v9(4).
               05 filler       pic x(5).
           03 srt-moneda   pic x(3).
               88 srt-en-pesos value "ARS" "   ".
               88 srt-en-dolares value "USD".

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

       FD  EXTRACTO-FILE.
       01  reg-extracto pic x(80).
       01  ws-socio-actual pic 9(6) value zero.
       01  ws-hay-extracto pic x value "N".
           88 hay-extracto value "S".
      * saldo neto y totales del socio por moneda: 1 = pesos,
      * 2 = dolares
       01  tab-monedas-ext.
           03 ext-moneda occurs 2 times.
               05 ws-saldo-neto  pic s9(9)v99.
               05 ws-tot-depositos pic s9(9)v99.
               05 ws-tot-retiros pic s9(9)v99.
               05 ws-cant-mov-moneda pic 9(5).
       01  posM pic 9.
       01  ws-fecha-ref.
           03 ws-ref-anio pic 9999.
           03 ws-ref-mes  pic 99.
           03 ws-ref-dia  pic 99.
       01  ws-cant-movimientos pic 9(5).
       01  ws-cant-socios pic 9(5).
       01  ws-cant-seleccionados pic 9(7) value zero.

       01  lin-cabecera-mov.
           03 filler pic x(2) value spaces.
           03 filler pic x(12) value "FECHA".
           03 filler pic x(5) value "SUC.".
           03 filler pic x(17) value "TIPO".
           03 filler pic x(4) value "MON".
           03 filler pic x(15) value "IMPORTE".
           03 filler pic x(15) value "SALDO NETO".

       01  lin-movimiento.
           03 lin-mov-anio pic 9999.
           03 filler pic x(2) value spaces.
           03 lin-mov-sucursal pic x(3).
           03 filler pic x(2) value spaces.
           03 lin-mov-tipo pic x(16).
           03 filler pic x value space.
           03 lin-mov-moneda pic x(3).
           03 filler pic x value space.
           03 lin-mov-importe pic -zz.zzz.zz9,99.
           03 filler pic x value space.
           03 lin-mov-saldo pic -zzz.zzz.zz9,99.
           03 filler pic x value space.
           03 lin-mov-marca pic x(9).

       01  lin-resumen-socio.
           03 lin-res-moneda pic x(4).
           03 filler pic x(12) value "Depositos:".
           03 lin-res-depositos pic -zz.zzz.zz9,99.
           03 filler pic x(11) value "  Retiros:".
           03 lin-res-retiros pic -zz.zzz.zz9,99.
           03 filler pic x(8) value "  Neto:".
           03 lin-res-neto pic -zzz.zzz.zz9,99.

               DISPLAY "No se pudo abrir HISTANIO.DAT: ", ws-fs-arch
               DISPLAY "Renombrar ", ws-nombre-hist, " a ",
                   "HISTANIO.DAT y verificar que el archivo este ",
                   "ampliado al registro de 80 bytes."
           ELSE
               MOVE "N" TO ws-fin-archivo
               PERFORM UNTIL fin-archivo
       320-ABRO-EXTRACTO-SOCIO.
           MOVE "S" TO ws-hay-extracto.
           MOVE srt-socio TO ws-socio-actual.
           PERFORM VARYING posM FROM 1 BY 1 UNTIL posM > 2
               MOVE ZERO TO ws-saldo-neto(posM)
               MOVE ZERO TO ws-tot-depositos(posM)
               MOVE ZERO TO ws-tot-retiros(posM)
               MOVE ZERO TO ws-cant-mov-moneda(posM)
           END-PERFORM.
           MOVE ZERO TO ws-cant-movimientos.
           ADD 1 TO ws-cant-socios.
           PERFORM 325-BUSCO-NOMBRE-SOCIO.
       330-CIERRO-EXTRACTO-SOCIO.
           IF hay-extracto
               WRITE reg-extracto FROM lin-guion
               PERFORM VARYING posM FROM 1 BY 1 UNTIL posM > 2
                   IF posM = 1 OR ws-cant-mov-moneda(posM) > 0
                       PERFORM 335-GRABO-RESUMEN-MONEDA
                   END-IF
               END-PERFORM
               MOVE ws-cant-movimientos TO lin-cant-mov
               WRITE reg-extracto FROM lin-cant-movimientos
               WRITE reg-extracto FROM lin-blanco
               WRITE reg-extracto FROM lin-blanco
           END-IF.

      * Un renglon de totales por moneda; el de dolares solo si el
      * socio tuvo movimientos en dolares.
       335-GRABO-RESUMEN-MONEDA.
           IF posM = 1
               MOVE "ARS" TO lin-res-moneda
           ELSE
               MOVE "USD" TO lin-res-moneda
           END-IF.
           MOVE ws-tot-depositos(posM) TO lin-res-depositos.
           MOVE ws-tot-retiros(posM) TO lin-res-retiros.
           MOVE ws-saldo-neto(posM) TO lin-res-neto.
           WRITE reg-extracto FROM lin-resumen-socio.

      * Cada moneda lleva su propio saldo neto: el movimiento en
      * dolares acumula en la segunda posicion de la tabla.
       340-GRABO-MOVIMIENTO.
           ADD 1 TO ws-cant-movimientos.
           IF srt-en-dolares
               MOVE 2 TO posM
               MOVE "USD" TO lin-mov-moneda
           ELSE
               MOVE 1 TO posM
               MOVE "ARS" TO lin-mov-moneda
           END-IF.
           ADD 1 TO ws-cant-mov-moneda(posM).
           MOVE srt-dia TO lin-mov-dia.
           MOVE srt-mes TO lin-mov-mes.
           MOVE srt-anio TO lin-mov-anio.
           MOVE srt-sucursal TO lin-mov-sucursal.
           MOVE spaces TO lin-mov-marca.
           IF srt-anulado
               MOVE "ANULADO" TO lin-mov-marca
           END-IF.
           EVALUATE srt-tipo
               WHEN "D"
                   MOVE "DEPOSITO" TO lin-mov-tipo
                   ADD srt-importe TO ws-saldo-neto(posM)
                   ADD srt-importe TO ws-tot-depositos(posM)
               WHEN "I"
                   MOVE "INTERES" TO lin-mov-tipo
                   ADD srt-importe TO ws-saldo-neto(posM)
                   ADD srt-importe TO ws-tot-depositos(posM)
               WHEN "T"
                   MOVE spaces TO lin-mov-tipo
                   STRING "TRANSF " DELIMITED BY SIZE
                       srt-socio-contra DELIMITED BY SIZE
                       INTO lin-mov-tipo
                   END-STRING
                   SUBTRACT srt-importe FROM ws-saldo-neto(posM)
                   ADD srt-importe TO ws-tot-retiros(posM)
               WHEN "E"
                   MOVE spaces TO lin-mov-tipo
                   STRING "TRANSF DE " DELIMITED BY SIZE
                       srt-socio-contra DELIMITED BY SIZE
                       INTO lin-mov-tipo
                   END-STRING
                   ADD srt-importe TO ws-saldo-neto(posM)
                   ADD srt-importe TO ws-tot-depositos(posM)
               WHEN "X"
                   PERFORM 345-GRABO-ANULACION
               WHEN "V"
                   MOVE "CAPITAL P. FIJO" TO lin-mov-tipo
                   ADD srt-importe TO ws-saldo-neto(posM)
                   ADD srt-importe TO ws-tot-depositos(posM)
               WHEN "G"
                   MOVE "INTERES P. FIJO" TO lin-mov-tipo
                   ADD srt-importe TO ws-saldo-neto(posM)
                   ADD srt-importe TO ws-tot-depositos(posM)
               WHEN "F"
                   MOVE "CONST. P. FIJO" TO lin-mov-tipo
                   SUBTRACT srt-importe FROM ws-saldo-neto(posM)
                   ADD srt-importe TO ws-tot-retiros(posM)
               WHEN "M"
                   MOVE "PENALIDAD P.FIJO" TO lin-mov-tipo
                   SUBTRACT srt-importe FROM ws-saldo-neto(posM)
                   ADD srt-importe TO ws-tot-retiros(posM)
               WHEN "P"
                   MOVE "DESEMBOLSO PREST" TO lin-mov-tipo
                   ADD srt-importe TO ws-saldo-neto(posM)
                   ADD srt-importe TO ws-tot-depositos(posM)
               WHEN "C"
                   MOVE "CUOTA PREST. CAP" TO lin-mov-tipo
                   SUBTRACT srt-importe FROM ws-saldo-neto(posM)
                   ADD srt-importe TO ws-tot-retiros(posM)
               WHEN "U"
                   MOVE "CUOTA PREST. INT" TO lin-mov-tipo
                   SUBTRACT srt-importe FROM ws-saldo-neto(posM)
                   ADD srt-importe TO ws-tot-retiros(posM)
               WHEN "Q"
                   MOVE spaces TO lin-mov-tipo
                   STRING "DEP CHQ " DELIMITED BY SIZE
                       srt-chq-numero DELIMITED BY SIZE
                       INTO lin-mov-tipo
                   END-STRING
                   PERFORM 342-MARCO-BANCO-CHEQUE
                   ADD srt-importe TO ws-saldo-neto(posM)
                   ADD srt-importe TO ws-tot-depositos(posM)
               WHEN "H"
                   MOVE spaces TO lin-mov-tipo
                   STRING "RECHAZO " DELIMITED BY SIZE
                       srt-chq-numero DELIMITED BY SIZE
                       INTO lin-mov-tipo
                   END-STRING
                   PERFORM 342-MARCO-BANCO-CHEQUE
                   SUBTRACT srt-importe FROM ws-saldo-neto(posM)
                   ADD srt-importe TO ws-tot-retiros(posM)
      * las dos patas del cambio de moneda llevan el mismo rotulo: la
      * entrada ("J") suma y la salida ("K") resta en su moneda
               WHEN "J"
                   PERFORM 343-ROTULO-CAMBIO
                   ADD srt-importe TO ws-saldo-neto(posM)
                   ADD srt-importe TO ws-tot-depositos(posM)
               WHEN "K"
                   PERFORM 343-ROTULO-CAMBIO
                   SUBTRACT srt-importe FROM ws-saldo-neto(posM)
                   ADD srt-importe TO ws-tot-retiros(posM)
               WHEN OTHER
                   MOVE "RETIRO" TO lin-mov-tipo
                   SUBTRACT srt-importe FROM ws-saldo-neto(posM)
                   ADD srt-importe TO ws-tot-retiros(posM)
           END-EVALUATE.
           MOVE srt-importe TO lin-mov-importe.
           MOVE ws-saldo-neto(posM) TO lin-mov-saldo.
           WRITE reg-extracto FROM lin-movimiento.

      * El deposito con cheque y su rechazo llevan el numero de
      * cheque en el concepto y el banco en la marca.
       342-MARCO-BANCO-CHEQUE.
           IF lin-mov-marca = spaces
               STRING "BCO " DELIMITED BY SIZE
                   srt-chq-banco DELIMITED BY SIZE
                   INTO lin-mov-marca
               END-STRING
           END-IF.

       343-ROTULO-CAMBIO.
           IF srt-cam-compra
               MOVE "COMPRA USD" TO lin-mov-tipo
           ELSE
               MOVE "VENTA USD" TO lin-mov-tipo
           END-IF.

      * La anulacion revierte el efecto del movimiento original en el
      * saldo neto y lo descuenta del total en que se habia sumado.
       345-GRABO-ANULACION.
           EVALUATE srt-tipo-orig
               WHEN "D"
                   MOVE "ANULA DEPOSITO" TO lin-mov-tipo
                   SUBTRACT srt-importe FROM ws-saldo-neto(posM)
                   SUBTRACT srt-importe FROM ws-tot-depositos(posM)
               WHEN "I"
                   MOVE "ANULA INTERES" TO lin-mov-tipo
                   SUBTRACT srt-importe FROM ws-saldo-neto(posM)
                   SUBTRACT srt-importe FROM ws-tot-depositos(posM)
               WHEN "T"
                   MOVE spaces TO lin-mov-tipo
                   STRING "ANULA TRANSF " DELIMITED BY SIZE
                       srt-suc-destino DELIMITED BY SIZE
                       INTO lin-mov-tipo
                   END-STRING
               WHEN "S"
                   MOVE "ANULA TRANSF A" TO lin-mov-tipo
                   ADD srt-importe TO ws-saldo-neto(posM)
                   SUBTRACT srt-importe FROM ws-tot-retiros(posM)
               WHEN "E"
                   MOVE "ANULA TRANSF DE" TO lin-mov-tipo
                   SUBTRACT srt-importe FROM ws-saldo-neto(posM)
                   SUBTRACT srt-importe FROM ws-tot-depositos(posM)
               WHEN OTHER
                   MOVE "ANULA RETIRO" TO lin-mov-tipo
                   ADD srt-importe TO ws-saldo-neto(posM)
                   SUBTRACT srt-importe FROM ws-tot-retiros(posM)
           END-EVALUATE.
           MOVE srt-ref-fecha TO ws-fecha-ref.
           STRING "REF " DELIMITED BY SIZE
               ws-ref-dia DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               ws-ref-mes DELIMITED BY SIZE
               INTO lin-mov-marca
           END-STRING.

       400-FIN.
           CLOSE SOCIOS-MASTER.
           CLOSE EXTRACTO-FILE.
