      *          retiros menos transferencias enviadas mas
      *          transferencias recibidas de otras sucursales). La
      *          sucursal lo firma y lo archiva.
      *
      *          Las anulaciones (tipo "X") se listan con la fecha del
      *          movimiento que anulan y se descuentan del total de
      *          ese tipo; el movimiento anulado lleva la marca
      *          ANULADO.
      *
      *          Los depositos con cheque (tipo "Q") y los cheques
      *          rechazados (tipo "H") se listan con su propio total
      *          pero no entran en la posicion de caja: el cheque no
      *          es efectivo del cajon.
      *
      *          Cada movimiento se lista con su moneda. Los de las
      *          cajas de ahorro en dolares no se suman a los totales
      *          en pesos: llevan sus propios totales y su posicion de
      *          caja en dolares. Los cambios de moneda (salida "K" y
      *          entrada "J") se listan y totalizan en dolares como
      *          compras y ventas de los socios, pero no son efectivo.
      *
      *          Termina con codigo de retorno 0 si el diario quedo
      *          emitido y 8 si no (lo usa el control del cierre del
      *          dia para detener la cadena).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIARIO_CAJA.
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

       FD  SUCURSALES-MASTER.
       01  reg-sucursal-mstr.
      **************** TOTALES DEL DIA DE LA SUCURSAL *****************
      *****************************************************************
       01  ws-cant-movimientos pic 9(5).
       01  ws-tot-depositos pic s9(11)v99.
       01  ws-tot-retiros pic s9(11)v99.
       01  ws-tot-intereses pic s9(11)v99.
       01  ws-tot-transf-env pic s9(11)v99.
       01  ws-tot-transf-rec pic s9(11)v99.
       01  ws-tot-transf-soc pic s9(11)v99.
       01  ws-tot-cheques pic s9(11)v99.
       01  ws-tot-rechazos pic s9(11)v99.
       01  ws-posicion-caja pic s9(11)v99.
       01  ws-hay-dolares pic x value "N".
           88 hay-dolares value "S".
       01  ws-tot-depositos-usd pic s9(11)v99.
       01  ws-tot-retiros-usd pic s9(11)v99.
       01  ws-tot-transf-soc-usd pic s9(11)v99.
       01  ws-tot-compras-usd pic s9(11)v99.
       01  ws-tot-ventas-usd pic s9(11)v99.
       01  ws-posicion-caja-usd pic s9(11)v99.
       01  ws-fecha-ref.
           03 ws-ref-anio pic 9999.
           03 ws-ref-mes  pic 99.
           03 ws-ref-dia  pic 99.
      *****************************************************************
      ****************** LINEAS DEL LISTADO (132 COL.) ****************
      *****************************************************************
           03 filler pic x(8) value "SOCIO".
           03 filler pic x(32) value "NOMBRE".
           03 filler pic x(18) value "TIPO".
           03 filler pic x(5) value "MON".
           03 filler pic x(12) value "IMPORTE".

       01  lin-dia-detalle.
           03 filler pic x(2) value space.
           03 lin-det-tipo pic x(16).
           03 filler pic x(2) value space.
           03 lin-det-moneda pic x(3).
           03 filler pic x(2) value space.
           03 lin-det-importe pic -zz.zzz.zz9,99.
           03 filler pic x(2) value space.
           03 lin-det-marca pic x(20).

       01  lin-dia-total.
           03 filler pic x(4) value space.
           03 filler pic x(8) value space.
           03 lin-tot-importe pic -zzz.zzz.zz9,99.

       01  lin-dia-tit-dolares.
           03 filler pic x(4) value space.
           03 filler pic x(26) value "MOVIMIENTOS EN DOLARES".

       01  lin-dia-sin-movs.
           03 filler pic x(4) value space.
           03 filler pic x(26) value "Sin movimientos en el dia.".
                       UNTIL posJ > ws-cant-sucursales
                   PERFORM 300-LISTO-SUCURSAL
               END-PERFORM
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 400-FIN.
           GOBACK.
      *****************************************************************
      *************************** RUTINAS *****************************
      *****************************************************************
           MOVE ZERO TO ws-tot-transf-env.
           MOVE ZERO TO ws-tot-transf-rec.
           MOVE ZERO TO ws-tot-transf-soc.
           MOVE ZERO TO ws-tot-cheques.
           MOVE ZERO TO ws-tot-rechazos.
           MOVE "N" TO ws-hay-dolares.
           MOVE ZERO TO ws-tot-depositos-usd.
           MOVE ZERO TO ws-tot-retiros-usd.
           MOVE ZERO TO ws-tot-transf-soc-usd.
           MOVE ZERO TO ws-tot-compras-usd.
           MOVE ZERO TO ws-tot-ventas-usd.
           PERFORM 310-ENCABEZO-SUCURSAL.
           MOVE "N" TO ws-fin-historial.
           MOVE ZERO TO rst-clave.
                       AND rst-suc-destino = cod-sucursal(posJ)
                   ADD rst-importe TO ws-tot-transf-rec
               END-IF
               IF rst-tipo = "X" AND rst-tipo-orig = "T"
                       AND rst-suc-destino = cod-sucursal(posJ)
                   SUBTRACT rst-importe FROM ws-tot-transf-rec
               END-IF
           END-IF.

       330-LISTO-MOVIMIENTO.
           ADD 1 TO ws-cant-movimientos.
           MOVE rst-socio TO lin-det-socio.
           PERFORM 335-BUSCO-NOMBRE-SOCIO.
           MOVE spaces TO lin-det-marca.
           IF rst-anulado
               MOVE "ANULADO" TO lin-det-marca
           END-IF.
           IF rst-en-dolares
               MOVE "USD" TO lin-det-moneda
           ELSE
               MOVE "ARS" TO lin-det-moneda
           END-IF.
           EVALUATE TRUE
               WHEN rst-tipo = "K" OR rst-tipo = "J"
                   PERFORM 337-LISTO-CAMBIO
               WHEN rst-en-dolares
                   PERFORM 336-LISTO-DOLARES
               WHEN OTHER
                   PERFORM 331-LISTO-PESOS
           END-EVALUATE.
           MOVE rst-importe TO lin-det-importe.
           WRITE reg-print-dia FROM lin-dia-detalle
               AFTER ADVANCING 1 LINE.

       331-LISTO-PESOS.
           EVALUATE rst-tipo
               WHEN "D"
                   MOVE "DEPOSITO" TO lin-det-tipo
                       rst-socio-contra DELIMITED BY SIZE
                       INTO lin-det-tipo
                   END-STRING
               WHEN "X"
                   PERFORM 340-LISTO-ANULACION
      * los movimientos de plazo fijo van de la caja de ahorro al
      * plazo fijo y viceversa: se listan pero no son efectivo
               WHEN "F"
                   MOVE "CONST. P. FIJO" TO lin-det-tipo
               WHEN "V"
                   MOVE "CAPITAL P. FIJO" TO lin-det-tipo
               WHEN "G"
                   MOVE "INTERES P. FIJO" TO lin-det-tipo
               WHEN "M"
                   MOVE "PENALIDAD P.FIJO" TO lin-det-tipo
      * los de prestamos tampoco: el desembolso acredita la caja de
      * ahorro y las cuotas se debitan de ella
               WHEN "P"
                   MOVE "DESEMBOLSO PREST" TO lin-det-tipo
               WHEN "C"
                   MOVE "CUOTA PREST. CAP" TO lin-det-tipo
               WHEN "U"
                   MOVE "CUOTA PREST. INT" TO lin-det-tipo
      * el cheque depositado y el rechazado no son efectivo
               WHEN "Q"
                   MOVE "DEP. CHEQUE" TO lin-det-tipo
                   ADD rst-importe TO ws-tot-cheques
               WHEN "H"
                   MOVE "CHEQUE RECHAZADO" TO lin-det-tipo
                   ADD rst-importe TO ws-tot-rechazos
               WHEN OTHER
                   MOVE "RETIRO" TO lin-det-tipo
                   ADD rst-importe TO ws-tot-retiros
           END-EVALUATE.

      * En dolares solo hay depositos, retiros, transferencias entre
      * socios y sus anulaciones.
       336-LISTO-DOLARES.
           MOVE "S" TO ws-hay-dolares.
           EVALUATE rst-tipo
               WHEN "D"
                   MOVE "DEPOSITO" TO lin-det-tipo
                   ADD rst-importe TO ws-tot-depositos-usd
               WHEN "S"
                   MOVE spaces TO lin-det-tipo
                   STRING "TRANSF A " DELIMITED BY SIZE
                       rst-socio-contra DELIMITED BY SIZE
                       INTO lin-det-tipo
                   END-STRING
                   ADD rst-importe TO ws-tot-transf-soc-usd
               WHEN "E"
                   MOVE spaces TO lin-det-tipo
                   STRING "TRANSF DE " DELIMITED BY SIZE
                       rst-socio-contra DELIMITED BY SIZE
                       INTO lin-det-tipo
                   END-STRING
               WHEN "X"
                   PERFORM 338-LISTO-ANULACION-DOLARES
               WHEN OTHER
                   MOVE "RETIRO" TO lin-det-tipo
                   ADD rst-importe TO ws-tot-retiros-usd
           END-EVALUATE.

      * El cambio de moneda se totaliza por su pata en dolares: la
      * entrada en la compra del socio, la salida en la venta.
       337-LISTO-CAMBIO.
           MOVE "S" TO ws-hay-dolares.
           IF rst-cam-compra
               IF rst-tipo = "K"
                   MOVE "COMPRA USD-PAGO" TO lin-det-tipo
               ELSE
                   MOVE "COMPRA USD" TO lin-det-tipo
                   ADD rst-importe TO ws-tot-compras-usd
               END-IF
           ELSE
               IF rst-tipo = "K"
                   MOVE "VENTA USD" TO lin-det-tipo
                   ADD rst-importe TO ws-tot-ventas-usd
               ELSE
                   MOVE "VENTA USD-COBRO" TO lin-det-tipo
               END-IF
           END-IF.

       338-LISTO-ANULACION-DOLARES.
           EVALUATE rst-tipo-orig
               WHEN "D"
                   MOVE "ANULA DEPOSITO" TO lin-det-tipo
                   SUBTRACT rst-importe FROM ws-tot-depositos-usd
               WHEN "S"
                   MOVE "ANULA TRANSF A" TO lin-det-tipo
                   SUBTRACT rst-importe FROM ws-tot-transf-soc-usd
               WHEN "E"
                   MOVE "ANULA TRANSF DE" TO lin-det-tipo
               WHEN OTHER
                   MOVE "ANULA RETIRO" TO lin-det-tipo
                   SUBTRACT rst-importe FROM ws-tot-retiros-usd
           END-EVALUATE.
           PERFORM 341-MARCO-REFERENCIA.

      * La anulacion se descuenta del total del tipo que anula: un
      * deposito cargado y anulado en el dia no suma ni a depositos
      * ni a retiros. La marca lleva la fecha y secuencia del
      * movimiento original.
       340-LISTO-ANULACION.
           EVALUATE rst-tipo-orig
               WHEN "D"
                   MOVE "ANULA DEPOSITO" TO lin-det-tipo
                   SUBTRACT rst-importe FROM ws-tot-depositos
               WHEN "I"
                   MOVE "ANULA INTERES" TO lin-det-tipo
                   SUBTRACT rst-importe FROM ws-tot-intereses
               WHEN "T"
                   MOVE spaces TO lin-det-tipo
                   STRING "ANULA TRANSF " DELIMITED BY SIZE
                       rst-suc-destino DELIMITED BY SIZE
                       INTO lin-det-tipo
                   END-STRING
                   SUBTRACT rst-importe FROM ws-tot-transf-env
               WHEN "S"
                   MOVE "ANULA TRANSF A" TO lin-det-tipo
                   SUBTRACT rst-importe FROM ws-tot-transf-soc
               WHEN "E"
                   MOVE "ANULA TRANSF DE" TO lin-det-tipo
               WHEN OTHER
                   MOVE "ANULA RETIRO" TO lin-det-tipo
                   SUBTRACT rst-importe FROM ws-tot-retiros
           END-EVALUATE.
           PERFORM 341-MARCO-REFERENCIA.

       341-MARCO-REFERENCIA.
           MOVE rst-ref-fecha TO ws-fecha-ref.
           STRING "DEL " DELIMITED BY SIZE
               ws-ref-dia DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               ws-ref-mes DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               ws-ref-anio DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               rst-ref-secuencia DELIMITED BY SIZE
               INTO lin-det-marca
           END-STRING.

       335-BUSCO-NOMBRE-SOCIO.
           IF socios-disponible
               AFTER ADVANCING 1 LINE.
           MOVE "TOTAL TRANSF. ENTRE SOCIOS:" TO lin-tot-concepto.
           MOVE ws-tot-transf-soc TO lin-tot-importe.
           WRITE reg-print-dia FROM lin-dia-total
               AFTER ADVANCING 1 LINE.
           MOVE "TOTAL DEP. CON CHEQUE:" TO lin-tot-concepto.
           MOVE ws-tot-cheques TO lin-tot-importe.
           WRITE reg-print-dia FROM lin-dia-total
               AFTER ADVANCING 1 LINE.
           MOVE "TOTAL CHEQUES RECHAZADOS:" TO lin-tot-concepto.
           MOVE ws-tot-rechazos TO lin-tot-importe.
           WRITE reg-print-dia FROM lin-dia-total
               AFTER ADVANCING 1 LINE.
           COMPUTE ws-posicion-caja = ws-tot-depositos
           MOVE ws-posicion-caja TO lin-tot-importe.
           WRITE reg-print-dia FROM lin-dia-total
               AFTER ADVANCING 2 LINES.
           IF hay-dolares
               PERFORM 355-CIERRO-DOLARES
           END-IF.
           WRITE reg-print-dia FROM lin-dia-firma
               AFTER ADVANCING 3 LINES.

      * Totales y posicion de caja en dolares, aparte de los pesos.
       355-CIERRO-DOLARES.
           WRITE reg-print-dia FROM lin-dia-tit-dolares
               AFTER ADVANCING 2 LINES.
           MOVE "TOTAL DEPOSITOS USD:" TO lin-tot-concepto.
           MOVE ws-tot-depositos-usd TO lin-tot-importe.
           WRITE reg-print-dia FROM lin-dia-total
               AFTER ADVANCING 1 LINE.
           MOVE "TOTAL RETIROS USD:" TO lin-tot-concepto.
           MOVE ws-tot-retiros-usd TO lin-tot-importe.
           WRITE reg-print-dia FROM lin-dia-total
               AFTER ADVANCING 1 LINE.
           MOVE "TOTAL TRANSF. SOCIOS USD:" TO lin-tot-concepto.
           MOVE ws-tot-transf-soc-usd TO lin-tot-importe.
           WRITE reg-print-dia FROM lin-dia-total
               AFTER ADVANCING 1 LINE.
           MOVE "TOTAL COMPRAS USD SOCIOS:" TO lin-tot-concepto.
           MOVE ws-tot-compras-usd TO lin-tot-importe.
           WRITE reg-print-dia FROM lin-dia-total
               AFTER ADVANCING 1 LINE.
           MOVE "TOTAL VENTAS USD SOCIOS:" TO lin-tot-concepto.
           MOVE ws-tot-ventas-usd TO lin-tot-importe.
           WRITE reg-print-dia FROM lin-dia-total
               AFTER ADVANCING 1 LINE.
           COMPUTE ws-posicion-caja-usd = ws-tot-depositos-usd
               - ws-tot-retiros-usd.
           MOVE "POSICION DE CAJA USD:" TO lin-tot-concepto.
           MOVE ws-posicion-caja-usd TO lin-tot-importe.
           WRITE reg-print-dia FROM lin-dia-total
               AFTER ADVANCING 2 LINES.

       400-FIN.
           CLOSE SUC-TRANS-FILE.
           CLOSE SOCIOS-MASTER.
