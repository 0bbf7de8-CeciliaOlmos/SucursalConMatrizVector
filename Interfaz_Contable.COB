      *
      *          Cuentas: 110100 caja, 210100 depositos de socios,
      *          190100 operaciones entre sucursales, 610100
      *          intereses pagados, 220100 plazos fijos, 620100
      *          intereses de plazos fijos, 520100 penalidades por
      *          cancelacion anticipada de plazos fijos, 130100
      *          prestamos a socios, 640100 intereses de prestamos,
      *          115100 valores en compensacion (cheques depositados
      *          aun no compensados), 111100 BCRA - camara
      *          compensadora.
      *
      *          Los cheques depositados ("Q") van a valores en
      *          compensacion; los que CHEQUES.DAT muestra
      *          compensados en la fecha pasan a la camara; los
      *          rechazados ("H") se debitan al socio contra la
      *          cuenta donde estaba el cheque.
      *
      *          Las anulaciones (tipo "X") del dia se acumulan aparte
      *          por el tipo que anulan y generan el contraasiento
      *          (debe y haber invertidos, concepto "ANUL. ..."), de
      *          modo que el mayor conserva el asiento original y su
      *          reversion.
      *
      *          Las cajas de ahorro en dolares ("USD") se contabilizan
      *          en 110200 caja moneda extranjera y 210200 depositos
      *          moneda extranjera. Cada detalle lleva su moneda, el
      *          importe en esa moneda y su equivalente en pesos (los
      *          depositos y retiros en dolares a la cotizacion de
      *          referencia de la fecha de COTIZACIONES.DAT; los
      *          cambios de moneda a la cotizacion de cada operacion),
      *          y la cola suma los equivalentes en pesos. Si hay
      *          movimientos en dolares y falta la cotizacion de la
      *          fecha, no se emiten asientos.
      *
      *          Termina con codigo de retorno 0 si los asientos
      *          quedaron emitidos y balanceados y 8 si no (lo usa el
      *          control del cierre del dia para detener la cadena).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERFAZ_CONTABLE.
           SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-calendario.
           SELECT CHEQUES-FILE ASSIGN TO "CHEQUES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS chq-clave
               FILE STATUS IS ws-fs-cheques.
           SELECT COTIZACIONES-FILE ASSIGN TO "COTIZACIONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS cot-clave
               FILE STATUS IS ws-fs-cotizaciones.
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

       FD  SUCURSALES-MASTER.
       01  reg-sucursal-mstr.
                   88 asi-haber value "H".
               05 asi-importe  pic 9(11)v99.
               05 asi-concepto pic x(20).
               05 asi-moneda   pic x(3).
                   88 asi-en-dolares value "USD".
               05 asi-importe-pesos pic 9(11)v99.
           03 asi-datos-cab redefines asi-datos-det.
               05 asi-cab-fecha pic 9(8).
               05 filler        pic x(51).
           03 asi-datos-cola redefines asi-datos-det.
               05 asi-cola-cantidad pic 9(6).
               05 asi-cola-debe     pic 9(13)v99.
               05 asi-cola-haber    pic 9(13)v99.
               05 filler            pic x(23).

       FD  CALENDARIO-FILE.
       01  reg-calendario.
           03 cal-fecha  pic 9(8).
           03 cal-motivo pic x(20).

       FD  CHEQUES-FILE.
       01  reg-cheque.
           03 chq-clave.
               05 chq-socio    pic 9(6).
               05 chq-fecha-deposito pic 9(8).
               05 chq-secuencia pic 9(4).
           03 chq-sucursal pic x(3).
           03 chq-banco    pic 9(3).
           03 chq-numero   pic 9(8).
           03 chq-importe  pic 9(7)v99.
           03 chq-fecha-acreditacion pic 9(8).
           03 chq-estado   pic x.
               88 chq-pendiente  value "P".
               88 chq-acreditado value "A".
               88 chq-rechazado  value "R".
           03 chq-fecha-acreditado pic 9(8).
           03 chq-fecha-rechazo pic 9(8).
           03 chq-operador pic x(8).
           03 chq-reserva  pic x(6).

       FD  COTIZACIONES-FILE.
       01  reg-cotizacion.
           03 cot-clave.
               05 cot-fecha    pic 9(8).
               05 cot-moneda   pic x(3).
           03 cot-comprador pic 9(5)v9(4).
           03 cot-vendedor pic 9(5)v9(4).
           03 cot-referencia pic 9(5)v9(4).
           03 cot-operador pic x(8).
           03 cot-hora-alta pic 9(8).
           03 cot-reserva  pic x(10).

       WORKING-STORAGE SECTION.
      *****************************************************************
      ************************ ARCHIVOS / I-O *************************
       01  ws-fs-calendario pic xx value spaces.
       01  ws-fs-sucmaestro pic xx value spaces.
       01  ws-fs-asientos pic xx value spaces.
       01  ws-fs-cheques  pic xx value spaces.
       01  ws-fs-cotizaciones pic xx value spaces.
       01  ws-fin-cheques pic x value "N".
           88 fin-cheques value "S".
       01  ws-fecha-contable-num pic 9(8).
       01  ws-cant-compensados pic 9(7) value zero.
       01  ws-fecha-proceso.
           03 ws-fec-dia  pic 99.
           03 ws-fec-mes  pic 99.
       01  ws-cant-asientos pic 9(6) value zero.
       01  ws-total-debe  pic 9(13)v99 value zero.
       01  ws-total-haber pic 9(13)v99 value zero.
       01  ws-total-debe-usd  pic 9(13)v99 value zero.
       01  ws-total-haber-usd pic 9(13)v99 value zero.
       01  ws-hay-dolares pic x value "N".
           88 hay-dolares value "S".
       01  ws-cotizacion-ok pic x value "S".
           88 cotizacion-ok value "S".
       01  ws-cotiz-referencia pic 9(5)v9(4) value zero.
       01  posJ pic 999.
       01  posD pic 999.
       01  ws-max-sucursales pic 999 value 100.
       01  cta-depositos     pic x(6) value "210100".
       01  cta-intersucursal pic x(6) value "190100".
       01  cta-intereses     pic x(6) value "610100".
       01  cta-plazos-fijos  pic x(6) value "220100".
       01  cta-int-plazo     pic x(6) value "620100".
       01  cta-penalidades   pic x(6) value "520100".
       01  cta-prestamos     pic x(6) value "130100".
       01  cta-int-prestamo  pic x(6) value "640100".
       01  cta-valores-comp  pic x(6) value "115100".
       01  cta-camara        pic x(6) value "111100".
       01  cta-caja-me       pic x(6) value "110200".
       01  cta-depositos-me  pic x(6) value "210200".
      *****************************************************************
      ***************** SUCURSALES (maestro externo) ******************
      *****************************************************************
               05 dia-transf-env pic 9(11)v99.
               05 dia-transf-rec pic 9(11)v99.
               05 dia-intereses  pic 9(11)v99.
               05 dia-anul-depositos  pic 9(11)v99.
               05 dia-anul-retiros    pic 9(11)v99.
               05 dia-anul-transf-env pic 9(11)v99.
               05 dia-anul-transf-rec pic 9(11)v99.
               05 dia-anul-intereses  pic 9(11)v99.
               05 dia-plazo-const pic 9(11)v99.
               05 dia-plazo-devol pic 9(11)v99.
               05 dia-plazo-int   pic 9(11)v99.
               05 dia-plazo-penal pic 9(11)v99.
               05 dia-prest-otorg pic 9(11)v99.
               05 dia-prest-capital pic 9(11)v99.
               05 dia-prest-interes pic 9(11)v99.
               05 dia-chq-depositados pic 9(11)v99.
               05 dia-chq-compensados pic 9(11)v99.
               05 dia-chq-rech-pend   pic 9(11)v99.
               05 dia-chq-rech-acred  pic 9(11)v99.
               05 dia-depositos-usd   pic 9(11)v99.
               05 dia-retiros-usd     pic 9(11)v99.
               05 dia-anul-depositos-usd pic 9(11)v99.
               05 dia-anul-retiros-usd   pic 9(11)v99.
               05 dia-cam-compra-usd   pic 9(11)v99.
               05 dia-cam-compra-pesos pic 9(11)v99.
               05 dia-cam-venta-usd    pic 9(11)v99.
               05 dia-cam-venta-pesos  pic 9(11)v99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           IF ws-fs-suctrans = "00"
               PERFORM 200-ACUMULO-DIA
               IF cotizacion-ok
                   PERFORM 300-GRABO-ASIENTOS
               ELSE
                   DISPLAY "*** Hay movimientos en dolares y no hay ",
                       "cotizacion USD de la fecha en ",
                       "COTIZACIONES.DAT: no se emiten asientos ***"
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
               MOVE ZERO TO dia-transf-env(posJ)
               MOVE ZERO TO dia-transf-rec(posJ)
               MOVE ZERO TO dia-intereses(posJ)
               MOVE ZERO TO dia-anul-depositos(posJ)
               MOVE ZERO TO dia-anul-retiros(posJ)
               MOVE ZERO TO dia-anul-transf-env(posJ)
               MOVE ZERO TO dia-anul-transf-rec(posJ)
               MOVE ZERO TO dia-anul-intereses(posJ)
               MOVE ZERO TO dia-plazo-const(posJ)
               MOVE ZERO TO dia-plazo-devol(posJ)
               MOVE ZERO TO dia-plazo-int(posJ)
               MOVE ZERO TO dia-plazo-penal(posJ)
               MOVE ZERO TO dia-prest-otorg(posJ)
               MOVE ZERO TO dia-prest-capital(posJ)
               MOVE ZERO TO dia-prest-interes(posJ)
               MOVE ZERO TO dia-chq-depositados(posJ)
               MOVE ZERO TO dia-chq-compensados(posJ)
               MOVE ZERO TO dia-chq-rech-pend(posJ)
               MOVE ZERO TO dia-chq-rech-acred(posJ)
               MOVE ZERO TO dia-depositos-usd(posJ)
               MOVE ZERO TO dia-retiros-usd(posJ)
               MOVE ZERO TO dia-anul-depositos-usd(posJ)
               MOVE ZERO TO dia-anul-retiros-usd(posJ)
               MOVE ZERO TO dia-cam-compra-usd(posJ)
               MOVE ZERO TO dia-cam-compra-pesos(posJ)
               MOVE ZERO TO dia-cam-venta-usd(posJ)
               MOVE ZERO TO dia-cam-venta-pesos(posJ)
           END-PERFORM.

       200-ACUMULO-DIA.
                   NOT AT END PERFORM 210-EVALUO-MOVIMIENTO
               END-READ
           END-PERFORM.
           PERFORM 240-ACUMULO-COMPENSACIONES.
           IF hay-dolares
               PERFORM 250-LEO-COTIZACION
           END-IF.

       210-EVALUO-MOVIMIENTO.
           IF rst-socio NOT = 0
           END-PERFORM.
           IF posJ <= ws-cant-sucursales
               ADD 1 TO ws-cant-movimientos
               EVALUATE TRUE
                   WHEN rst-tipo = "K" OR rst-tipo = "J"
                       PERFORM 228-ACUMULO-CAMBIO
                   WHEN rst-en-dolares
                       PERFORM 222-ACUMULO-DOLARES
                   WHEN OTHER
                       PERFORM 221-ACUMULO-PESOS
               END-EVALUATE
           END-IF.

       221-ACUMULO-PESOS.
           EVALUATE rst-tipo
               WHEN "D"
                   ADD rst-importe TO dia-depositos(posJ)
               WHEN "I"
                   ADD rst-importe TO dia-intereses(posJ)
      * las transferencias entre socios ("S" y su espejo "E") mueven
      * saldos entre cuentas de socios de la misma sucursal: no tocan
      * caja ni el total de depositos y no generan asiento
               WHEN "S"
                   CONTINUE
               WHEN "E"
                   CONTINUE
               WHEN "T"
                   ADD rst-importe TO dia-transf-env(posJ)
                   PERFORM 225-ACUMULO-TRANSF-RECIBIDA
               WHEN "X"
                   PERFORM 230-ACUMULO-ANULACION
      * los plazos fijos pasan de la caja de ahorro al plazo fijo y
      * vuelven con su interes: no tocan caja
               WHEN "F"
                   ADD rst-importe TO dia-plazo-const(posJ)
               WHEN "V"
                   ADD rst-importe TO dia-plazo-devol(posJ)
               WHEN "G"
                   ADD rst-importe TO dia-plazo-int(posJ)
               WHEN "M"
                   ADD rst-importe TO dia-plazo-penal(posJ)
      * los prestamos se desembolsan y se cobran por la caja de
      * ahorro del socio: tampoco tocan caja
               WHEN "P"
                   ADD rst-importe TO dia-prest-otorg(posJ)
               WHEN "C"
                   ADD rst-importe TO dia-prest-capital(posJ)
               WHEN "U"
                   ADD rst-importe TO dia-prest-interes(posJ)
      * el cheque depositado no entra a caja sino a valores en
      * compensacion; si se rechaza, se debita al socio contra la
      * cuenta donde este el cheque en ese momento
               WHEN "Q"
                   ADD rst-importe TO dia-chq-depositados(posJ)
               WHEN "H"
                   IF rst-chq-ya-acreditado
                       ADD rst-importe TO dia-chq-rech-acred(posJ)
                   ELSE
                       ADD rst-importe TO dia-chq-rech-pend(posJ)
                   END-IF
               WHEN OTHER
                   ADD rst-importe TO dia-retiros(posJ)
           END-EVALUATE.

      * En dolares solo hay depositos, retiros y transferencias entre
      * socios (que no generan asiento), y sus anulaciones.
       222-ACUMULO-DOLARES.
           MOVE "S" TO ws-hay-dolares.
           EVALUATE rst-tipo
               WHEN "D"
                   ADD rst-importe TO dia-depositos-usd(posJ)
               WHEN "S"
                   CONTINUE
               WHEN "E"
                   CONTINUE
               WHEN "X"
                   EVALUATE rst-tipo-orig
                       WHEN "D"
                           ADD rst-importe
                               TO dia-anul-depositos-usd(posJ)
                       WHEN "R"
                           ADD rst-importe
                               TO dia-anul-retiros-usd(posJ)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN OTHER
                   ADD rst-importe TO dia-retiros-usd(posJ)
           END-EVALUATE.

      * El cambio de moneda graba la salida ("K") y la entrada ("J")
      * del socio, cada una en su moneda: se acumulan por operacion
      * los dolares y los pesos que pasaron de una caja a la otra.
       228-ACUMULO-CAMBIO.
           IF rst-cam-compra
               IF rst-en-dolares
                   ADD rst-importe TO dia-cam-compra-usd(posJ)
               ELSE
                   ADD rst-importe TO dia-cam-compra-pesos(posJ)
               END-IF
           ELSE
               IF rst-en-dolares
                   ADD rst-importe TO dia-cam-venta-usd(posJ)
               ELSE
                   ADD rst-importe TO dia-cam-venta-pesos(posJ)
               END-IF
           END-IF.

       225-ACUMULO-TRANSF-RECIBIDA.
               ADD rst-importe TO dia-transf-rec(posD)
           END-IF.

      * La anulacion se acumula por el tipo original; la de una
      * transferencia entre socios no genera asiento, igual que la
      * transferencia misma.
       230-ACUMULO-ANULACION.
           EVALUATE rst-tipo-orig
               WHEN "D"
                   ADD rst-importe TO dia-anul-depositos(posJ)
               WHEN "I"
                   ADD rst-importe TO dia-anul-intereses(posJ)
               WHEN "R"
                   ADD rst-importe TO dia-anul-retiros(posJ)
               WHEN "T"
                   ADD rst-importe TO dia-anul-transf-env(posJ)
                   PERFORM 235-ACUMULO-ANUL-RECIBIDA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       235-ACUMULO-ANUL-RECIBIDA.
           PERFORM VARYING posD FROM 1 BY 1
                   UNTIL posD > ws-cant-sucursales
                       OR cod-sucursal(posD) = rst-suc-destino
               CONTINUE
           END-PERFORM.
           IF posD <= ws-cant-sucursales
               ADD rst-importe TO dia-anul-transf-rec(posD)
           END-IF.

      * Los cheques que la acreditacion diaria dio por compensados en
      * la fecha pasan de valores en compensacion a la camara. La
      * compensacion no graba movimiento en el historial: se toma de
      * CHEQUES.DAT (estado "A" y fecha de acreditacion efectiva).
      * Sin CHEQUES.DAT no hay compensaciones.
       240-ACUMULO-COMPENSACIONES.
           COMPUTE ws-fecha-contable-num = ws-fec-anio * 10000
               + ws-fec-mes * 100 + ws-fec-dia.
           OPEN INPUT CHEQUES-FILE.
           IF ws-fs-cheques = "00"
               MOVE "N" TO ws-fin-cheques
               PERFORM UNTIL fin-cheques
                   READ CHEQUES-FILE NEXT RECORD
                       AT END MOVE "S" TO ws-fin-cheques
                       NOT AT END PERFORM 245-ACUMULO-COMPENSADO
                   END-READ
               END-PERFORM
               CLOSE CHEQUES-FILE
           END-IF.

      * Un cheque compensado y rechazado despues sigue contando en
      * la compensacion del dia en que se acredito.
       245-ACUMULO-COMPENSADO.
           IF chq-fecha-acreditado = ws-fecha-contable-num
                   AND (chq-acreditado OR chq-rechazado)
               PERFORM VARYING posJ FROM 1 BY 1
                       UNTIL posJ > ws-cant-sucursales
                           OR cod-sucursal(posJ) = chq-sucursal
                   CONTINUE
               END-PERFORM
               IF posJ <= ws-cant-sucursales
                   ADD 1 TO ws-cant-compensados
                   ADD chq-importe TO dia-chq-compensados(posJ)
               END-IF
           END-IF.

      * Cotizacion de referencia del dolar para la fecha contable,
      * con la que se valuan en pesos los depositos y retiros en
      * dolares.
       250-LEO-COTIZACION.
           MOVE "N" TO ws-cotizacion-ok.
           OPEN INPUT COTIZACIONES-FILE.
           IF ws-fs-cotizaciones = "00"
               MOVE ws-fecha-contable-num TO cot-fecha
               MOVE "USD" TO cot-moneda
               READ COTIZACIONES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE cot-referencia TO ws-cotiz-referencia
                       MOVE "S" TO ws-cotizacion-ok
               END-READ
               CLOSE COTIZACIONES-FILE
           END-IF.

       300-GRABO-ASIENTOS.
           OPEN OUTPUT ASIENTOS-FILE.
           IF ws-fs-asientos NOT = "00"
               DISPLAY "No se pudo abrir el archivo de asientos: "
                   ws-fs-asientos
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 310-GRABO-CABECERA
               PERFORM VARYING posJ FROM 1 BY 1
           WRITE reg-asiento.

       320-GRABO-ASIENTOS-SUCURSAL.
           MOVE "ARS" TO asi-moneda.
           IF dia-depositos(posJ) > 0
               MOVE dia-depositos(posJ) TO asi-importe
               MOVE cta-caja TO asi-cuenta
               MOVE "H" TO asi-debe-haber
               PERFORM 350-GRABO-DETALLE
           END-IF.
           PERFORM 325-GRABO-PLAZOS-FIJOS-SUC.
           PERFORM 326-GRABO-PRESTAMOS-SUC.
           PERFORM 327-GRABO-CHEQUES-SUC.
           PERFORM 330-GRABO-ANULACIONES-SUC.
           PERFORM 340-GRABO-DOLARES-SUC.
           PERFORM 345-GRABO-CAMBIOS-SUC.

      * Plazos fijos: la constitucion pasa el capital de depositos a
      * plazos fijos y la devolucion lo vuelve; el interes es gasto
      * del banco y la penalidad de la cancelacion anticipada es
      * ingreso, los dos contra depositos del socio.
       325-GRABO-PLAZOS-FIJOS-SUC.
           IF dia-plazo-const(posJ) > 0
               MOVE dia-plazo-const(posJ) TO asi-importe
               MOVE cta-depositos TO asi-cuenta
               MOVE "D" TO asi-debe-haber
               MOVE "CONST. PLAZO FIJO" TO asi-concepto
               PERFORM 350-GRABO-DETALLE
               MOVE cta-plazos-fijos TO asi-cuenta
               MOVE "H" TO asi-debe-haber
               PERFORM 350-GRABO-DETALLE
           END-IF.
           IF dia-plazo-devol(posJ) > 0
               MOVE dia-plazo-devol(posJ) TO asi-importe
               MOVE cta-plazos-fijos TO asi-cuenta
               MOVE "D" TO asi-debe-haber
               MOVE "CAPITAL PLAZO FIJO" TO asi-concepto
               PERFORM 350-GRABO-DETALLE
               MOVE cta-depositos TO asi-cuenta
               MOVE "H" TO asi-debe-haber
               PERFORM 350-GRABO-DETALLE
           END-IF.
           IF dia-plazo-int(posJ) > 0
               MOVE dia-plazo-int(posJ) TO asi-importe
               MOVE cta-int-plazo TO asi-cuenta
               MOVE "D" TO asi-debe-haber
               MOVE "INTERES PLAZO FIJO" TO asi-concepto
               PERFORM 350-GRABO-DETALLE
               MOVE cta-depositos TO asi-cuenta
               MOVE "H" TO asi-debe-haber
               PERFORM 350-GRABO-DETALLE
           END-IF.
           IF dia-plazo-penal(posJ) > 0
               MOVE dia-plazo-penal(posJ) TO asi-importe
               MOVE cta-depositos TO asi-cuenta
               MOVE "D" TO asi-debe-haber
               MOVE "PENALIDAD PLAZO FIJO" TO asi-concepto
               PERFORM 350-GRABO-DETALLE
               MOVE cta-penalidades TO asi-cuenta
               MOVE "H" TO asi-debe-haber
               PERFORM 350-GRABO-DETALLE
           END-IF.

      * Prestamos a socios: el desembolso pasa del activo prestamos a
      * los depositos del socio; la cuota cobrada cancela capital del
      * prestamo y el interes es ingreso del banco, los dos contra
      * depositos del socio.
       326-GRABO-PRESTAMOS-SUC.
           IF dia-prest-otorg(posJ) > 0
               MOVE dia-prest-otorg(posJ) TO asi-importe
               MOVE cta-prestamos TO asi-cuenta
               MOVE "D" TO asi-debe-haber
               MOVE "DESEMBOLSO PRESTAMO" TO asi-concepto
               PERFORM 350-GRABO-DETALLE
               MOVE cta-depositos TO asi-cuenta
               MOVE "H" TO asi-debe-haber
               PERFORM 350-GRABO-DETALLE
           END-IF.
           IF dia-prest-capital(posJ) > 0
               MOVE dia-prest-capital(posJ) TO asi-importe
               MOVE cta-depositos TO asi-cuenta
               MOVE "D" TO asi-debe-haber
               MOVE "CUOTA PREST. CAPITAL" TO asi-concepto
               PERFORM 350-GRABO-DETALLE
               MOVE cta-prestamos TO asi-cuenta
               MOVE "H" TO asi-debe-haber
               PERFORM 350-GRABO-DETALLE
           END-IF.
           IF dia-prest-interes(posJ) > 0
               MOVE dia-prest-interes(posJ) TO asi-importe
               MOVE cta-depositos TO asi-cuenta
               MOVE "D" TO asi-debe-haber
               MOVE "CUOTA PREST. INTERES" TO asi-concepto
               PERFORM 350-GRABO-DETALLE
               MOVE cta-int-prestamo TO asi-cuenta
               MOVE "H" TO asi-debe-haber
               PERFORM 350-GRABO-DETALLE
           END-IF.

      * Cheques: el deposito acredita al socio contra valores en
      * compensacion, la compensacion pasa el valor a la camara y el
      * rechazo debita al socio contra valores en compensacion (si el
      * cheque no habia compensado) o contra la camara (si ya habia
      * compensado y la camara lo devuelve).
       327-GRABO-CHEQUES-SUC.
           IF dia-chq-depositados(posJ) > 0
               MOVE dia-chq-depositados(posJ) TO asi-importe
               MOVE cta-valores-comp TO asi-cuenta
               MOVE "D" TO asi-debe-haber
               MOVE "DEPOSITOS CHEQUE" TO asi-concepto
               PERFORM 350-GRABO-DETALLE
               MOVE cta-depositos TO asi-cuenta
               MOVE "H" TO asi-debe-haber
               PERFORM 350-GRABO-DETALLE
           END-IF.
           IF dia-chq-compensados(posJ) > 0
               MOVE dia-chq-compensados(posJ) TO asi-importe
               MOVE cta-camara TO asi-cuenta
               MOVE "D" TO asi-debe-haber
               MOVE "CHEQUES COMPENSADOS" TO asi-concepto
               PERFORM 350-GRABO-DETALLE
               MOVE cta-valores-comp TO asi-cuenta
               MOVE "H" TO asi-debe-haber
               PERFORM 350-GRABO-DETALLE
           END-IF.
           IF dia-chq-rech-pend(posJ) > 0
               MOVE dia-chq-rech-pend(posJ) TO asi-importe
               MOVE cta-depositos TO asi-cuenta
               MOVE "D" TO asi-debe-haber
               MOVE "CHEQUES RECHAZADOS" TO asi-concepto
               PERFORM 350-GRABO-DETALLE
               MOVE cta-valores-comp TO asi-cuenta
               MOVE "H" TO asi-debe-haber
               PERFORM 350-GRABO-DETALLE
           END-IF.
           IF dia-chq-rech-acred(posJ) > 0
               MOVE dia-chq-rech-acred(posJ) TO asi-importe
               MOVE cta-depositos TO asi-cuenta
               MOVE "D" TO asi-debe-haber
               MOVE "CHEQUES DEVUELTOS" TO asi-concepto
               PERFORM 350-GRABO-DETALLE
               MOVE cta-camara TO asi-cuenta
               MOVE "H" TO asi-debe-haber
               PERFORM 350-GRABO-DETALLE
           END-IF.

      * Contraasientos de las anulaciones: las mismas cuentas del
      * asiento original con debe y haber invertidos.
       330-GRABO-ANULACIONES-SUC.
           IF dia-anul-depositos(posJ) > 0
               MOVE dia-anul-depositos(posJ) TO asi-importe
               MOVE cta-depositos TO asi-cuenta
               MOVE "D" TO asi-debe-haber
               MOVE "ANUL. DEPOSITOS" TO asi-concepto
               PERFORM 350-GRABO-DETALLE
               MOVE cta-caja TO asi-cuenta
               MOVE "H" TO asi-debe-haber
               PERFORM 350-GRABO-DETALLE
           END-IF.
           IF dia-anul-retiros(posJ) > 0
               MOVE dia-anul-retiros(posJ) TO asi-importe
               MOVE cta-caja TO asi-cuenta
               MOVE "D" TO asi-debe-haber
               MOVE "ANUL. RETIROS" TO asi-concepto
               PERFORM 350-GRABO-DETALLE
               MOVE cta-depositos TO asi-cuenta
               MOVE "H" TO asi-debe-haber
               PERFORM 350-GRABO-DETALLE
           END-IF.
           IF dia-anul-intereses(posJ) > 0
               MOVE dia-anul-intereses(posJ) TO asi-importe
               MOVE cta-depositos TO asi-cuenta
               MOVE "D" TO asi-debe-haber
               MOVE "ANUL. INTERESES" TO asi-concepto
               PERFORM 350-GRABO-DETALLE
               MOVE cta-intereses TO asi-cuenta
               MOVE "H" TO asi-debe-haber
               PERFORM 350-GRABO-DETALLE
           END-IF.
           IF dia-anul-transf-env(posJ) > 0
               MOVE dia-anul-transf-env(posJ) TO asi-importe
               MOVE cta-caja TO asi-cuenta
               MOVE "D" TO asi-debe-haber
               MOVE "ANUL. TRANSF. ENV." TO asi-concepto
               PERFORM 350-GRABO-DETALLE
               MOVE cta-intersucursal TO asi-cuenta
               MOVE "H" TO asi-debe-haber
               PERFORM 350-GRABO-DETALLE
           END-IF.
           IF dia-anul-transf-rec(posJ) > 0
               MOVE dia-anul-transf-rec(posJ) TO asi-importe
               MOVE cta-intersucursal TO asi-cuenta
               MOVE "D" TO asi-debe-haber
               MOVE "ANUL. TRANSF. REC." TO asi-concepto
               PERFORM 350-GRABO-DETALLE
               MOVE cta-caja TO asi-cuenta
               MOVE "H" TO asi-debe-haber
               PERFORM 350-GRABO-DETALLE
           END-IF.

      * Depositos y retiros en dolares, y sus anulaciones, contra
      * caja y depositos en moneda extranjera, valuados en pesos a la
      * cotizacion de referencia.
       340-GRABO-DOLARES-SUC.
           MOVE "USD" TO asi-moneda.
           IF dia-depositos-usd(posJ) > 0
               MOVE dia-depositos-usd(posJ) TO asi-importe
               PERFORM 341-CALCULO-PESOS-REFERENCIA
               MOVE cta-caja-me TO asi-cuenta
               MOVE "D" TO asi-debe-haber
               MOVE "DEPOSITOS USD" TO asi-concepto
               PERFORM 350-GRABO-DETALLE
               MOVE cta-depositos-me TO asi-cuenta
               MOVE "H" TO asi-debe-haber
               PERFORM 350-GRABO-DETALLE
           END-IF.
           IF dia-retiros-usd(posJ) > 0
               MOVE dia-retiros-usd(posJ) TO asi-importe
               PERFORM 341-CALCULO-PESOS-REFERENCIA
               MOVE cta-depositos-me TO asi-cuenta
               MOVE "D" TO asi-debe-haber
               MOVE "RETIROS USD" TO asi-concepto
               PERFORM 350-GRABO-DETALLE
               MOVE cta-caja-me TO asi-cuenta
               MOVE "H" TO asi-debe-haber
               PERFORM 350-GRABO-DETALLE
           END-IF.
           IF dia-anul-depositos-usd(posJ) > 0
               MOVE dia-anul-depositos-usd(posJ) TO asi-importe
               PERFORM 341-CALCULO-PESOS-REFERENCIA
               MOVE cta-depositos-me TO asi-cuenta
               MOVE "D" TO asi-debe-haber
               MOVE "ANUL. DEPOSITOS USD" TO asi-concepto
               PERFORM 350-GRABO-DETALLE
               MOVE cta-caja-me TO asi-cuenta
               MOVE "H" TO asi-debe-haber
               PERFORM 350-GRABO-DETALLE
           END-IF.
           IF dia-anul-retiros-usd(posJ) > 0
               MOVE dia-anul-retiros-usd(posJ) TO asi-importe
               PERFORM 341-CALCULO-PESOS-REFERENCIA
               MOVE cta-caja-me TO asi-cuenta
               MOVE "D" TO asi-debe-haber
               MOVE "ANUL. RETIROS USD" TO asi-concepto
               PERFORM 350-GRABO-DETALLE
               MOVE cta-depositos-me TO asi-cuenta
               MOVE "H" TO asi-debe-haber
               PERFORM 350-GRABO-DETALLE
           END-IF.
           MOVE "ARS" TO asi-moneda.

       341-CALCULO-PESOS-REFERENCIA.
           COMPUTE asi-importe-pesos ROUNDED =
               asi-importe * ws-cotiz-referencia.

      * Cambios de moneda: en la compra el socio paga pesos de su caja
      * de ahorro y recibe dolares; en la venta al reves. La pata en
      * dolares se valua en los pesos efectivamente cambiados, de
      * modo que el asiento balancea en pesos.
       345-GRABO-CAMBIOS-SUC.
           IF dia-cam-compra-pesos(posJ) > 0
               MOVE "ARS" TO asi-moneda
               MOVE dia-cam-compra-pesos(posJ) TO asi-importe
               MOVE cta-depositos TO asi-cuenta
               MOVE "D" TO asi-debe-haber
               MOVE "COMPRA USD SOCIOS" TO asi-concepto
               PERFORM 350-GRABO-DETALLE
               MOVE "USD" TO asi-moneda
               MOVE dia-cam-compra-usd(posJ) TO asi-importe
               MOVE dia-cam-compra-pesos(posJ) TO asi-importe-pesos
               MOVE cta-depositos-me TO asi-cuenta
               MOVE "H" TO asi-debe-haber
               PERFORM 350-GRABO-DETALLE
           END-IF.
           IF dia-cam-venta-pesos(posJ) > 0
               MOVE "USD" TO asi-moneda
               MOVE dia-cam-venta-usd(posJ) TO asi-importe
               MOVE dia-cam-venta-pesos(posJ) TO asi-importe-pesos
               MOVE cta-depositos-me TO asi-cuenta
               MOVE "D" TO asi-debe-haber
               MOVE "VENTA USD SOCIOS" TO asi-concepto
               PERFORM 350-GRABO-DETALLE
               MOVE "ARS" TO asi-moneda
               MOVE dia-cam-venta-pesos(posJ) TO asi-importe
               MOVE cta-depositos TO asi-cuenta
               MOVE "H" TO asi-debe-haber
               PERFORM 350-GRABO-DETALLE
           END-IF.
           MOVE "ARS" TO asi-moneda.

      * Los totales de control van en pesos (el importe en pesos o el
      * equivalente de los detalles en dolares); los dolares se
      * totalizan aparte para el control del operador.
       350-GRABO-DETALLE.
           MOVE "2" TO asi-tipo-reg.
           MOVE cod-sucursal(posJ) TO asi-sucursal.
           IF NOT asi-en-dolares
               MOVE asi-importe TO asi-importe-pesos
           END-IF.
           WRITE reg-asiento.
           ADD 1 TO ws-cant-asientos.
           IF asi-debe
               ADD asi-importe-pesos TO ws-total-debe
           ELSE
               ADD asi-importe-pesos TO ws-total-haber
           END-IF.
           IF asi-en-dolares
               IF asi-debe
                   ADD asi-importe TO ws-total-debe-usd
               ELSE
                   ADD asi-importe TO ws-total-haber-usd
               END-IF
           END-IF.

       360-GRABO-COLA.
           CLOSE SUC-TRANS-FILE.
           DISPLAY "Movimientos del dia procesados: ",
               ws-cant-movimientos.
           DISPLAY "Cheques compensados en la fecha: ",
               ws-cant-compensados.
           DISPLAY "Asientos emitidos: ", ws-cant-asientos.
           DISPLAY "Total debe  (en pesos): ", ws-total-debe.
           DISPLAY "Total haber (en pesos): ", ws-total-haber.
           IF ws-total-debe-usd > 0 OR ws-total-haber-usd > 0
               DISPLAY "  dolares al debe:      ", ws-total-debe-usd
               DISPLAY "  dolares al haber:     ", ws-total-haber-usd
               DISPLAY "  cotizacion referencia: ", ws-cotiz-referencia
           END-IF.
           IF ws-total-debe = ws-total-haber
               DISPLAY "Asientos balanceados: OK"
           ELSE
               DISPLAY "*** ASIENTOS FUERA DE BALANCE ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM INTERFAZ_CONTABLE.
