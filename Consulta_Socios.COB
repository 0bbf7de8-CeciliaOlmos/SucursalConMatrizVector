      * Author:
      * Date:
      * Purpose: Consulta en linea para la ventanilla. Busca un socio
      *          por codigo, por nombre (parcial) o por numero de
      *          documento (DNI o CUIT) en SOCIOS.DAT,
      *          muestra su saldo actual de SALDOS.DAT y lista sus
      *          ultimos movimientos del historial (SUCTRANS.DAT,
      *          por la clave socio/fecha/secuencia), del mas nuevo
      *          al mas viejo, con los mismos rotulos de tipo del
      *          extracto. Solo lectura: no actualiza nada.
      *
      *          Cada movimiento muestra su secuencia (fecha y
      *          secuencia lo identifican para una anulacion) y los
      *          movimientos anulados se marcan ANULADO.
      *
      *          Junto al saldo se muestra el saldo disponible y, si
      *          hay cheques depositados pendientes de compensacion en
      *          CHEQUES.DAT, cada uno con su fecha de acreditacion. El
      *          deposito con cheque y el cheque rechazado se listan
      *          con el numero del cheque.
      *
      *          Si el socio tiene caja de ahorro en dolares se muestra
      *          tambien ese saldo, y cada movimiento lleva su moneda;
      *          el cambio de moneda aparece con sus dos patas, la
      *          salida en una moneda y la entrada en la otra.
      *
      *          La busqueda por documento encuentra tambien al socio
      *          registrado con el CUIT que contiene el DNI buscado, y
      *          al registrado con el DNI contenido en el CUIT buscado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA_SOCIOS.
           SELECT SALDOS-FILE ASSIGN TO "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS sal-clave
               FILE STATUS IS ws-fs-saldos.
           SELECT CHEQUES-FILE ASSIGN TO "CHEQUES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS chq-clave
               FILE STATUS IS ws-fs-cheques.
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

       WORKING-STORAGE SECTION.
      *****************************************************************
       01  ws-fs-saldos   pic xx value spaces.
       01  ws-saldos-abierto pic x value "N".
           88 saldos-disponible value "S".
       01  ws-fs-cheques  pic xx value spaces.
       01  ws-cheques-abierto pic x value "N".
           88 cheques-disponible value "S".
       01  ws-fin-cheques pic x value "N".
           88 fin-cheques value "S".
       01  ws-cant-pendientes pic 9(4).
       01  ws-fecha-aux.
           03 ws-aux-anio  pic 9999.
           03 ws-aux-mes   pic 99.
           03 ws-aux-dia   pic 99.
       01  ws-fecha-aux-num redefines ws-fecha-aux pic 9(8).
       01  ws-opcion      pic x value space.
           88 opcion-salir value "0".
       01  ws-codigo-busq pic 9(6).
       01  ws-fin-padron  pic x value "N".
           88 fin-padron value "S".
       01  ws-cant-coincidencias pic 9(4).
       01  ws-nro-doc-busq pic 9(11).
       01  ws-dni-busq    pic 9(8).
       01  ws-calc-tipo-doc pic x(4).
       01  ws-calc-nro-doc pic 9(11).
       01  ws-calc-nro-doc-r redefines ws-calc-nro-doc.
           03 ws-calc-prefijo pic 99.
               88 calc-cuit-persona values 20 23 24 27.
           03 ws-calc-dni-cuit pic 9(8).
           03 ws-calc-verificador pic 9.
       01  ws-calc-dni    pic 9(8).
       01  ws-fecha-nac-aux.
           03 ws-fna-anio pic 9999.
           03 ws-fna-mes  pic 99.
           03 ws-fna-dia  pic 99.
       01  ws-fecha-nac-aux-num redefines ws-fecha-nac-aux pic 9(8).
       01  ws-fin-historial pic x value "N".
           88 fin-historial value "S".
       01  ws-estado-rotulo pic x(10).
               05 ult-tipo     pic x.
               05 ult-suc-destino pic x(3).
               05 ult-socio-contra pic 9(6).
               05 ult-secuencia pic 9(4).
               05 ult-marca-anulado pic x.
                   88 ult-anulado value "S".
               05 ult-tipo-orig pic x.
               05 ult-chq-numero pic 9(8).
               05 ult-moneda   pic x(3).
               05 ult-cam-operacion pic x.
                   88 ult-cam-compra value "C".
      *****************************************************************
      ********************** LINEAS DE PANTALLA ***********************
      *****************************************************************
           03 filler pic x(2) value spaces.
           03 lin-soc-estado pic x(10).

       01  lin-socio-ident.
           03 filler pic x(7) value spaces.
           03 lin-soc-tipo-doc pic x(4).
           03 filler pic x value space.
           03 lin-soc-nro-doc pic z(10)9.
           03 filler pic x(8) value "  NAC. ".
           03 lin-soc-nac-dia pic 99.
           03 filler pic x value "/".
           03 lin-soc-nac-mes pic 99.
           03 filler pic x value "/".
           03 lin-soc-nac-anio pic 9999.
           03 filler pic x(7) value "  SUC. ".
           03 lin-soc-sucursal pic x(3).
           03 filler pic x(7) value "  TEL. ".
           03 lin-soc-telefono pic x(15).

       01  lin-socio-domicilio.
           03 filler pic x(7) value spaces.
           03 lin-soc-calle pic x(30).
           03 filler pic x(2) value spaces.
           03 lin-soc-localidad pic x(20).
           03 filler pic x value space.
           03 lin-soc-cod-postal pic x(8).

       01  lin-saldo.
           03 filler pic x(14) value "Saldo actual:".
           03 lin-sal-importe pic -zzz.zzz.zz9,99.
           03 filler pic x(4) value spaces.
           03 filler pic x(12) value "Disponible:".
           03 lin-sal-disponible pic -zzz.zzz.zz9,99.

       01  lin-saldo-usd.
           03 filler pic x(14) value "Saldo en USD:".
           03 lin-sal-importe-usd pic -zzz.zzz.zz9,99.
           03 filler pic x(4) value spaces.
           03 filler pic x(12) value "Disponible:".
           03 lin-sal-disponible-usd pic -zzz.zzz.zz9,99.

       01  lin-cheque-pendiente.
           03 filler pic x(2) value spaces.
           03 filler pic x(4) value "BCO ".
           03 lin-chq-banco pic 9(3).
           03 filler pic x(8) value "  CHEQ. ".
           03 lin-chq-numero pic 9(8).
           03 filler pic x(2) value spaces.
           03 lin-chq-importe pic -zz.zzz.zz9,99.
           03 filler pic x(11) value "  ACREDITA ".
           03 lin-chq-dia pic 99.
           03 filler pic x value "/".
           03 lin-chq-mes pic 99.
           03 filler pic x value "/".
           03 lin-chq-anio pic 9999.

       01  lin-cabecera-mov.
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "FECHA".
           03 filler pic x(6) value "SUC.".
           03 filler pic x(19) value "TIPO".
           03 filler pic x(4) value "MON".
           03 filler pic x(16) value "IMPORTE".
           03 filler pic x(5) value "SEC.".

       01  lin-movimiento.
           03 filler pic x(2) value spaces.
           03 filler pic x(3) value spaces.
           03 lin-mov-tipo pic x(16).
           03 filler pic x(2) value spaces.
           03 lin-mov-moneda pic x(3).
           03 filler pic x value space.
           03 lin-mov-importe pic -zz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 lin-mov-secuencia pic 9(4).
           03 filler pic x value space.
           03 lin-mov-marca pic x(7).

       01  lin-coincidencia.
           03 filler pic x(2) value spaces.
           03 filler pic x(2) value spaces.
           03 lin-coi-estado pic x(10).

       01  lin-coincidencia-doc.
           03 filler pic x(2) value spaces.
           03 lin-cod-codigo pic 9(6).
           03 filler pic x(3) value " - ".
           03 lin-cod-nombre pic x(30).
           03 filler pic x(2) value spaces.
           03 lin-cod-tipo-doc pic x(4).
           03 filler pic x value space.
           03 lin-cod-nro-doc pic z(10)9.
           03 filler pic x(2) value spaces.
           03 lin-cod-estado pic x(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *****************************************************************
                   EVALUATE ws-opcion
                       WHEN "1" PERFORM 300-CONSULTO-POR-CODIGO
                       WHEN "2" PERFORM 400-BUSCO-POR-NOMBRE
                       WHEN "3" PERFORM 450-BUSCO-POR-DOCUMENTO
                       WHEN "0" CONTINUE
                       WHEN OTHER DISPLAY "Opcion invalida"
                   END-EVALUATE
               DISPLAY "No se pudo abrir el archivo de saldos: "
                   ws-fs-saldos
           END-IF.
           OPEN INPUT CHEQUES-FILE.
           IF ws-fs-cheques = "00"
               MOVE "S" TO ws-cheques-abierto
           END-IF.

       200-MUESTRO-MENU.
           DISPLAY " ".
           DISPLAY "Consulta de socios".
           DISPLAY "  1 = Consulta por codigo".
           DISPLAY "  2 = Busqueda por nombre".
           DISPLAY "  3 = Busqueda por documento".
           DISPLAY "  0 = Salir".
           DISPLAY "Opcion:".
           ACCEPT ws-opcion.
           MOVE ws-estado-rotulo TO lin-soc-estado.
           DISPLAY lin-guion.
           DISPLAY lin-socio.
           IF soc-nro-doc > 0
               MOVE soc-tipo-doc TO lin-soc-tipo-doc
               MOVE soc-nro-doc TO lin-soc-nro-doc
               MOVE soc-fecha-nac TO ws-fecha-nac-aux-num
               MOVE ws-fna-dia TO lin-soc-nac-dia
               MOVE ws-fna-mes TO lin-soc-nac-mes
               MOVE ws-fna-anio TO lin-soc-nac-anio
               MOVE soc-sucursal TO lin-soc-sucursal
               MOVE soc-telefono TO lin-soc-telefono
               MOVE soc-calle TO lin-soc-calle
               MOVE soc-localidad TO lin-soc-localidad
               MOVE soc-cod-postal TO lin-soc-cod-postal
               DISPLAY lin-socio-ident
               DISPLAY lin-socio-domicilio
           ELSE
               DISPLAY "       (sin datos de identidad cargados)"
           END-IF.

       330-MUESTRO-SALDO.
           IF saldos-disponible
               MOVE ws-codigo-busq TO sal-socio
               MOVE "ARS" TO sal-moneda
               READ SALDOS-FILE
                   INVALID KEY
                       MOVE ZERO TO sal-saldo
                       MOVE ZERO TO sal-disponible
               END-READ
               MOVE sal-saldo TO lin-sal-importe
               MOVE sal-disponible TO lin-sal-disponible
               DISPLAY lin-saldo
               PERFORM 332-MUESTRO-SALDO-DOLARES
           ELSE
               DISPLAY "(saldo no disponible)"
           END-IF.
           IF cheques-disponible
               PERFORM 335-MUESTRO-CHEQUES-PENDIENTES
           END-IF.

      * La caja de ahorro en dolares solo se muestra si existe.
       332-MUESTRO-SALDO-DOLARES.
           MOVE ws-codigo-busq TO sal-socio.
           MOVE "USD" TO sal-moneda.
           READ SALDOS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE sal-saldo TO lin-sal-importe-usd
                   MOVE sal-disponible TO lin-sal-disponible-usd
                   DISPLAY lin-saldo-usd
           END-READ.

      * Cheques del socio todavia en compensacion: explican la
      * diferencia entre el saldo y el disponible.
       335-MUESTRO-CHEQUES-PENDIENTES.
           MOVE ZERO TO ws-cant-pendientes.
           MOVE "N" TO ws-fin-cheques.
           MOVE ws-codigo-busq TO chq-socio.
           MOVE ZERO TO chq-fecha-deposito.
           MOVE ZERO TO chq-secuencia.
           START CHEQUES-FILE KEY NOT < chq-clave
               INVALID KEY MOVE "S" TO ws-fin-cheques
           END-START.
           PERFORM UNTIL fin-cheques
               READ CHEQUES-FILE NEXT RECORD
                   AT END MOVE "S" TO ws-fin-cheques
                   NOT AT END
                       IF chq-socio = ws-codigo-busq
                           IF chq-pendiente
                               PERFORM 336-MUESTRO-CHEQUE
                           END-IF
                       ELSE
                           MOVE "S" TO ws-fin-cheques
                       END-IF
               END-READ
           END-PERFORM.

       336-MUESTRO-CHEQUE.
           ADD 1 TO ws-cant-pendientes.
           IF ws-cant-pendientes = 1
               DISPLAY "Cheques pendientes de acreditacion:"
           END-IF.
           MOVE chq-banco TO lin-chq-banco.
           MOVE chq-numero TO lin-chq-numero.
           MOVE chq-importe TO lin-chq-importe.
           MOVE chq-fecha-acreditacion TO ws-fecha-aux-num.
           MOVE ws-aux-dia TO lin-chq-dia.
           MOVE ws-aux-mes TO lin-chq-mes.
           MOVE ws-aux-anio TO lin-chq-anio.
           DISPLAY lin-cheque-pendiente.

      * Recorre los movimientos del socio en orden de clave (ya
      * cronologico) guardando los ultimos 15 en un anillo, y los
           MOVE rst-tipo TO ult-tipo(posU).
           MOVE rst-suc-destino TO ult-suc-destino(posU).
           MOVE rst-socio-contra TO ult-socio-contra(posU).
           MOVE rst-secuencia TO ult-secuencia(posU).
           MOVE rst-marca-anulado TO ult-marca-anulado(posU).
           MOVE rst-tipo-orig TO ult-tipo-orig(posU).
           MOVE ZERO TO ult-chq-numero(posU).
           IF rst-tipo = "Q" OR rst-tipo = "H"
               MOVE rst-chq-numero TO ult-chq-numero(posU)
           END-IF.
           IF rst-en-dolares
               MOVE "USD" TO ult-moneda(posU)
           ELSE
               MOVE "ARS" TO ult-moneda(posU)
           END-IF.
           MOVE spaces TO ult-cam-operacion(posU).
           IF rst-tipo = "K" OR rst-tipo = "J"
               MOVE rst-cam-operacion TO ult-cam-operacion(posU)
           END-IF.

       350-LISTO-ANILLO.
           IF ws-cant-movimientos > 15
                       ult-socio-contra(posM) DELIMITED BY SIZE
                       INTO lin-mov-tipo
                   END-STRING
               WHEN "X"
                   PERFORM 356-ROTULO-ANULACION
               WHEN "F"
                   MOVE "CONST. P. FIJO" TO lin-mov-tipo
               WHEN "V"
                   MOVE "CAPITAL P. FIJO" TO lin-mov-tipo
               WHEN "G"
                   MOVE "INTERES P. FIJO" TO lin-mov-tipo
               WHEN "M"
                   MOVE "PENALIDAD P.FIJO" TO lin-mov-tipo
               WHEN "P"
                   MOVE "DESEMBOLSO PREST" TO lin-mov-tipo
               WHEN "C"
                   MOVE "CUOTA PREST. CAP" TO lin-mov-tipo
               WHEN "U"
                   MOVE "CUOTA PREST. INT" TO lin-mov-tipo
               WHEN "Q"
                   MOVE spaces TO lin-mov-tipo
                   STRING "DEP CHQ " DELIMITED BY SIZE
                       ult-chq-numero(posM) DELIMITED BY SIZE
                       INTO lin-mov-tipo
                   END-STRING
               WHEN "H"
                   MOVE spaces TO lin-mov-tipo
                   STRING "RECHAZO " DELIMITED BY SIZE
                       ult-chq-numero(posM) DELIMITED BY SIZE
                       INTO lin-mov-tipo
                   END-STRING
      * las dos patas del cambio llevan el mismo rotulo; la moneda
      * distingue la salida de la entrada
               WHEN "K"
               WHEN "J"
                   IF ult-cam-compra(posM)
                       MOVE "COMPRA USD" TO lin-mov-tipo
                   ELSE
                       MOVE "VENTA USD" TO lin-mov-tipo
                   END-IF
               WHEN OTHER
                   MOVE "RETIRO" TO lin-mov-tipo
           END-EVALUATE.
           MOVE ult-moneda(posM) TO lin-mov-moneda.
           MOVE ult-importe(posM) TO lin-mov-importe.
           MOVE ult-secuencia(posM) TO lin-mov-secuencia.
           MOVE spaces TO lin-mov-marca.
           IF ult-anulado(posM)
               MOVE "ANULADO" TO lin-mov-marca
           END-IF.
           DISPLAY lin-movimiento.

       356-ROTULO-ANULACION.
           EVALUATE ult-tipo-orig(posM)
               WHEN "D"
                   MOVE "ANULA DEPOSITO" TO lin-mov-tipo
               WHEN "I"
                   MOVE "ANULA INTERES" TO lin-mov-tipo
               WHEN "T"
                   MOVE spaces TO lin-mov-tipo
                   STRING "ANULA TRANSF " DELIMITED BY SIZE
                       ult-suc-destino(posM) DELIMITED BY SIZE
                       INTO lin-mov-tipo
                   END-STRING
               WHEN "S"
                   MOVE "ANULA TRANSF A" TO lin-mov-tipo
               WHEN "E"
                   MOVE "ANULA TRANSF DE" TO lin-mov-tipo
               WHEN OTHER
                   MOVE "ANULA RETIRO" TO lin-mov-tipo
           END-EVALUATE.

       400-BUSCO-POR-NOMBRE.
           DISPLAY "Nombre o parte del nombre:".
           MOVE spaces TO ws-nombre-busq.
               DISPLAY lin-coincidencia
           END-IF.

      * SOCIOS.DAT no tiene clave por documento: se recorre el padron
      * completo. Se busca solo el numero; un DNI encuentra tambien el
      * CUIT de la misma persona y un CUIT de persona el DNI.
       450-BUSCO-POR-DOCUMENTO.
           DISPLAY "Numero de documento (sin puntos ni guiones):".
           MOVE ZERO TO ws-nro-doc-busq.
           ACCEPT ws-nro-doc-busq.
           IF ws-nro-doc-busq = 0
               DISPLAY "Busqueda cancelada"
           ELSE
               MOVE ws-nro-doc-busq TO ws-calc-nro-doc
               IF ws-nro-doc-busq > 99999999
                   MOVE "CUIT" TO ws-calc-tipo-doc
               ELSE
                   MOVE "DNI" TO ws-calc-tipo-doc
               END-IF
               PERFORM 470-CALCULO-DNI-BASE
               MOVE ws-calc-dni TO ws-dni-busq
               PERFORM 460-RECORRO-PADRON-DOC
               IF ws-cant-coincidencias = 0
                   DISPLAY "Sin coincidencias"
               ELSE
                   DISPLAY "Coincidencias: ", ws-cant-coincidencias
                   PERFORM 300-CONSULTO-POR-CODIGO
               END-IF
           END-IF.

       460-RECORRO-PADRON-DOC.
           MOVE ZERO TO ws-cant-coincidencias.
           MOVE "N" TO ws-fin-padron.
           MOVE ZERO TO soc-codigo.
           START SOCIOS-MASTER KEY NOT < soc-codigo
               INVALID KEY MOVE "S" TO ws-fin-padron
           END-START.
           PERFORM UNTIL fin-padron
               READ SOCIOS-MASTER NEXT RECORD
                   AT END MOVE "S" TO ws-fin-padron
                   NOT AT END PERFORM 465-COMPARO-DOCUMENTO
               END-READ
           END-PERFORM.

       465-COMPARO-DOCUMENTO.
           IF soc-nro-doc > 0
               MOVE soc-tipo-doc TO ws-calc-tipo-doc
               MOVE soc-nro-doc TO ws-calc-nro-doc
               PERFORM 470-CALCULO-DNI-BASE
               IF soc-nro-doc = ws-nro-doc-busq
                       OR (ws-calc-dni > 0
                           AND ws-calc-dni = ws-dni-busq)
                   ADD 1 TO ws-cant-coincidencias
                   PERFORM 315-ARMO-ROTULO-ESTADO
                   MOVE soc-codigo TO lin-cod-codigo
                   MOVE soc-nombre TO lin-cod-nombre
                   MOVE soc-tipo-doc TO lin-cod-tipo-doc
                   MOVE soc-nro-doc TO lin-cod-nro-doc
                   MOVE ws-estado-rotulo TO lin-cod-estado
                   DISPLAY lin-coincidencia-doc
               END-IF
           END-IF.

      * DNI de la persona: el propio DNI o los digitos 3 a 10 del CUIT
      * de una persona (prefijo 20, 23, 24 o 27); cero para empresas.
       470-CALCULO-DNI-BASE.
           MOVE ZERO TO ws-calc-dni.
           EVALUATE ws-calc-tipo-doc
               WHEN "DNI"
                   MOVE ws-calc-nro-doc TO ws-calc-dni
               WHEN "CUIT"
                   IF calc-cuit-persona
                       MOVE ws-calc-dni-cuit TO ws-calc-dni
                   END-IF
           END-EVALUATE.

       500-FIN.
           CLOSE SOCIOS-MASTER.
           CLOSE SUC-TRANS-FILE.
           CLOSE SALDOS-FILE.
           IF cheques-disponible
               CLOSE CHEQUES-FILE
           END-IF.

       END PROGRAM CONSULTA_SOCIOS.
