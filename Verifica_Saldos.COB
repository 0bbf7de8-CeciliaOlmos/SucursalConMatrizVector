      *          el sal-saldo grabado, listando en VERIFSALDOS.LST
      *          cada socio con diferencia y su importe. En modo "A"
      *          ademas aplica los saldos recalculados (corrida a
      *          hacer solo con las diferencias ya revisadas). El
      *          modo "A" pide operador (OPERADORES.DAT, contadores y
      *          supervisores); el listado no.
      *
      *          Los registros resumen de anios archivados (socio
      *          000000) y las transferencias entre sucursales (tipo
      *          "T") no mueven saldo y se saltean. Las anulaciones
      *          (tipo "X") revierten el efecto del tipo que anulan.
      *
      *          Si el historial tiene anios archivados (hay
      *          registros resumen socio 000000), el recalculo es
      *          ese caso el listado sale con advertencia y el modo
      *          "A" se rechaza para no pisar saldos correctos con
      *          sumas incompletas.
      *
      *          El saldo disponible se recalcula como el saldo menos
      *          los cheques depositados todavia pendientes de
      *          compensacion en CHEQUES.DAT, y se lista y corrige
      *          con el mismo criterio que el saldo.
      *
      *          El recalculo es por socio y moneda: cada movimiento
      *          suma o resta en el saldo de su moneda (los registros
      *          sin moneda son en pesos), y el cambio de moneda resta
      *          su salida ("K") de una y suma su entrada ("J") en la
      *          otra. Los cheques son siempre en pesos.
      *
      *          Termina con codigo de retorno 0 si saldos e historial
      *          concilian, 4 si hay socios con diferencia y 8 si la
      *          verificacion no pudo hacerse (lo usa el control del
      *          cierre del dia).
      *
      *          El modo "A" respalda antes SALDOS.DAT
      *          (Respaldo_Archivos); si el respaldo no se completa la
      *          corrida sigue en modo "L".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA_SALDOS.
           SELECT SALDOS-FILE ASSIGN TO "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sal-clave
               FILE STATUS IS ws-fs-saldos.
           SELECT SOCIOS-MASTER ASSIGN TO "SOCIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS soc-codigo
               FILE STATUS IS ws-fs-socios.
           SELECT CHEQUES-FILE ASSIGN TO "CHEQUES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS chq-clave
               FILE STATUS IS ws-fs-cheques.
           SELECT VERIF-FILE ASSIGN TO "VERIFSALDOS.LST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-verif.
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

       FD  SALDOS-FILE.
       01  reg-saldo.
           03 sal-clave.
               05 sal-socio    pic 9(6).
               05 sal-moneda   pic x(3).
           03 sal-saldo    pic s9(9)v99.
           03 sal-disponible pic s9(9)v99.

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

       FD  VERIF-FILE.
       01  reg-verif pic x(80).

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
       01  ws-fs-saldos   pic xx value spaces.
       01  ws-fs-socios   pic xx value spaces.
       01  ws-fs-verif    pic xx value spaces.
       01  ws-fs-cheques  pic xx value spaces.
       01  ws-fin-cheques pic x value "N".
           88 fin-cheques value "S".
       01  ws-socios-abierto pic x value "N".
           88 socios-disponible value "S".
       01  ws-modo-corrida pic x value "L".
           88 fin-saldos value "S".
       01  ws-saldo-calculado pic s9(11)v99.
       01  ws-diferencia pic s9(11)v99.
       01  ws-disponible-calculado pic s9(11)v99.
       01  ws-cant-movimientos pic 9(7) value zero.
       01  ws-cant-resumenes-arch pic 9(7) value zero.
       01  ws-cant-saldos-leidos pic 9(6) value zero.
       01  ws-cant-diferencias pic 9(6) value zero.
       01  ws-cant-corregidos pic 9(6) value zero.
       01  posS pic 9(5).
       01  ws-moneda-mov pic x(3).
       01  fecha.
           03 anio pic 9999.
           03 mes pic 99.
       01  tab-verif.
           03 ver-entrada occurs 9999 times.
               05 tvs-socio     pic 9(6).
               05 tvs-moneda    pic x(3).
               05 tvs-calculado pic s9(11)v99.
               05 tvs-pendiente pic s9(11)v99.
               05 tvs-en-saldos pic x.
                   88 tvs-visto value "S".
      *****************************************************************

       01  lin-cabecera-dif.
           03 filler pic x(7) value "SOCIO".
           03 filler pic x(4) value "MON".
           03 filler pic x(21) value "NOMBRE".
           03 filler pic x(15) value "  SALDO ARCH.".
           03 filler pic x(15) value "  SALDO CALC.".
       01  lin-diferencia.
           03 lin-dif-socio pic 9(6).
           03 filler pic x value space.
           03 lin-dif-moneda pic x(3).
           03 filler pic x value space.
           03 lin-dif-nombre pic x(20).
           03 filler pic x value space.
           03 lin-dif-archivo pic -zzz.zzz.zz9,99.
           03 filler pic x value space.
           03 lin-dif-diferencia pic -zzz.zzz.zz9,99.

       01  lin-diferencia-disp.
           03 filler pic x(11) value spaces.
           03 filler pic x(21) value "  (saldo disponible)".
           03 lin-dsp-archivo pic -zzz.zzz.zz9,99.
           03 filler pic x value space.
           03 lin-dsp-calculado pic -zzz.zzz.zz9,99.
           03 filler pic x value space.
           03 lin-dsp-diferencia pic -zzz.zzz.zz9,99.

       01  lin-aviso-archivo-1.
           03 filler pic x(50) value
               "ATENCION: hay anios archivados en el historial;".

       01  lin-blanco pic x(80) value spaces.

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
       01  ws-programa-acceso pic x(31) value "VERIFICA_SALDOS".
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
                   DISPLAY "La tabla de socios excede las 9999 ",
                       "entradas; la verificacion no es confiable ",
                       "y se suspende."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 250-CONTROLO-ANIOS-ARCHIVADOS
                   PERFORM 300-COMPARO-SALDOS
                   PERFORM 350-BUSCO-SALDOS-FALTANTES
                   PERFORM 370-CIERRO-REPORTE
                   IF ws-cant-diferencias > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 400-FIN.
           GOBACK.
      *****************************************************************
      *************************** RUTINAS *****************************
      *****************************************************************
               DISPLAY "Modo invalido. L o A:"
               ACCEPT ws-modo-corrida
           END-PERFORM.
           IF modo-aplicar
               PERFORM 180-IDENTIFICO-OPERADOR
               PERFORM 188-CONTROLO-ROL
               IF NOT acceso-ok
                   DISPLAY "Sin operador autorizado no se aplican ",
                       "saldos; la corrida sigue en modo L (listar)."
                   MOVE "L" TO ws-modo-corrida
               END-IF
           END-IF.
           IF modo-aplicar
               PERFORM 105-RESPALDO-SALDOS
           END-IF.
           ACCEPT fecha FROM DATE YYYYMMDD.
           OPEN INPUT SUC-TRANS-FILE.
           IF ws-fs-suctrans NOT = "00"
               PERFORM 110-GRABO-ENCABEZADO
           END-IF.

      * El modo "A" regraba SALDOS.DAT: antes se toma un respaldo
      * (catalogado en RESPALDOS.DAT). Sin respaldo no se aplica
      * nada y la corrida sigue como listado.
       105-RESPALDO-SALDOS.
           MOVE "VERIFICA_SALDOS" TO prm-programa.
           MOVE ws-operador TO prm-operador.
           MOVE "S" TO prm-archivos.
           CALL "RESPALDO_ARCHIVOS" USING parm-respaldo.
           IF NOT prm-respaldo-ok
               DISPLAY "Sin respaldo previo no se aplican saldos; ",
                   "la corrida sigue en modo L (listar)."
               MOVE "L" TO ws-modo-corrida
           END-IF.

       110-GRABO-ENCABEZADO.
           MOVE dia TO lin-ver-dia.
           MOVE mes TO lin-ver-mes.
           WRITE reg-verif FROM lin-cabecera-dif.
           WRITE reg-verif FROM lin-guion.

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
           IF acceso-ok AND NOT rol-contador AND NOT rol-supervisor
               DISPLAY "Aplicar saldos corregidos es exclusivo de ",
                   "contadores y supervisores"
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

       200-RECALCULO-DESDE-HISTORIAL.
           MOVE "N" TO ws-fin-historial.
           PERFORM UNTIL fin-historial
                   NOT AT END PERFORM 210-ACUMULO-MOVIMIENTO
               END-READ
           END-PERFORM.
           IF NOT tabla-excedida
               PERFORM 240-ACUMULO-CHEQUES-PENDIENTES
           END-IF.

      * Las transferencias entre sucursales (tipo "T") no tocan el
      * saldo del socio, igual que en el proceso diario. Los intereses
      * (tipo "I") y las transferencias recibidas de otro socio (tipo
      * "E") suman como un deposito; las enviadas (tipo "S") restan
      * como un retiro. La devolucion de capital (tipo "V") y el
      * interes (tipo "G") de un plazo fijo suman; su constitucion
      * (tipo "F") y la penalidad (tipo "M") restan. El desembolso de
      * un prestamo (tipo "P") suma y sus cuotas (tipos "C" y "U")
      * restan. El deposito con cheque (tipo "Q") suma y el cheque
      * rechazado (tipo "H") resta. La entrada de un cambio de
      * moneda (tipo "J") suma y su salida (tipo "K") resta, cada una
      * en su moneda. La anulacion (tipo "X") hace lo
      * inverso del tipo
      * original y la de una "T" se saltea como la "T" misma.
       210-ACUMULO-MOVIMIENTO.
           IF rst-socio = 0
               ADD 1 TO ws-cant-resumenes-arch
           END-IF.
           IF rst-socio NOT = 0 AND rst-tipo NOT = "T"
                   AND NOT (rst-tipo = "X" AND rst-tipo-orig = "T")
               ADD 1 TO ws-cant-movimientos
               IF rst-en-dolares
                   MOVE "USD" TO ws-moneda-mov
               ELSE
                   MOVE "ARS" TO ws-moneda-mov
               END-IF
               PERFORM 220-BUSCO-SOCIO-EN-TABLA
               IF posS > ws-cant-tabla
                   PERFORM 230-AGREGO-SOCIO-EN-TABLA
               END-IF
               IF NOT tabla-excedida
                   EVALUATE TRUE
                       WHEN rst-tipo = "X"
                           PERFORM 215-REVIERTO-ANULACION
                       WHEN rst-tipo = "D" OR rst-tipo = "I"
                               OR rst-tipo = "E" OR rst-tipo = "V"
                               OR rst-tipo = "G" OR rst-tipo = "P"
                               OR rst-tipo = "Q" OR rst-tipo = "J"
                           ADD rst-importe TO tvs-calculado(posS)
                       WHEN OTHER
                           SUBTRACT rst-importe FROM tvs-calculado(posS)
                   END-EVALUATE
               END-IF
           END-IF.

       215-REVIERTO-ANULACION.
           IF rst-tipo-orig = "D" OR rst-tipo-orig = "I"
                   OR rst-tipo-orig = "E"
               SUBTRACT rst-importe FROM tvs-calculado(posS)
           ELSE
               ADD rst-importe TO tvs-calculado(posS)
           END-IF.

       220-BUSCO-SOCIO-EN-TABLA.
           PERFORM VARYING posS FROM 1 BY 1
                   UNTIL posS > ws-cant-tabla
                       OR (tvs-socio(posS) = rst-socio
                           AND tvs-moneda(posS) = ws-moneda-mov)
               CONTINUE
           END-PERFORM.

               ADD 1 TO ws-cant-tabla
               MOVE ws-cant-tabla TO posS
               MOVE rst-socio TO tvs-socio(posS)
               MOVE ws-moneda-mov TO tvs-moneda(posS)
               MOVE ZERO TO tvs-calculado(posS)
               MOVE ZERO TO tvs-pendiente(posS)
               MOVE "N" TO tvs-en-saldos(posS)
           ELSE
               MOVE "S" TO ws-tabla-excedida
           END-IF.

      * Los cheques pendientes de compensacion forman parte del saldo
      * pero no del disponible. Sin CHEQUES.DAT no hay pendientes.
       240-ACUMULO-CHEQUES-PENDIENTES.
           OPEN INPUT CHEQUES-FILE.
           IF ws-fs-cheques = "00"
               MOVE "N" TO ws-fin-cheques
               PERFORM UNTIL fin-cheques OR tabla-excedida
                   READ CHEQUES-FILE NEXT RECORD
                       AT END MOVE "S" TO ws-fin-cheques
                       NOT AT END PERFORM 245-ACUMULO-CHEQUE
                   END-READ
               END-PERFORM
               CLOSE CHEQUES-FILE
           END-IF.

       245-ACUMULO-CHEQUE.
           IF chq-pendiente
               MOVE chq-socio TO rst-socio
               MOVE "ARS" TO ws-moneda-mov
               PERFORM 220-BUSCO-SOCIO-EN-TABLA
               IF posS > ws-cant-tabla
                   PERFORM 230-AGREGO-SOCIO-EN-TABLA
               END-IF
               IF NOT tabla-excedida
                   ADD chq-importe TO tvs-pendiente(posS)
               END-IF
           END-IF.

      * Con anios archivados el recalculo ya no ve los movimientos
      * depurados: el listado sale igual pero con advertencia, y el
      * modo "A" se rechaza para no corromper SALDOS.DAT.
           ADD 1 TO ws-cant-saldos-leidos.
           PERFORM VARYING posS FROM 1 BY 1
                   UNTIL posS > ws-cant-tabla
                       OR (tvs-socio(posS) = sal-socio
                           AND tvs-moneda(posS) = sal-moneda)
               CONTINUE
           END-PERFORM.
           IF posS > ws-cant-tabla
               MOVE ZERO TO ws-saldo-calculado
               MOVE ZERO TO ws-disponible-calculado
           ELSE
               MOVE "S" TO tvs-en-saldos(posS)
               MOVE tvs-calculado(posS) TO ws-saldo-calculado
               COMPUTE ws-disponible-calculado =
                   tvs-calculado(posS) - tvs-pendiente(posS)
           END-IF.
           IF sal-saldo NOT = ws-saldo-calculado
                   OR sal-disponible NOT = ws-disponible-calculado
               ADD 1 TO ws-cant-diferencias
               PERFORM 320-GRABO-DIFERENCIA
               IF modo-aplicar

       320-GRABO-DIFERENCIA.
           MOVE sal-socio TO lin-dif-socio.
           MOVE sal-moneda TO lin-dif-moneda.
           PERFORM 325-BUSCO-NOMBRE-SOCIO.
           MOVE sal-saldo TO lin-dif-archivo.
           MOVE ws-saldo-calculado TO lin-dif-calculado.
           COMPUTE ws-diferencia = sal-saldo - ws-saldo-calculado.
           MOVE ws-diferencia TO lin-dif-diferencia.
           WRITE reg-verif FROM lin-diferencia.
           IF sal-disponible NOT = ws-disponible-calculado
               MOVE sal-disponible TO lin-dsp-archivo
               MOVE ws-disponible-calculado TO lin-dsp-calculado
               COMPUTE ws-diferencia =
                   sal-disponible - ws-disponible-calculado
               MOVE ws-diferencia TO lin-dsp-diferencia
               WRITE reg-verif FROM lin-diferencia-disp
           END-IF.

       325-BUSCO-NOMBRE-SOCIO.
           IF socios-disponible

       330-APLICO-SALDO-CORREGIDO.
           MOVE ws-saldo-calculado TO sal-saldo.
           MOVE ws-disponible-calculado TO sal-disponible.
           REWRITE reg-saldo.
           IF ws-fs-saldos = "00"
               ADD 1 TO ws-cant-corregidos
           ELSE
               DISPLAY "No se pudo regrabar el saldo del socio ",
                   sal-socio, " ", sal-moneda, ": ", ws-fs-saldos
           END-IF.

      * Socios con movimientos en el historial pero sin registro en
           PERFORM VARYING posS FROM 1 BY 1
                   UNTIL posS > ws-cant-tabla
               IF NOT tvs-visto(posS)
                       AND (tvs-calculado(posS) NOT = 0
                           OR tvs-pendiente(posS) NOT = 0)
                   ADD 1 TO ws-cant-diferencias
                   PERFORM 360-GRABO-SALDO-FALTANTE
               END-IF

       360-GRABO-SALDO-FALTANTE.
           MOVE tvs-socio(posS) TO sal-socio.
           MOVE tvs-moneda(posS) TO sal-moneda.
           MOVE tvs-calculado(posS) TO ws-saldo-calculado.
           COMPUTE ws-disponible-calculado =
               tvs-calculado(posS) - tvs-pendiente(posS).
           MOVE ZERO TO sal-saldo.
           MOVE ZERO TO sal-disponible.
           PERFORM 320-GRABO-DIFERENCIA.
           IF modo-aplicar
               MOVE ws-saldo-calculado TO sal-saldo
               MOVE ws-disponible-calculado TO sal-disponible
               WRITE reg-saldo
               IF ws-fs-saldos = "00"
                   ADD 1 TO ws-cant-corregidos
               ELSE
                   DISPLAY "No se pudo crear el saldo del socio ",
                       sal-socio, " ", sal-moneda, ": ",
                       ws-fs-saldos
               END-IF
           END-IF.

