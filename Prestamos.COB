      ******************************************************************
      * Author:
      * Date:
      * Purpose: Prestamos a socios. Otorgamiento y consulta de
      *          prestamos (PRESTAMOS.DAT) con su cronograma de
      *          cuotas (CUOTAS.DAT):
      *
      *          Otorgamiento: el capital se acredita en la caja de
      *          ahorro del socio con un movimiento tipo "P" en el
      *          historial (SUCTRANS.DAT) y en SALDOS.DAT. La tasa es
      *          la tasa nominal anual vigente (parametro
      *          TASA-PRESTAMO de PARAMETROS.DAT). El cronograma es
      *          de sistema frances: cuota fija, interes mensual
      *          sobre el saldo de capital y la diferencia amortiza;
      *          la ultima cuota absorbe el redondeo. Las cuotas
      *          vencen el mismo dia de cada mes a partir del primer
      *          vencimiento (el ultimo dia del mes si ese dia no
      *          existe). A un socio con cuotas en mora no se le
      *          otorga otro prestamo.
      *
      *          La cobranza de las cuotas la hace la corrida de
      *          cobranza de prestamos. Los movimientos de prestamos
      *          llevan en la referencia la clave del prestamo (fecha
      *          de otorgamiento y secuencia) y no se anulan.
      *
      *          No se opera si el periodo del dia esta cerrado en
      *          PERIODOS.DAT. El operador se valida contra
      *          OPERADORES.DAT (cajeros y supervisores); el prestamo
      *          queda en la sucursal del operador. Cada otorgamiento
      *          deja su linea en AUDITORIA.LOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESTAMOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESTAMOS-FILE ASSIGN TO "PRESTAMOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pre-clave
               FILE STATUS IS ws-fs-prestamos.
           SELECT CUOTAS-FILE ASSIGN TO "CUOTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cuo-clave
               FILE STATUS IS ws-fs-cuotas.
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
           SELECT SOCIOS-MASTER ASSIGN TO "SOCIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS soc-codigo
               FILE STATUS IS ws-fs-socios.
           SELECT PERIODOS-FILE ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS per-clave
               FILE STATUS IS ws-fs-periodos.
           SELECT PARAMETROS-FILE ASSIGN TO "PARAMETROS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-parametros.
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
       FD  PRESTAMOS-FILE.
       01  reg-prestamo.
           03 pre-clave.
               05 pre-socio    pic 9(6).
               05 pre-fecha-otorg.
                   07 pre-otg-anio pic 9999.
                   07 pre-otg-mes  pic 99.
                   07 pre-otg-dia  pic 99.
               05 pre-secuencia pic 9(4).
           03 pre-sucursal pic x(3).
           03 pre-capital  pic 9(7)v99.
           03 pre-tasa     pic 9(3)v99.
           03 pre-cant-cuotas pic 9(3).
           03 pre-fecha-primer-vto.
               05 pre-pvt-anio pic 9999.
               05 pre-pvt-mes  pic 99.
               05 pre-pvt-dia  pic 99.
           03 pre-importe-cuota pic 9(7)v99.
           03 pre-estado   pic x.
               88 pre-vigente   value "V".
               88 pre-cancelado value "P".
           03 pre-cuotas-pagadas pic 9(3).
           03 pre-saldo-capital pic 9(7)v99.
           03 pre-fecha-cancelacion pic 9(8).
           03 pre-operador pic x(8).
           03 pre-reserva  pic x(36).

       FD  CUOTAS-FILE.
       01  reg-cuota.
           03 cuo-clave.
               05 cuo-prestamo.
                   07 cuo-socio    pic 9(6).
                   07 cuo-fecha-otorg pic 9(8).
                   07 cuo-secuencia pic 9(4).
               05 cuo-numero   pic 9(3).
           03 cuo-sucursal pic x(3).
           03 cuo-fecha-vto.
               05 cuo-vto-anio pic 9999.
               05 cuo-vto-mes  pic 99.
               05 cuo-vto-dia  pic 99.
           03 cuo-capital  pic 9(7)v99.
           03 cuo-interes  pic 9(7)v99.
           03 cuo-importe  pic 9(7)v99.
           03 cuo-saldo-capital pic 9(7)v99.
           03 cuo-estado   pic x.
               88 cuo-pendiente value "P".
               88 cuo-en-mora   value "M".
               88 cuo-cobrada   value "C".
           03 cuo-fecha-cobro pic 9(8).
           03 cuo-reserva  pic x(3).

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

       FD  PARAMETROS-FILE.
       01  reg-parametro.
           03 par-clave   pic x(12).
           03 par-importe pic 9(7)v99.

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
       01  ws-fs-prestamos pic xx value spaces.
       01  ws-fs-cuotas   pic xx value spaces.
       01  ws-fs-suctrans pic xx value spaces.
       01  ws-fs-saldos   pic xx value spaces.
       01  ws-fs-socios   pic xx value spaces.
       01  ws-fs-periodos pic xx value spaces.
       01  ws-fs-parametros pic xx value spaces.
       01  ws-fs-audit    pic xx value spaces.
       01  ws-archivos-ok pic x value "S".
           88 archivos-ok value "S".
       01  ws-operador    pic x(8) value spaces.
       01  ws-opcion      pic x value space.
       01  ws-fin-prestamos-menu pic x value "N".
           88 fin-prestamos-menu value "S".
       01  fecha.
           03 anio pic 9999.
           03 mes pic 99.
           03 dia pic 99.
       01  fecha-num redefines fecha pic 9(8).
       01  ws-periodo-cerrado pic x value "N".
           88 periodo-cerrado value "S".
      *****************************************************************
      ************************** PARAMETROS ***************************
      *****************************************************************
       01  ws-tasa-prestamo pic 9(7)v99 value zero.
       01  ws-max-cuotas  pic 9(3) value 120.
      *****************************************************************
      ************************** PRESTAMO *****************************
      *****************************************************************
       01  ws-socio-pre   pic 9(6).
       01  ws-socio-valido pic x value "N".
           88 socio-valido value "S".
       01  ws-tiene-mora  pic x value "N".
           88 tiene-mora value "S".
       01  ws-capital-ing pic 9(7)v99.
       01  ws-cuotas-ing  pic 9(3).
       01  ws-primer-vto.
           03 ws-pvt-dia  pic 99.
           03 ws-pvt-mes  pic 99.
           03 ws-pvt-anio pic 9999.
       01  ws-primer-vto-num pic 9(8).
       01  ws-fecha-valida pic x value "N".
           88 fecha-valida value "S".
       01  ws-cronograma-ok pic x value "N".
           88 cronograma-ok value "S".
       01  ws-tasa-mensual pic 9v9(9).
       01  ws-factor      pic 9(9)v9(9).
       01  ws-factor-cuota pic 9(9)v9(9).
       01  ws-cuota-fija  pic 9(7)v99.
       01  ws-saldo-cronograma pic 9(7)v99.
       01  ws-total-intereses pic 9(9)v99.
       01  ws-meses       pic 9(4).
       01  posC           pic 999.
       01  tab-cronograma.
           03 vec-cuota occurs 120 times.
               05 cro-fecha-vto pic 9(8).
               05 cro-capital   pic 9(7)v99.
               05 cro-interes   pic 9(7)v99.
               05 cro-importe   pic 9(7)v99.
               05 cro-saldo     pic 9(7)v99.
       01  ws-saldo-actual pic s9(9)v99.
       01  ws-disponible-actual pic s9(9)v99.
       01  ws-saldo-existe pic x value "N".
           88 saldo-existe value "S".
       01  ws-confirma    pic x value "N".
       01  ws-pre-grabado pic x value "N".
           88 pre-grabado value "S".
       01  ws-pre-encontrado pic x value "N".
           88 pre-encontrado value "S".
       01  ws-fin-prestamos pic x value "N".
           88 fin-prestamos value "S".
       01  ws-fin-cuotas  pic x value "N".
           88 fin-cuotas value "S".
       01  ws-cant-listados pic 9(4).
       01  ws-cant-cuotas-err pic 9(3).
       01  ws-fecha-busq.
           03 ws-busq-dia  pic 99.
           03 ws-busq-mes  pic 99.
           03 ws-busq-anio pic 9999.
       01  ws-secuencia-busq pic 9(4).
       01  ws-cant-otorgados pic 9(5) value zero.
      * movimiento a grabar en el historial
       01  ws-mov-tipo    pic x.
       01  ws-mov-importe pic s9(7)v99.
       01  ws-trans-grabada pic x value "N".
           88 trans-grabada value "S".
       01  ws-valor-ant   pic x(31).
       01  ws-valor-nvo   pic x(31).
       01  ws-importe-edit pic zzzzzz9,99.
       01  ws-capital-edit pic zzzzzz9,99.
       01  ws-interes-edit pic zzzzzz9,99.
       01  ws-saldo-edit  pic -zzz.zzz.zz9,99.
       01  ws-tasa-edit   pic zz9,99.
       01  ws-estado-rotulo pic x(10).
      *****************************************************************
      ***************************** FECHAS ****************************
      *****************************************************************
       01  ws-fecha-calc.
           03 ws-calc-anio pic 9999.
           03 ws-calc-mes  pic 99.
           03 ws-calc-dia  pic 99.
       01  ws-fecha-calc-num redefines ws-fecha-calc pic 9(8).
       01  ws-ultimo-dia pic 99.
       01  ws-cociente pic 9(4).
       01  ws-resto pic 9(4).
       01  dias-del-mes.
           03 filler pic 99 value 31.
           03 filler pic 99 value 28.
           03 filler pic 99 value 31.
           03 filler pic 99 value 30.
           03 filler pic 99 value 31.
           03 filler pic 99 value 30.
           03 filler pic 99 value 31.
           03 filler pic 99 value 31.
           03 filler pic 99 value 30.
           03 filler pic 99 value 31.
           03 filler pic 99 value 30.
           03 filler pic 99 value 31.
       01  tab-dias-mes redefines dias-del-mes.
           03 vec-dias-mes pic 99 occurs 12 times.

      *****************************************************************
      ******************* IDENTIFICACION OPERADOR *********************
      *****************************************************************
       01  ws-fs-operadores pic xx value spaces.
       01  ws-programa-acceso pic x(31) value "PRESTAMOS".
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
               IF archivos-ok
                   PERFORM UNTIL fin-prestamos-menu
                       PERFORM 200-MUESTRO-MENU
                       PERFORM 210-PROCESO-OPCION
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
           PERFORM 110-LEO-PARAMETROS.
           PERFORM 120-CONTROLO-PERIODO.
           OPEN I-O PRESTAMOS-FILE.
           IF ws-fs-prestamos = "35"
               OPEN OUTPUT PRESTAMOS-FILE
               CLOSE PRESTAMOS-FILE
               OPEN I-O PRESTAMOS-FILE
           END-IF.
           IF ws-fs-prestamos NOT = "00"
               DISPLAY "No se pudo abrir el archivo de prestamos: "
                   ws-fs-prestamos
               MOVE "N" TO ws-archivos-ok
           END-IF.
           OPEN I-O CUOTAS-FILE.
           IF ws-fs-cuotas = "35"
               OPEN OUTPUT CUOTAS-FILE
               CLOSE CUOTAS-FILE
               OPEN I-O CUOTAS-FILE
           END-IF.
           IF ws-fs-cuotas NOT = "00"
               DISPLAY "No se pudo abrir el archivo de cuotas: "
                   ws-fs-cuotas
               MOVE "N" TO ws-archivos-ok
           END-IF.
           OPEN I-O SUC-TRANS-FILE.
           IF ws-fs-suctrans NOT = "00"
               DISPLAY "No se pudo abrir el historial de "
                   "transferencias: ", ws-fs-suctrans
               MOVE "N" TO ws-archivos-ok
           END-IF.
           OPEN I-O SALDOS-FILE.
           IF ws-fs-saldos NOT = "00"
               DISPLAY "No se pudo abrir el archivo de saldos: "
                   ws-fs-saldos
               MOVE "N" TO ws-archivos-ok
           END-IF.
           OPEN INPUT SOCIOS-MASTER.
           IF ws-fs-socios NOT = "00"
               DISPLAY "No se pudo abrir el padron de socios: "
                   ws-fs-socios
               MOVE "N" TO ws-archivos-ok
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF ws-fs-audit = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF ws-fs-audit NOT = "00"
               DISPLAY "No se pudo abrir la pista de auditoria: "
                   ws-fs-audit
               DISPLAY "Sin pista de auditoria no se otorgan prestamos"
               MOVE "N" TO ws-archivos-ok
           END-IF.

       110-LEO-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE.
           IF ws-fs-parametros NOT = "00"
               DISPLAY "No se pudo abrir el archivo de parametros: "
                   ws-fs-parametros
           ELSE
               PERFORM UNTIL ws-fs-parametros = "10"
                   READ PARAMETROS-FILE
                       AT END MOVE "10" TO ws-fs-parametros
                       NOT AT END
                           IF par-clave = "TASA-PRESTAMO"
                               MOVE par-importe TO ws-tasa-prestamo
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS-FILE
           END-IF.
           IF ws-tasa-prestamo = 0
               DISPLAY "Sin parametro TASA-PRESTAMO en ",
                   "PARAMETROS.DAT: no se otorgan prestamos"
           END-IF.

      * Igual que la anulacion: con el periodo del dia cerrado en
      * PERIODOS.DAT no se graban movimientos; sin archivo de
      * periodos no hay control.
       120-CONTROLO-PERIODO.
           MOVE "N" TO ws-periodo-cerrado.
           OPEN INPUT PERIODOS-FILE.
           IF ws-fs-periodos NOT = "00"
               DISPLAY "Sin archivo de periodos: control de ",
                   "periodo cerrado desactivado"
           ELSE
               MOVE anio TO per-anio
               MOVE mes TO per-mes
               READ PERIODOS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF per-cerrado
                           MOVE "S" TO ws-periodo-cerrado
                       END-IF
               END-READ
               CLOSE PERIODOS-FILE
           END-IF.
           IF periodo-cerrado
               DISPLAY "El periodo del dia (", anio, "/", mes,
                   ") esta cerrado: solo se consultan prestamos"
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
               DISPLAY "Los prestamos los operan cajeros y ",
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

       200-MUESTRO-MENU.
           DISPLAY " ".
           DISPLAY "PRESTAMOS A SOCIOS - SUCURSAL ", ws-suc-operador.
           DISPLAY "1 - Otorgar prestamo".
           DISPLAY "2 - Consultar prestamos de un socio".
           DISPLAY "0 - Salir".
           ACCEPT ws-opcion.

       210-PROCESO-OPCION.
           EVALUATE ws-opcion
               WHEN "1" PERFORM 300-OTORGO-PRESTAMO
               WHEN "2" PERFORM 600-CONSULTO-PRESTAMOS
               WHEN "0" MOVE "S" TO ws-fin-prestamos-menu
               WHEN OTHER DISPLAY "Opcion invalida"
           END-EVALUATE.

      *****************************************************************
      ************************ OTORGAMIENTO ***************************
      *****************************************************************
       300-OTORGO-PRESTAMO.
           IF periodo-cerrado
               DISPLAY "Periodo cerrado: no se otorgan prestamos"
           ELSE
               IF ws-tasa-prestamo = 0
                   DISPLAY "Sin tasa vigente (TASA-PRESTAMO): no se ",
                       "otorgan prestamos"
               ELSE
                   PERFORM 310-PIDO-SOCIO
                   IF socio-valido
                       PERFORM 315-CONTROLO-MORA
                   END-IF
                   IF socio-valido
                       PERFORM 320-PIDO-CONDICIONES
                       PERFORM 340-CALCULO-CRONOGRAMA
                       IF cronograma-ok
                           PERFORM 350-MUESTRO-CRONOGRAMA
                           DISPLAY "Confirma el otorgamiento (S/N)?"
                           ACCEPT ws-confirma
                           IF ws-confirma = "S" OR ws-confirma = "s"
                               PERFORM 360-REGISTRO-OTORGAMIENTO
                           ELSE
                               DISPLAY "Otorgamiento cancelado"
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       310-PIDO-SOCIO.
           MOVE "N" TO ws-socio-valido.
           DISPLAY "Socio:".
           ACCEPT ws-socio-pre.
           MOVE ws-socio-pre TO soc-codigo.
           READ SOCIOS-MASTER
               INVALID KEY
                   DISPLAY "Socio inexistente en el padron"
               NOT INVALID KEY
                   IF soc-activo
                       MOVE "S" TO ws-socio-valido
                       DISPLAY "Nombre:    ", soc-nombre
                   ELSE
                       DISPLAY "El socio no esta activo: ",
                           soc-estado
                   END-IF
           END-READ.

      * Las cuotas estan indexadas por socio + prestamo + numero: se
      * recorren las del socio buscando alguna en mora.
       315-CONTROLO-MORA.
           MOVE "N" TO ws-tiene-mora.
           MOVE "N" TO ws-fin-cuotas.
           MOVE ws-socio-pre TO cuo-socio.
           MOVE ZERO TO cuo-fecha-otorg.
           MOVE ZERO TO cuo-secuencia.
           MOVE ZERO TO cuo-numero.
           START CUOTAS-FILE KEY NOT < cuo-clave
               INVALID KEY MOVE "S" TO ws-fin-cuotas
           END-START.
           PERFORM UNTIL fin-cuotas OR tiene-mora
               READ CUOTAS-FILE NEXT RECORD
                   AT END MOVE "S" TO ws-fin-cuotas
                   NOT AT END
                       IF cuo-socio NOT = ws-socio-pre
                           MOVE "S" TO ws-fin-cuotas
                       ELSE
                           IF cuo-en-mora
                               MOVE "S" TO ws-tiene-mora
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF tiene-mora
               DISPLAY "El socio tiene cuotas en mora: no se le ",
                   "otorga otro prestamo"
               MOVE "N" TO ws-socio-valido
           END-IF.

       320-PIDO-CONDICIONES.
           DISPLAY "Capital del prestamo:".
           ACCEPT ws-capital-ing.
           PERFORM UNTIL ws-capital-ing > 0
               DISPLAY "El capital debe ser mayor que cero. Capital:"
               ACCEPT ws-capital-ing
           END-PERFORM.
           DISPLAY "Cantidad de cuotas (1 a ", ws-max-cuotas, "):".
           ACCEPT ws-cuotas-ing.
           PERFORM UNTIL ws-cuotas-ing > 0
                   AND ws-cuotas-ing <= ws-max-cuotas
               DISPLAY "Cantidad invalida. Cantidad de cuotas (1 a ",
                   ws-max-cuotas, "):"
               ACCEPT ws-cuotas-ing
           END-PERFORM.
           PERFORM 325-PIDO-PRIMER-VTO.
           PERFORM UNTIL fecha-valida
               PERFORM 325-PIDO-PRIMER-VTO
           END-PERFORM.

      * El primer vencimiento es una fecha posterior al dia.
       325-PIDO-PRIMER-VTO.
           MOVE "N" TO ws-fecha-valida.
           DISPLAY "Primer vencimiento (DDMMAAAA):".
           ACCEPT ws-primer-vto.
           IF ws-pvt-mes > 0 AND ws-pvt-mes < 13
               MOVE ws-pvt-anio TO ws-calc-anio
               MOVE ws-pvt-mes TO ws-calc-mes
               MOVE ws-pvt-dia TO ws-calc-dia
               PERFORM 715-CALCULO-ULTIMO-DIA
               IF ws-pvt-dia > 0 AND ws-pvt-dia <= ws-ultimo-dia
                   IF ws-fecha-calc-num > fecha-num
                       MOVE "S" TO ws-fecha-valida
                       MOVE ws-fecha-calc-num TO ws-primer-vto-num
                   ELSE
                       DISPLAY "El primer vencimiento debe ser ",
                           "posterior al dia"
                   END-IF
               ELSE
                   DISPLAY "Fecha invalida"
               END-IF
           ELSE
               DISPLAY "Fecha invalida"
           END-IF.

      * Sistema frances: cuota = capital * i * (1+i)^n / ((1+i)^n - 1)
      * con i la tasa mensual (nominal anual / 12). Cada cuota paga
      * el interes del mes sobre el saldo y amortiza el resto; la
      * ultima cancela el saldo que quede por redondeo.
       340-CALCULO-CRONOGRAMA.
           MOVE "S" TO ws-cronograma-ok.
           COMPUTE ws-tasa-mensual = ws-tasa-prestamo / 1200.
           COMPUTE ws-factor = (1 + ws-tasa-mensual) ** ws-cuotas-ing
               ON SIZE ERROR
                   MOVE "N" TO ws-cronograma-ok
           END-COMPUTE.
           IF cronograma-ok
               COMPUTE ws-factor-cuota = ws-tasa-mensual * ws-factor
               COMPUTE ws-cuota-fija ROUNDED = ws-capital-ing
                   * ws-factor-cuota / (ws-factor - 1)
                   ON SIZE ERROR
                       MOVE "N" TO ws-cronograma-ok
               END-COMPUTE
           END-IF.
           IF NOT cronograma-ok
               DISPLAY "Tasa y cantidad de cuotas fuera de rango: no ",
                   "se puede calcular la cuota"
           ELSE
               MOVE ws-capital-ing TO ws-saldo-cronograma
               MOVE ZERO TO ws-total-intereses
               PERFORM VARYING posC FROM 1 BY 1
                       UNTIL posC > ws-cuotas-ing
                   PERFORM 345-ARMO-CUOTA
               END-PERFORM
           END-IF.

       345-ARMO-CUOTA.
           COMPUTE cro-interes(posC) ROUNDED =
               ws-saldo-cronograma * ws-tasa-mensual.
           IF posC = ws-cuotas-ing
               MOVE ws-saldo-cronograma TO cro-capital(posC)
               COMPUTE cro-importe(posC) =
                   cro-capital(posC) + cro-interes(posC)
           ELSE
               COMPUTE cro-capital(posC) =
                   ws-cuota-fija - cro-interes(posC)
               MOVE ws-cuota-fija TO cro-importe(posC)
           END-IF.
           SUBTRACT cro-capital(posC) FROM ws-saldo-cronograma.
           MOVE ws-saldo-cronograma TO cro-saldo(posC).
           ADD cro-interes(posC) TO ws-total-intereses.
           PERFORM 346-CALCULO-VENCIMIENTO.
           MOVE ws-fecha-calc-num TO cro-fecha-vto(posC).

      * Vencimiento de la cuota posC: el primer vencimiento mas
      * posC - 1 meses, el mismo dia o el ultimo del mes.
       346-CALCULO-VENCIMIENTO.
           COMPUTE ws-meses = ws-pvt-mes - 1 + posC - 1.
           DIVIDE ws-meses BY 12 GIVING ws-cociente
               REMAINDER ws-resto.
           COMPUTE ws-calc-anio = ws-pvt-anio + ws-cociente.
           COMPUTE ws-calc-mes = ws-resto + 1.
           PERFORM 715-CALCULO-ULTIMO-DIA.
           IF ws-pvt-dia > ws-ultimo-dia
               MOVE ws-ultimo-dia TO ws-calc-dia
           ELSE
               MOVE ws-pvt-dia TO ws-calc-dia
           END-IF.

       350-MUESTRO-CRONOGRAMA.
           MOVE ws-capital-ing TO ws-importe-edit.
           DISPLAY "Capital:     ", ws-importe-edit.
           MOVE ws-tasa-prestamo TO ws-tasa-edit.
           DISPLAY "Tasa anual:  ", ws-tasa-edit, " %".
           DISPLAY "Cuotas:      ", ws-cuotas-ing.
           MOVE ws-cuota-fija TO ws-importe-edit.
           DISPLAY "Cuota:       ", ws-importe-edit.
           DISPLAY "NRO  VENCIMIENTO    CAPITAL    INTERES      ",
               "CUOTA      SALDO".
           PERFORM VARYING posC FROM 1 BY 1
                   UNTIL posC > ws-cuotas-ing
               PERFORM 355-MUESTRO-CUOTA
           END-PERFORM.
           MOVE ws-total-intereses TO ws-importe-edit.
           DISPLAY "Total de intereses: ", ws-importe-edit.

       355-MUESTRO-CUOTA.
           MOVE cro-fecha-vto(posC) TO ws-fecha-calc-num.
           MOVE cro-capital(posC) TO ws-capital-edit.
           MOVE cro-interes(posC) TO ws-interes-edit.
           MOVE cro-importe(posC) TO ws-importe-edit.
           MOVE cro-saldo(posC) TO ws-saldo-edit.
           DISPLAY posC, "  ", ws-calc-dia, "/", ws-calc-mes, "/",
               ws-calc-anio, " ", ws-capital-edit, " ",
               ws-interes-edit, " ", ws-importe-edit, " ",
               ws-saldo-edit.

      * Primero el prestamo y su cronograma (la clave del prestamo es
      * la referencia del movimiento), despues la acreditacion en la
      * caja de ahorro.
      * Con el cronograma incompleto no se desembolsa: el prestamo y
      * las cuotas grabadas se borran. Lo mismo si falta el
      * movimiento "P": el capital no llego al saldo del socio y no
      * deben quedar cuotas por cobrar.
       360-REGISTRO-OTORGAMIENTO.
           PERFORM 365-GRABO-PRESTAMO.
           IF pre-grabado
               PERFORM 370-GRABO-CUOTAS
               IF ws-cant-cuotas-err > 0
                   PERFORM 366-BORRO-PRESTAMO
               ELSE
                   MOVE "P" TO ws-mov-tipo
                   MOVE pre-capital TO ws-mov-importe
                   PERFORM 700-GRABO-MOVIMIENTO
                   IF trans-grabada
                       PERFORM 720-ACTUALIZO-SALDO
                       MOVE "OTORG" TO aud-operacion
                       MOVE spaces TO ws-valor-ant
                       PERFORM 380-ARMO-VALOR-PRESTAMO
                       MOVE ws-valor-ant TO ws-valor-nvo
                       MOVE spaces TO ws-valor-ant
                       PERFORM 390-GRABO-AUDITORIA
                       ADD 1 TO ws-cant-otorgados
                       DISPLAY "Prestamo otorgado: socio ", pre-socio,
                           " fecha ", pre-otg-dia, "/", pre-otg-mes,
                           "/", pre-otg-anio, " secuencia ",
                           pre-secuencia
                   ELSE
                       PERFORM 366-BORRO-PRESTAMO
                   END-IF
               END-IF
           END-IF.

       366-BORRO-PRESTAMO.
           MOVE ZERO TO ws-cant-cuotas-err.
           PERFORM VARYING posC FROM 1 BY 1
                   UNTIL posC > pre-cant-cuotas
               PERFORM 367-BORRO-CUOTA
           END-PERFORM.
           DELETE PRESTAMOS-FILE RECORD.
           IF ws-fs-prestamos = "00" AND ws-cant-cuotas-err = 0
               DISPLAY "Prestamo no otorgado: se borro con su ",
                   "cronograma; repetir la operacion"
           ELSE
               DISPLAY "Atencion: no se pudo borrar el prestamo ",
                   pre-fecha-otorg, "-", pre-secuencia, " del socio ",
                   pre-socio, " (", ws-fs-prestamos, ") o ",
                   ws-cant-cuotas-err, " cuota(s) de su cronograma"
               DISPLAY "El capital no se acredito; verificar ",
                   "PRESTAMOS.DAT y CUOTAS.DAT."
           END-IF.

      * Las cuotas que no llegaron a grabarse no se cuentan como
      * error al borrar.
       367-BORRO-CUOTA.
           MOVE pre-socio TO cuo-socio.
           MOVE pre-fecha-otorg TO cuo-fecha-otorg.
           MOVE pre-secuencia TO cuo-secuencia.
           MOVE posC TO cuo-numero.
           DELETE CUOTAS-FILE RECORD
               INVALID KEY
                   IF ws-fs-cuotas NOT = "23"
                       ADD 1 TO ws-cant-cuotas-err
                   END-IF
           END-DELETE.

       365-GRABO-PRESTAMO.
           MOVE ws-socio-pre TO pre-socio.
           MOVE fecha TO pre-fecha-otorg.
           MOVE 1 TO pre-secuencia.
           MOVE ws-suc-operador TO pre-sucursal.
           MOVE ws-capital-ing TO pre-capital.
           MOVE ws-tasa-prestamo TO pre-tasa.
           MOVE ws-cuotas-ing TO pre-cant-cuotas.
           MOVE ws-primer-vto-num TO pre-fecha-primer-vto.
           MOVE ws-cuota-fija TO pre-importe-cuota.
           MOVE "V" TO pre-estado.
           MOVE ZERO TO pre-cuotas-pagadas.
           MOVE ws-capital-ing TO pre-saldo-capital.
           MOVE ZERO TO pre-fecha-cancelacion.
           MOVE ws-operador TO pre-operador.
           MOVE spaces TO pre-reserva.
           MOVE "N" TO ws-pre-grabado.
           PERFORM UNTIL pre-grabado OR pre-secuencia = 9999
               WRITE reg-prestamo
                   INVALID KEY ADD 1 TO pre-secuencia
                   NOT INVALID KEY MOVE "S" TO ws-pre-grabado
               END-WRITE
               IF NOT pre-grabado AND ws-fs-prestamos NOT = "22"
                   MOVE 9999 TO pre-secuencia
               END-IF
           END-PERFORM.
           IF NOT pre-grabado
               DISPLAY "No se pudo grabar el prestamo del socio ",
                   ws-socio-pre, ": ", ws-fs-prestamos
           END-IF.

       370-GRABO-CUOTAS.
           MOVE ZERO TO ws-cant-cuotas-err.
           PERFORM VARYING posC FROM 1 BY 1
                   UNTIL posC > pre-cant-cuotas
               PERFORM 375-GRABO-CUOTA
           END-PERFORM.
           IF ws-cant-cuotas-err > 0
               DISPLAY "Atencion: ", ws-cant-cuotas-err, " cuota(s) ",
                   "no se pudieron grabar en el cronograma"
           END-IF.

       375-GRABO-CUOTA.
           MOVE pre-socio TO cuo-socio.
           MOVE pre-fecha-otorg TO cuo-fecha-otorg.
           MOVE pre-secuencia TO cuo-secuencia.
           MOVE posC TO cuo-numero.
           MOVE pre-sucursal TO cuo-sucursal.
           MOVE cro-fecha-vto(posC) TO cuo-fecha-vto.
           MOVE cro-capital(posC) TO cuo-capital.
           MOVE cro-interes(posC) TO cuo-interes.
           MOVE cro-importe(posC) TO cuo-importe.
           MOVE cro-saldo(posC) TO cuo-saldo-capital.
           MOVE "P" TO cuo-estado.
           MOVE ZERO TO cuo-fecha-cobro.
           MOVE spaces TO cuo-reserva.
           WRITE reg-cuota
               INVALID KEY CONTINUE
           END-WRITE.
           IF ws-fs-cuotas NOT = "00"
               ADD 1 TO ws-cant-cuotas-err
           END-IF.

      * Imagen del prestamo para la auditoria: clave, capital y
      * cantidad de cuotas.
       380-ARMO-VALOR-PRESTAMO.
           MOVE pre-capital TO ws-importe-edit.
           STRING pre-fecha-otorg DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               pre-secuencia DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-importe-edit DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               pre-cant-cuotas DELIMITED BY SIZE
               INTO ws-valor-ant
           END-STRING.

       390-GRABO-AUDITORIA.
           ACCEPT aud-fecha FROM DATE YYYYMMDD.
           ACCEPT aud-hora FROM TIME.
           MOVE ws-operador TO aud-operador.
           MOVE "PRESTAMOS" TO aud-archivo.
           MOVE pre-socio TO aud-clave.
           MOVE ws-valor-ant TO aud-valor-ant.
           MOVE ws-valor-nvo TO aud-valor-nvo.
           WRITE reg-auditoria.

      *****************************************************************
      **************************** CONSULTA ***************************
      *****************************************************************
       600-CONSULTO-PRESTAMOS.
           DISPLAY "Socio:".
           ACCEPT ws-socio-pre.
           PERFORM 610-LISTO-PRESTAMOS-SOCIO.
           IF ws-cant-listados > 0
               PERFORM 630-LEO-PRESTAMO
               IF pre-encontrado
                   PERFORM 640-LISTO-CUOTAS
               END-IF
           END-IF.

       610-LISTO-PRESTAMOS-SOCIO.
           MOVE ZERO TO ws-cant-listados.
           MOVE "N" TO ws-fin-prestamos.
           MOVE ws-socio-pre TO pre-socio.
           MOVE ZERO TO pre-fecha-otorg.
           MOVE ZERO TO pre-secuencia.
           START PRESTAMOS-FILE KEY NOT < pre-clave
               INVALID KEY MOVE "S" TO ws-fin-prestamos
           END-START.
           PERFORM UNTIL fin-prestamos
               READ PRESTAMOS-FILE NEXT RECORD
                   AT END MOVE "S" TO ws-fin-prestamos
                   NOT AT END
                       IF pre-socio = ws-socio-pre
                           PERFORM 620-MUESTRO-PRESTAMO
                       ELSE
                           MOVE "S" TO ws-fin-prestamos
                       END-IF
               END-READ
           END-PERFORM.
           IF ws-cant-listados = 0
               DISPLAY "El socio no tiene prestamos"
           END-IF.

       620-MUESTRO-PRESTAMO.
           ADD 1 TO ws-cant-listados.
           EVALUATE TRUE
               WHEN pre-vigente MOVE "VIGENTE" TO ws-estado-rotulo
               WHEN pre-cancelado MOVE "CANCELADO" TO ws-estado-rotulo
               WHEN OTHER MOVE pre-estado TO ws-estado-rotulo
           END-EVALUATE.
           MOVE pre-capital TO ws-importe-edit.
           MOVE pre-tasa TO ws-tasa-edit.
           MOVE pre-saldo-capital TO ws-capital-edit.
           DISPLAY pre-otg-dia, "/", pre-otg-mes, "/", pre-otg-anio,
               "-", pre-secuencia, " suc ", pre-sucursal,
               " cap ", ws-importe-edit, " tasa ", ws-tasa-edit,
               " cuotas ", pre-cuotas-pagadas, "/", pre-cant-cuotas,
               " saldo ", ws-capital-edit, " ", ws-estado-rotulo.

       630-LEO-PRESTAMO.
           MOVE "N" TO ws-pre-encontrado.
           DISPLAY "Fecha de otorgamiento del prestamo a detallar ",
               "(DDMMAAAA, 0 = ninguno):".
           ACCEPT ws-fecha-busq.
           IF ws-fecha-busq NOT = ZERO
               DISPLAY "Secuencia:"
               ACCEPT ws-secuencia-busq
               MOVE ws-socio-pre TO pre-socio
               MOVE ws-busq-anio TO pre-otg-anio
               MOVE ws-busq-mes TO pre-otg-mes
               MOVE ws-busq-dia TO pre-otg-dia
               MOVE ws-secuencia-busq TO pre-secuencia
               READ PRESTAMOS-FILE
                   INVALID KEY
                       DISPLAY "Prestamo inexistente"
                   NOT INVALID KEY
                       MOVE "S" TO ws-pre-encontrado
               END-READ
           END-IF.

       640-LISTO-CUOTAS.
           MOVE "N" TO ws-fin-cuotas.
           MOVE pre-socio TO cuo-socio.
           MOVE pre-fecha-otorg TO cuo-fecha-otorg.
           MOVE pre-secuencia TO cuo-secuencia.
           MOVE ZERO TO cuo-numero.
           START CUOTAS-FILE KEY NOT < cuo-clave
               INVALID KEY MOVE "S" TO ws-fin-cuotas
           END-START.
           DISPLAY "NRO  VENCIMIENTO    CAPITAL    INTERES      ",
               "CUOTA ESTADO".
           PERFORM UNTIL fin-cuotas
               READ CUOTAS-FILE NEXT RECORD
                   AT END MOVE "S" TO ws-fin-cuotas
                   NOT AT END
                       IF cuo-socio = pre-socio
                               AND cuo-fecha-otorg = pre-fecha-otorg
                               AND cuo-secuencia = pre-secuencia
                           PERFORM 650-MUESTRO-CUOTA-GRABADA
                       ELSE
                           MOVE "S" TO ws-fin-cuotas
                       END-IF
               END-READ
           END-PERFORM.

       650-MUESTRO-CUOTA-GRABADA.
           EVALUATE TRUE
               WHEN cuo-pendiente MOVE "PENDIENTE" TO ws-estado-rotulo
               WHEN cuo-en-mora MOVE "EN MORA" TO ws-estado-rotulo
               WHEN cuo-cobrada MOVE "COBRADA" TO ws-estado-rotulo
               WHEN OTHER MOVE cuo-estado TO ws-estado-rotulo
           END-EVALUATE.
           MOVE cuo-capital TO ws-capital-edit.
           MOVE cuo-interes TO ws-interes-edit.
           MOVE cuo-importe TO ws-importe-edit.
           DISPLAY cuo-numero, "  ", cuo-vto-dia, "/", cuo-vto-mes,
               "/", cuo-vto-anio, " ", ws-capital-edit, " ",
               ws-interes-edit, " ", ws-importe-edit, " ",
               ws-estado-rotulo.

      *****************************************************************
      ******************* MOVIMIENTOS Y SALDOS ************************
      *****************************************************************
      * Movimiento del prestamo en el historial, con fecha del dia; la
      * referencia apunta al prestamo (fecha de otorgamiento y
      * secuencia). La secuencia arranca en 1 y se incrementa si la
      * clave ya existe.
       700-GRABO-MOVIMIENTO.
           MOVE pre-socio TO rst-socio.
           MOVE anio TO rst-anio.
           MOVE mes TO rst-mes.
           MOVE dia TO rst-dia.
           MOVE 1 TO rst-secuencia.
           MOVE pre-sucursal TO rst-sucursal.
           MOVE ws-mov-importe TO rst-importe.
           MOVE ws-mov-tipo TO rst-tipo.
           MOVE spaces TO rst-suc-destino.
           MOVE ZERO TO rst-socio-contra.
           MOVE ws-operador TO rst-operador.
           MOVE space TO rst-marca-anulado.
           MOVE space TO rst-tipo-orig.
           MOVE pre-fecha-otorg TO rst-ref-fecha.
           MOVE pre-secuencia TO rst-ref-secuencia.
           MOVE spaces TO rst-reserva.
           MOVE "ARS" TO rst-moneda.
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
               DISPLAY "No se pudo grabar el movimiento ", ws-mov-tipo,
                   " del socio ", pre-socio, ": ", ws-fs-suctrans
           END-IF.

       715-CALCULO-ULTIMO-DIA.
           MOVE vec-dias-mes(ws-calc-mes) TO ws-ultimo-dia.
           IF ws-calc-mes = 2
               DIVIDE ws-calc-anio BY 4 GIVING ws-cociente
                   REMAINDER ws-resto
               IF ws-resto = 0
                   DIVIDE ws-calc-anio BY 100 GIVING ws-cociente
                       REMAINDER ws-resto
                   IF ws-resto NOT = 0
                       MOVE 29 TO ws-ultimo-dia
                   ELSE
                       DIVIDE ws-calc-anio BY 400 GIVING ws-cociente
                           REMAINDER ws-resto
                       IF ws-resto = 0
                           MOVE 29 TO ws-ultimo-dia
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * ws-mov-importe con signo: positivo acredita, negativo debita.
       720-ACTUALIZO-SALDO.
           MOVE pre-socio TO sal-socio.
           MOVE "ARS" TO sal-moneda.
           MOVE ZERO TO ws-saldo-actual.
           MOVE ZERO TO ws-disponible-actual.
           MOVE "N" TO ws-saldo-existe.
           READ SALDOS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE sal-saldo TO ws-saldo-actual
                   MOVE sal-disponible TO ws-disponible-actual
                   MOVE "S" TO ws-saldo-existe
           END-READ.
           MOVE pre-socio TO sal-socio.
           MOVE "ARS" TO sal-moneda.
           COMPUTE sal-saldo = ws-saldo-actual + ws-mov-importe.
           COMPUTE sal-disponible =
               ws-disponible-actual + ws-mov-importe.
           IF saldo-existe
               REWRITE reg-saldo
           ELSE
               WRITE reg-saldo
           END-IF.
           IF ws-fs-saldos NOT = "00"
               DISPLAY "Atencion: no se pudo actualizar el saldo ",
                   "del socio ", sal-socio, ": ", ws-fs-saldos
           END-IF.

       400-FIN.
           CLOSE PRESTAMOS-FILE.
           CLOSE CUOTAS-FILE.
           CLOSE SUC-TRANS-FILE.
           CLOSE SALDOS-FILE.
           CLOSE SOCIOS-MASTER.
           CLOSE AUDIT-FILE.
           DISPLAY "Prestamos otorgados: ", ws-cant-otorgados.

       END PROGRAM PRESTAMOS.
