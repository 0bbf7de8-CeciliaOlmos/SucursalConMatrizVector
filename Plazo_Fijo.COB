      ******************************************************************
      * Author:
      * Date:
      * Purpose: Plazos fijos de socios. Constitucion y cancelacion
      *          anticipada de depositos a plazo fijo (PLAZOFIJO.DAT),
      *          con sus movimientos en el historial (SUCTRANS.DAT) y
      *          el impacto en la caja de ahorro (SALDOS.DAT):
      *
      *          Constitucion: el capital sale de la caja de ahorro
      *          del socio con un movimiento tipo "F". La tasa es la
      *          tasa nominal anual vigente (parametro TASA-PLAZO de
      *          PARAMETROS.DAT); el vencimiento es la fecha del dia
      *          mas el plazo en dias, y el interes se calcula sobre
      *          ese plazo (capital * tasa * dias / 36500). El socio
      *          elige si el plazo fijo se renueva solo al vencer.
      *
      *          Cancelacion anticipada: se devuelve el capital (tipo
      *          "V") y el interes devengado hasta el dia (tipo "G"),
      *          y se cobra la penalidad (tipo "M"), un porcentaje del
      *          capital (parametro PENAL-PLAZO).
      *
      *          El pago al vencimiento y la renovacion los hace la
      *          corrida diaria de vencimientos de plazos fijos. Los
      *          movimientos de plazo fijo llevan en la referencia la
      *          clave del plazo fijo (fecha de constitucion y
      *          secuencia) y no se anulan: se cancelan.
      *
      *          No se opera si el periodo del dia esta cerrado en
      *          PERIODOS.DAT. El operador se valida contra
      *          OPERADORES.DAT (cajeros y supervisores); el cajero
      *          opera solo con plazos fijos de su sucursal. Cada
      *          constitucion y cancelacion deja su linea en
      *          AUDITORIA.LOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAZO_FIJO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAZOS-FILE ASSIGN TO "PLAZOFIJO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pf-clave
               FILE STATUS IS ws-fs-plazos.
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
       FD  PLAZOS-FILE.
       01  reg-plazo.
           03 pf-clave.
               05 pf-socio     pic 9(6).
               05 pf-fecha-inicio.
                   07 pf-ini-anio pic 9999.
                   07 pf-ini-mes  pic 99.
                   07 pf-ini-dia  pic 99.
               05 pf-secuencia pic 9(4).
           03 pf-sucursal  pic x(3).
           03 pf-capital   pic 9(7)v99.
           03 pf-tasa      pic 9(3)v99.
           03 pf-plazo-dias pic 9(3).
           03 pf-fecha-vencimiento.
               05 pf-vto-anio pic 9999.
               05 pf-vto-mes  pic 99.
               05 pf-vto-dia  pic 99.
           03 pf-estado    pic x.
               88 pf-vigente   value "V".
               88 pf-pagado    value "P".
               88 pf-cancelado value "C".
               88 pf-renovado  value "R".
           03 pf-renovacion pic x.
               88 pf-renueva   value "S".
           03 pf-interes   pic 9(7)v99.
           03 pf-penalidad pic 9(7)v99.
           03 pf-fecha-cierre pic 9(8).
           03 pf-operador  pic x(8).
           03 pf-origen.
               05 pf-origen-fecha pic 9(8).
               05 pf-origen-secuencia pic 9(4).
           03 pf-reserva   pic x(26).

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
       01  ws-fs-plazos   pic xx value spaces.
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
       01  ws-fin-plazo-fijo pic x value "N".
           88 fin-plazo-fijo value "S".
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
       01  ws-tasa-plazo  pic 9(7)v99 value zero.
       01  ws-penal-plazo pic 9(7)v99 value zero.
       01  ws-plazo-minimo pic 9(3) value 30.
       01  ws-plazo-maximo pic 9(3) value 365.
      *****************************************************************
      ************************ PLAZO FIJO *****************************
      *****************************************************************
       01  ws-socio-pf    pic 9(6).
       01  ws-socio-valido pic x value "N".
           88 socio-valido value "S".
       01  ws-capital-ing pic 9(7)v99.
       01  ws-plazo-ing   pic 9(3).
       01  ws-renovacion-ing pic x.
       01  ws-saldo-actual pic s9(9)v99.
       01  ws-disponible-actual pic s9(9)v99.
       01  ws-saldo-existe pic x value "N".
           88 saldo-existe value "S".
       01  ws-saldo-suficiente pic x value "N".
           88 saldo-suficiente value "S".
       01  ws-interes     pic 9(7)v99.
       01  ws-penalidad   pic 9(7)v99.
       01  ws-dias-transcurridos pic 9(5).
       01  ws-confirma    pic x value "N".
       01  ws-pf-grabado  pic x value "N".
           88 pf-grabado value "S".
       01  ws-pf-encontrado pic x value "N".
           88 pf-encontrado value "S".
       01  ws-fin-plazos  pic x value "N".
           88 fin-plazos value "S".
       01  ws-cant-listados pic 9(4).
       01  ws-fecha-busq.
           03 ws-busq-dia  pic 99.
           03 ws-busq-mes  pic 99.
           03 ws-busq-anio pic 9999.
       01  ws-secuencia-busq pic 9(4).
       01  ws-cant-constituidos pic 9(5) value zero.
       01  ws-cant-cancelados pic 9(5) value zero.
      * movimiento a grabar en el historial
       01  ws-mov-tipo    pic x.
       01  ws-mov-importe pic s9(7)v99.
       01  ws-trans-grabada pic x value "N".
           88 trans-grabada value "S".
       01  ws-valor-ant   pic x(31).
       01  ws-valor-nvo   pic x(31).
       01  ws-importe-edit pic zzzzzz9,99.
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
       01  ws-programa-acceso pic x(31) value "PLAZO_FIJO".
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
                   PERFORM UNTIL fin-plazo-fijo
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
           OPEN I-O PLAZOS-FILE.
           IF ws-fs-plazos = "35"
               OPEN OUTPUT PLAZOS-FILE
               CLOSE PLAZOS-FILE
               OPEN I-O PLAZOS-FILE
           END-IF.
           IF ws-fs-plazos NOT = "00"
               DISPLAY "No se pudo abrir el archivo de plazos fijos: "
                   ws-fs-plazos
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
               DISPLAY "Sin pista de auditoria no se operan plazos ",
                   "fijos"
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
                           IF par-clave = "TASA-PLAZO"
                               MOVE par-importe TO ws-tasa-plazo
                           END-IF
                           IF par-clave = "PENAL-PLAZO"
                               MOVE par-importe TO ws-penal-plazo
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS-FILE
           END-IF.
           IF ws-tasa-plazo = 0
               DISPLAY "Sin parametro TASA-PLAZO en PARAMETROS.DAT: ",
                   "no se constituyen plazos fijos"
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
                   ") esta cerrado: solo se consultan plazos fijos"
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
               DISPLAY "Los plazos fijos los operan cajeros y ",
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
           DISPLAY "PLAZOS FIJOS - SUCURSAL ", ws-suc-operador.
           DISPLAY "1 - Constituir plazo fijo".
           DISPLAY "2 - Cancelacion anticipada".
           DISPLAY "3 - Consultar plazos fijos de un socio".
           DISPLAY "0 - Salir".
           ACCEPT ws-opcion.

       210-PROCESO-OPCION.
           EVALUATE ws-opcion
               WHEN "1" PERFORM 300-CONSTITUYO-PLAZO
               WHEN "2" PERFORM 500-CANCELO-PLAZO
               WHEN "3" PERFORM 600-CONSULTO-PLAZOS
               WHEN "0" MOVE "S" TO ws-fin-plazo-fijo
               WHEN OTHER DISPLAY "Opcion invalida"
           END-EVALUATE.

      *****************************************************************
      ************************* CONSTITUCION **************************
      *****************************************************************
       300-CONSTITUYO-PLAZO.
           IF periodo-cerrado
               DISPLAY "Periodo cerrado: no se constituyen plazos fijos"
           ELSE
               IF ws-tasa-plazo = 0
                   DISPLAY "Sin tasa vigente (TASA-PLAZO): no se ",
                       "constituyen plazos fijos"
               ELSE
                   PERFORM 310-PIDO-SOCIO
                   IF socio-valido
                       PERFORM 320-PIDO-CONDICIONES
                       PERFORM 330-CONTROLO-SALDO
                       IF saldo-suficiente
                           PERFORM 340-CALCULO-PLAZO
                           PERFORM 350-MUESTRO-CONSTITUCION
                           DISPLAY "Confirma la constitucion (S/N)?"
                           ACCEPT ws-confirma
                           IF ws-confirma = "S" OR ws-confirma = "s"
                               PERFORM 360-REGISTRO-CONSTITUCION
                           ELSE
                               DISPLAY "Constitucion cancelada"
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       310-PIDO-SOCIO.
           MOVE "N" TO ws-socio-valido.
           DISPLAY "Socio:".
           ACCEPT ws-socio-pf.
           MOVE ws-socio-pf TO soc-codigo.
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

       320-PIDO-CONDICIONES.
           DISPLAY "Capital a invertir:".
           ACCEPT ws-capital-ing.
           PERFORM UNTIL ws-capital-ing > 0
               DISPLAY "El capital debe ser mayor que cero. Capital:"
               ACCEPT ws-capital-ing
           END-PERFORM.
           DISPLAY "Plazo en dias (", ws-plazo-minimo, " a ",
               ws-plazo-maximo, "):".
           ACCEPT ws-plazo-ing.
           PERFORM UNTIL ws-plazo-ing >= ws-plazo-minimo
                   AND ws-plazo-ing <= ws-plazo-maximo
               DISPLAY "Plazo invalido. Plazo en dias (",
                   ws-plazo-minimo, " a ", ws-plazo-maximo, "):"
               ACCEPT ws-plazo-ing
           END-PERFORM.
           DISPLAY "Renovacion automatica al vencimiento (S/N):".
           ACCEPT ws-renovacion-ing.
           PERFORM UNTIL ws-renovacion-ing = "S"
                   OR ws-renovacion-ing = "N"
               DISPLAY "Responder S o N:"
               ACCEPT ws-renovacion-ing
           END-PERFORM.

      * El capital sale de la caja de ahorro: el saldo disponible
      * (sin cheques pendientes de compensacion) debe alcanzar.
       330-CONTROLO-SALDO.
           MOVE "N" TO ws-saldo-suficiente.
           MOVE ws-socio-pf TO sal-socio.
           MOVE "ARS" TO sal-moneda.
           MOVE ZERO TO ws-disponible-actual.
           READ SALDOS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE sal-disponible TO ws-disponible-actual
           END-READ.
           IF ws-disponible-actual < ws-capital-ing
               MOVE ws-disponible-actual TO ws-saldo-edit
               DISPLAY "Saldo insuficiente: el socio tiene ",
                   ws-saldo-edit
           ELSE
               MOVE "S" TO ws-saldo-suficiente
           END-IF.

      * Se arma el registro del plazo fijo: vencimiento = fecha del
      * dia mas el plazo; el interes es el de todo el plazo.
       340-CALCULO-PLAZO.
           MOVE ws-socio-pf TO pf-socio.
           MOVE fecha TO pf-fecha-inicio.
           MOVE 1 TO pf-secuencia.
           MOVE ws-suc-operador TO pf-sucursal.
           MOVE ws-capital-ing TO pf-capital.
           MOVE ws-tasa-plazo TO pf-tasa.
           MOVE ws-plazo-ing TO pf-plazo-dias.
           MOVE fecha TO ws-fecha-calc.
           PERFORM 710-SUMO-UN-DIA ws-plazo-ing TIMES.
           MOVE ws-fecha-calc TO pf-fecha-vencimiento.
           MOVE "V" TO pf-estado.
           MOVE ws-renovacion-ing TO pf-renovacion.
           COMPUTE pf-interes ROUNDED =
               pf-capital * pf-tasa * pf-plazo-dias / 36500.
           MOVE ZERO TO pf-penalidad.
           MOVE ZERO TO pf-fecha-cierre.
           MOVE ws-operador TO pf-operador.
           MOVE ZERO TO pf-origen.
           MOVE spaces TO pf-reserva.

       350-MUESTRO-CONSTITUCION.
           MOVE pf-capital TO ws-importe-edit.
           DISPLAY "Capital:     ", ws-importe-edit.
           MOVE pf-tasa TO ws-tasa-edit.
           DISPLAY "Tasa anual:  ", ws-tasa-edit, " %".
           DISPLAY "Plazo:       ", pf-plazo-dias, " dias".
           DISPLAY "Vencimiento: ", pf-vto-dia, "/", pf-vto-mes, "/",
               pf-vto-anio.
           MOVE pf-interes TO ws-importe-edit.
           DISPLAY "Interes:     ", ws-importe-edit.
           DISPLAY "Renovacion:  ", pf-renovacion.

      * Primero el plazo fijo (su clave es la referencia de los
      * movimientos), despues el debito en la caja de ahorro.
      * Sin el movimiento "F" el capital no salio del saldo: el plazo
      * recien grabado se borra para que no quede vigente.
       360-REGISTRO-CONSTITUCION.
           PERFORM 365-GRABO-PLAZO.
           IF pf-grabado
               MOVE "F" TO ws-mov-tipo
               MOVE pf-capital TO ws-mov-importe
               PERFORM 700-GRABO-MOVIMIENTO
               IF trans-grabada
                   COMPUTE ws-mov-importe = 0 - pf-capital
                   PERFORM 720-ACTUALIZO-SALDO
                   MOVE "CONST" TO aud-operacion
                   MOVE spaces TO ws-valor-ant
                   PERFORM 380-ARMO-VALOR-PLAZO
                   MOVE ws-valor-ant TO ws-valor-nvo
                   MOVE spaces TO ws-valor-ant
                   PERFORM 390-GRABO-AUDITORIA
                   ADD 1 TO ws-cant-constituidos
                   DISPLAY "Plazo fijo constituido: socio ", pf-socio,
                       " fecha ", pf-ini-dia, "/", pf-ini-mes, "/",
                       pf-ini-anio, " secuencia ", pf-secuencia
               ELSE
                   PERFORM 366-BORRO-PLAZO
               END-IF
           END-IF.

       365-GRABO-PLAZO.
           MOVE "N" TO ws-pf-grabado.
           PERFORM UNTIL pf-grabado OR pf-secuencia = 9999
               WRITE reg-plazo
                   INVALID KEY ADD 1 TO pf-secuencia
                   NOT INVALID KEY MOVE "S" TO ws-pf-grabado
               END-WRITE
               IF NOT pf-grabado AND ws-fs-plazos NOT = "22"
                   MOVE 9999 TO pf-secuencia
               END-IF
           END-PERFORM.
           IF NOT pf-grabado
               DISPLAY "No se pudo grabar el plazo fijo del socio ",
                   pf-socio, ": ", ws-fs-plazos
           END-IF.

       366-BORRO-PLAZO.
           DELETE PLAZOS-FILE RECORD.
           IF ws-fs-plazos = "00"
               DISPLAY "Plazo fijo no constituido: se repite la ",
                   "operacion cuando el historial este disponible"
           ELSE
               DISPLAY "Atencion: no se pudo borrar el plazo fijo ",
                   pf-fecha-inicio, "-", pf-secuencia, " del socio ",
                   pf-socio, ": ", ws-fs-plazos
               DISPLAY "Quedo vigente sin el debito del capital; ",
                   "verificar PLAZOFIJO.DAT."
           END-IF.

      * Imagen del plazo fijo para la auditoria: clave, capital y
      * estado.
       380-ARMO-VALOR-PLAZO.
           MOVE pf-capital TO ws-importe-edit.
           STRING pf-fecha-inicio DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               pf-secuencia DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-importe-edit DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               pf-estado DELIMITED BY SIZE
               INTO ws-valor-ant
           END-STRING.

       390-GRABO-AUDITORIA.
           ACCEPT aud-fecha FROM DATE YYYYMMDD.
           ACCEPT aud-hora FROM TIME.
           MOVE ws-operador TO aud-operador.
           MOVE "PLAZOFIJO" TO aud-archivo.
           MOVE pf-socio TO aud-clave.
           MOVE ws-valor-ant TO aud-valor-ant.
           MOVE ws-valor-nvo TO aud-valor-nvo.
           WRITE reg-auditoria.

      *****************************************************************
      ********************* CANCELACION ANTICIPADA ********************
      *****************************************************************
       500-CANCELO-PLAZO.
           IF periodo-cerrado
               DISPLAY "Periodo cerrado: no se cancelan plazos fijos"
           ELSE
               DISPLAY "Socio:"
               ACCEPT ws-socio-pf
               PERFORM 610-LISTO-PLAZOS-SOCIO
               IF ws-cant-listados > 0
                   PERFORM 510-LEO-PLAZO
                   IF pf-encontrado
                       PERFORM 520-CONTROLO-CANCELABLE
                   END-IF
                   IF pf-encontrado
                       PERFORM 530-CALCULO-CANCELACION
                       DISPLAY "Confirma la cancelacion (S/N)?"
                       ACCEPT ws-confirma
                       IF ws-confirma = "S" OR ws-confirma = "s"
                           PERFORM 540-REGISTRO-CANCELACION
                       ELSE
                           DISPLAY "Cancelacion desistida"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       510-LEO-PLAZO.
           MOVE "N" TO ws-pf-encontrado.
           DISPLAY "Fecha de constitucion (DDMMAAAA):".
           ACCEPT ws-fecha-busq.
           DISPLAY "Secuencia:".
           ACCEPT ws-secuencia-busq.
           MOVE ws-socio-pf TO pf-socio.
           MOVE ws-busq-anio TO pf-ini-anio.
           MOVE ws-busq-mes TO pf-ini-mes.
           MOVE ws-busq-dia TO pf-ini-dia.
           MOVE ws-secuencia-busq TO pf-secuencia.
           READ PLAZOS-FILE
               INVALID KEY
                   DISPLAY "Plazo fijo inexistente"
               NOT INVALID KEY
                   MOVE "S" TO ws-pf-encontrado
           END-READ.

      * Solo se cancela un plazo fijo vigente y no vencido (el
      * vencido lo paga la corrida de vencimientos); el cajero, solo
      * los de su sucursal.
       520-CONTROLO-CANCELABLE.
           EVALUATE TRUE
               WHEN NOT pf-vigente
                   DISPLAY "El plazo fijo no esta vigente"
                   MOVE "N" TO ws-pf-encontrado
               WHEN pf-fecha-vencimiento NOT > fecha
                   DISPLAY "El plazo fijo esta vencido: se paga en la ",
                       "corrida de vencimientos"
                   MOVE "N" TO ws-pf-encontrado
               WHEN rol-cajero AND pf-sucursal NOT = ws-suc-operador
                   DISPLAY "El plazo fijo es de la sucursal ",
                       pf-sucursal
                   MOVE "N" TO ws-pf-encontrado
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Interes devengado por los dias transcurridos a la tasa pactada
      * y penalidad sobre el capital; la penalidad nunca se lleva mas
      * que el capital y el interes.
       530-CALCULO-CANCELACION.
           MOVE ZERO TO ws-dias-transcurridos.
           MOVE pf-fecha-inicio TO ws-fecha-calc.
           PERFORM UNTIL ws-fecha-calc-num >= fecha-num
               PERFORM 710-SUMO-UN-DIA
               ADD 1 TO ws-dias-transcurridos
           END-PERFORM.
           COMPUTE ws-interes ROUNDED =
               pf-capital * pf-tasa * ws-dias-transcurridos / 36500.
           COMPUTE ws-penalidad ROUNDED =
               pf-capital * ws-penal-plazo / 100.
           IF ws-penalidad > pf-capital + ws-interes
               COMPUTE ws-penalidad = pf-capital + ws-interes
           END-IF.
           DISPLAY "Dias transcurridos: ", ws-dias-transcurridos.
           MOVE pf-capital TO ws-importe-edit.
           DISPLAY "Capital:            ", ws-importe-edit.
           MOVE ws-interes TO ws-importe-edit.
           DISPLAY "Interes devengado:  ", ws-importe-edit.
           MOVE ws-penalidad TO ws-importe-edit.
           DISPLAY "Penalidad:          ", ws-importe-edit.

       540-REGISTRO-CANCELACION.
           MOVE spaces TO ws-valor-ant.
           PERFORM 380-ARMO-VALOR-PLAZO.
           MOVE "V" TO ws-mov-tipo.
           MOVE pf-capital TO ws-mov-importe.
           PERFORM 700-GRABO-MOVIMIENTO.
           IF trans-grabada
               PERFORM 720-ACTUALIZO-SALDO
               IF ws-interes > 0
                   MOVE "G" TO ws-mov-tipo
                   MOVE ws-interes TO ws-mov-importe
                   PERFORM 700-GRABO-MOVIMIENTO
                   IF trans-grabada
                       PERFORM 720-ACTUALIZO-SALDO
                   END-IF
               END-IF
               IF ws-penalidad > 0
                   MOVE "M" TO ws-mov-tipo
                   MOVE ws-penalidad TO ws-mov-importe
                   PERFORM 700-GRABO-MOVIMIENTO
                   IF trans-grabada
                       COMPUTE ws-mov-importe = 0 - ws-penalidad
                       PERFORM 720-ACTUALIZO-SALDO
                   END-IF
               END-IF
               MOVE "C" TO pf-estado
               MOVE ws-interes TO pf-interes
               MOVE ws-penalidad TO pf-penalidad
               MOVE fecha TO pf-fecha-cierre
               REWRITE reg-plazo
               IF ws-fs-plazos NOT = "00"
                   DISPLAY "Atencion: no se pudo marcar el plazo fijo ",
                       "como cancelado: ", ws-fs-plazos
               END-IF
               MOVE spaces TO ws-valor-nvo
               STRING "CANCELADO " DELIMITED BY SIZE
                   ws-dias-transcurridos DELIMITED BY SIZE
                   " DIAS" DELIMITED BY SIZE
                   INTO ws-valor-nvo
               END-STRING
               MOVE "CANCE" TO aud-operacion
               PERFORM 390-GRABO-AUDITORIA
               ADD 1 TO ws-cant-cancelados
               DISPLAY "Plazo fijo cancelado"
           END-IF.

      *****************************************************************
      **************************** CONSULTA ***************************
      *****************************************************************
       600-CONSULTO-PLAZOS.
           DISPLAY "Socio:".
           ACCEPT ws-socio-pf.
           PERFORM 610-LISTO-PLAZOS-SOCIO.

       610-LISTO-PLAZOS-SOCIO.
           MOVE ZERO TO ws-cant-listados.
           MOVE "N" TO ws-fin-plazos.
           MOVE ws-socio-pf TO pf-socio.
           MOVE ZERO TO pf-fecha-inicio.
           MOVE ZERO TO pf-secuencia.
           START PLAZOS-FILE KEY NOT < pf-clave
               INVALID KEY MOVE "S" TO ws-fin-plazos
           END-START.
           PERFORM UNTIL fin-plazos
               READ PLAZOS-FILE NEXT RECORD
                   AT END MOVE "S" TO ws-fin-plazos
                   NOT AT END
                       IF pf-socio = ws-socio-pf
                           PERFORM 620-MUESTRO-PLAZO
                       ELSE
                           MOVE "S" TO ws-fin-plazos
                       END-IF
               END-READ
           END-PERFORM.
           IF ws-cant-listados = 0
               DISPLAY "El socio no tiene plazos fijos"
           END-IF.

       620-MUESTRO-PLAZO.
           ADD 1 TO ws-cant-listados.
           EVALUATE TRUE
               WHEN pf-vigente MOVE "VIGENTE" TO ws-estado-rotulo
               WHEN pf-pagado MOVE "PAGADO" TO ws-estado-rotulo
               WHEN pf-cancelado MOVE "CANCELADO" TO ws-estado-rotulo
               WHEN pf-renovado MOVE "RENOVADO" TO ws-estado-rotulo
               WHEN OTHER MOVE pf-estado TO ws-estado-rotulo
           END-EVALUATE.
           MOVE pf-capital TO ws-importe-edit.
           MOVE pf-tasa TO ws-tasa-edit.
           DISPLAY pf-ini-dia, "/", pf-ini-mes, "/", pf-ini-anio,
               "-", pf-secuencia, " suc ", pf-sucursal,
               " cap ", ws-importe-edit, " tasa ", ws-tasa-edit,
               " ", pf-plazo-dias, "d vto ", pf-vto-dia, "/",
               pf-vto-mes, "/", pf-vto-anio, " ", ws-estado-rotulo,
               " renov ", pf-renovacion.

      *****************************************************************
      ******************* MOVIMIENTOS Y SALDOS ************************
      *****************************************************************
      * Movimiento del plazo fijo en el historial, con fecha del dia;
      * la referencia apunta al plazo fijo (fecha de constitucion y
      * secuencia). La secuencia arranca en 1 y se incrementa si la
      * clave ya existe.
       700-GRABO-MOVIMIENTO.
           MOVE pf-socio TO rst-socio.
           MOVE anio TO rst-anio.
           MOVE mes TO rst-mes.
           MOVE dia TO rst-dia.
           MOVE 1 TO rst-secuencia.
           MOVE pf-sucursal TO rst-sucursal.
           MOVE ws-mov-importe TO rst-importe.
           MOVE ws-mov-tipo TO rst-tipo.
           MOVE spaces TO rst-suc-destino.
           MOVE ZERO TO rst-socio-contra.
           MOVE ws-operador TO rst-operador.
           MOVE space TO rst-marca-anulado.
           MOVE space TO rst-tipo-orig.
           MOVE pf-fecha-inicio TO rst-ref-fecha.
           MOVE pf-secuencia TO rst-ref-secuencia.
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
                   " del socio ", pf-socio, ": ", ws-fs-suctrans
           END-IF.

       710-SUMO-UN-DIA.
           ADD 1 TO ws-calc-dia.
           PERFORM 715-CALCULO-ULTIMO-DIA.
           IF ws-calc-dia > ws-ultimo-dia
               MOVE 1 TO ws-calc-dia
               ADD 1 TO ws-calc-mes
               IF ws-calc-mes > 12
                   MOVE 1 TO ws-calc-mes
                   ADD 1 TO ws-calc-anio
               END-IF
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
           MOVE pf-socio TO sal-socio.
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
           MOVE pf-socio TO sal-socio.
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
           CLOSE PLAZOS-FILE.
           CLOSE SUC-TRANS-FILE.
           CLOSE SALDOS-FILE.
           CLOSE SOCIOS-MASTER.
           CLOSE AUDIT-FILE.
           DISPLAY "Plazos fijos constituidos: ", ws-cant-constituidos.
           DISPLAY "Plazos fijos cancelados:   ", ws-cant-cancelados.

       END PROGRAM PLAZO_FIJO.
