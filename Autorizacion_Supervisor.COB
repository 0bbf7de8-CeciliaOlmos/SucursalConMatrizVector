      ******************************************************************
      * Author:
      * Date:
      * Purpose: Autorizacion del supervisor para los movimientos que
      *          superan LIM-SUPERV. El ingreso diario (interactivo o
      *          batch) no graba esos movimientos: los deja en la cola
      *          PENDIENTES.DAT. Este programa lista los pendientes de
      *          una sucursal y el supervisor aprueba o rechaza cada
      *          uno; recien al aprobarlo se graba en el historial
      *          (SUCTRANS.DAT, con el cajero que lo ingreso) y se
      *          actualizan los saldos, con los mismos controles del
      *          ingreso (periodo cerrado, saldo suficiente, cuenta
      *          del socio abierta). El supervisor no puede autorizar
      *          movimientos ingresados por el mismo, ni los de un
      *          lote batch que presento el a nombre de otro cajero.
      *          Cada decision queda en AUDITORIA.LOG.
      *
      *          La opcion de listado emite PENDIENTES.LST con los
      *          movimientos todavia sin decidir, por sucursal, para
      *          el cierre del dia; el cierre de periodo no cierra un
      *          mes con movimientos pendientes.
      *
      *          El supervisor se valida contra OPERADORES.DAT con
      *          rol de supervisor.
      *
      *          Cada pendiente lleva su moneda (pesos o dolares; los
      *          retenidos antes de la cuenta en dolares son en pesos)
      *          y se registra contra el saldo del socio en esa
      *          moneda. El listado totaliza cada moneda por separado.
      *
      *          El cambio de moneda retenido guarda la operacion y la
      *          cotizacion pactadas en ventanilla; al aprobarlo se
      *          graban las dos patas (K y J) con esa cotizacion.
      *
      *          Lo aprobado se registra con la fecha de la
      *          aprobacion y se controla el periodo de esa fecha; la
      *          fecha del ingreso queda en el pendiente y en la
      *          auditoria de la decision.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTORIZACION_SUPERVISOR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDIENTES-FILE ASSIGN TO "PENDIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pen-clave
               FILE STATUS IS ws-fs-pendientes.
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
           SELECT PERIODOS-FILE ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS per-clave
               FILE STATUS IS ws-fs-periodos.
           SELECT SOCIOS-MASTER ASSIGN TO "SOCIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS soc-codigo
               FILE STATUS IS ws-fs-socios.
           SELECT AUDIT-FILE ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-audit.
           SELECT LISTADO-FILE ASSIGN TO "PENDIENTES.LST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-listado.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS opr-codigo
               FILE STATUS IS ws-fs-operadores.
       DATA DIVISION.
       FILE SECTION.
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
           03 rst-datos-cambio redefines rst-reserva.
               05 rst-cam-operacion pic x.
                   88 rst-cam-compra value "C".
                   88 rst-cam-venta  value "V".
               05 rst-cam-cotizacion pic 9(5)v9(4).
               05 filler       pic x(5).
           03 rst-moneda   pic x(3).

       FD  SALDOS-FILE.
       01  reg-saldo.
           03 sal-clave.
               05 sal-socio    pic 9(6).
               05 sal-moneda   pic x(3).
           03 sal-saldo    pic s9(9)v99.
           03 sal-disponible pic s9(9)v99.

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

       FD  LISTADO-FILE.
       01  reg-listado pic x(80).

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
       01  ws-fs-pendientes pic xx value spaces.
       01  ws-fs-suctrans pic xx value spaces.
       01  ws-fs-saldos   pic xx value spaces.
       01  ws-fs-periodos pic xx value spaces.
       01  ws-fs-socios   pic xx value spaces.
       01  ws-fs-audit    pic xx value spaces.
       01  ws-fs-listado  pic xx value spaces.
       01  ws-periodos-abierto pic x value "N".
           88 periodos-disponible value "S".
       01  ws-socios-abierto pic x value "N".
           88 socios-disponible value "S".
       01  ws-operador    pic x(8) value spaces.
       01  ws-opcion      pic x value space.
           88 opcion-salir value "0".
       01  fecha.
           03 anio pic 9999.
           03 mes pic 99.
           03 dia pic 99.
       01  ws-fecha-hoy   pic 9(8).
      *****************************************************************
      ********************* VARIABLES DE TRABAJO **********************
      *****************************************************************
       01  ws-sucursal-busq pic x(3).
       01  ws-fin-pendientes pic x value "N".
           88 fin-pendientes value "S".
       01  ws-fin-sucursal pic x value "N".
           88 fin-sucursal value "S".
       01  ws-decision    pic x value space.
           88 decision-aprobar  values "A" "a".
           88 decision-rechazar values "R" "r".
           88 decision-terminar values "F" "f".
       01  ws-aprobable   pic x value "N".
           88 aprobable value "S".
       01  ws-periodo-cerrado pic x value "N".
           88 periodo-cerrado value "S".
       01  ws-saldo-actual pic s9(9)v99.
       01  ws-disponible-actual pic s9(9)v99.
       01  ws-saldo-existe pic x value "N".
           88 saldo-existe value "S".
       01  ws-saldo-destino pic s9(9)v99.
       01  ws-disponible-destino pic s9(9)v99.
       01  ws-saldo-dest-existe pic x value "N".
           88 saldo-dest-existe value "S".
       01  ws-trans-grabada pic x value "N".
           88 trans-grabada value "S".
       01  ws-motivo      pic x(30).
       01  ws-valor-ant   pic x(31).
       01  ws-valor-nvo   pic x(31).
       01  ws-importe-edit pic -zzzzzz9,99.
       01  ws-moneda-pen  pic x(3).
           88 pen-en-dolares value "USD".
      * importe que mueve el saldo del socio en ws-moneda-pen (en el
      * cambio de moneda, el de la moneda que entrega)
       01  ws-importe-mov pic s9(7)v99.
      * cambio de moneda: equivalente en pesos y moneda e importe que
      * recibe el socio
       01  ws-cam-pesos   pic s9(7)v99.
       01  ws-cam-moneda-entra pic x(3).
       01  ws-cam-importe-entra pic s9(7)v99.
       01  ws-cotiz-edit  pic zzzz9,9999.
       01  ws-cant-vistos pic 9(5) value zero.
       01  ws-cant-aprobados pic 9(5) value zero.
       01  ws-cant-rechazados pic 9(5) value zero.
      * totales del listado de pendientes
       01  ws-suc-anterior pic x(3) value spaces.
       01  ws-cant-suc    pic 9(5) value zero.
       01  ws-importe-suc pic s9(11)v99 value zero.
       01  ws-importe-suc-usd pic s9(11)v99 value zero.
       01  ws-cant-total  pic 9(5) value zero.
       01  ws-importe-total pic s9(11)v99 value zero.
       01  ws-importe-total-usd pic s9(11)v99 value zero.
      *****************************************************************
      ********************** LINEAS DE IMPRESION **********************
      *****************************************************************
       01  lin-titulo-pen.
           03 filler pic x(30) value spaces.
           03 filler pic x(19) value "Banco El Corralito".
           03 filler pic x(31) value spaces.

       01  lin-sub-titulo-pen.
           03 filler pic x(14) value spaces.
           03 filler pic x(41) value
               "MOVIMIENTOS PENDIENTES DE AUTORIZACION AL".
           03 filler pic x value space.
           03 lin-pen-dia pic 99.
           03 filler pic x value "/".
           03 lin-pen-mes pic 99.
           03 filler pic x value "/".
           03 lin-pen-anio pic 9999.
           03 filler pic x(14) value spaces.

       01  lin-guion.
           03 filler pic x(80) value all "-".

       01  lin-cabecera-pen.
           03 filler pic x(5) value "SUC.".
           03 filler pic x(10) value "RETENIDO".
           03 filler pic x(6) value "SEC.".
           03 filler pic x(9) value "CAJERO".
           03 filler pic x(8) value "SOCIO".
           03 filler pic x(11) value "FECHA MOV.".
           03 filler pic x(2) value "T".
           03 filler pic x(4) value "MON".
           03 filler pic x(15) value "      IMPORTE".
           03 filler pic x(10) value "LOTE".

       01  lin-pendiente.
           03 lin-det-sucursal pic x(3).
           03 filler pic x(2) value spaces.
           03 lin-det-alta pic 9(8).
           03 filler pic x(2) value spaces.
           03 lin-det-secuencia pic 9(4).
           03 filler pic x(2) value spaces.
           03 lin-det-cajero pic x(8).
           03 filler pic x value space.
           03 lin-det-socio pic 9(6).
           03 filler pic x(2) value spaces.
           03 lin-det-dia pic 99.
           03 filler pic x value "/".
           03 lin-det-mes pic 99.
           03 filler pic x value "/".
           03 lin-det-anio pic 9999.
           03 filler pic x value space.
           03 lin-det-tipo pic x.
           03 filler pic x value space.
           03 lin-det-moneda pic x(3).
           03 lin-det-importe pic -zz.zzz.zz9,99.
           03 filler pic x value space.
           03 lin-det-lote pic x(10).

       01  lin-total-suc.
           03 filler pic x(10) value "Sucursal".
           03 lin-tsu-sucursal pic x(3).
           03 filler pic x(14) value "  pendientes:".
           03 lin-tsu-cantidad pic zzzz9.
           03 filler pic x(12) value "  pesos:".
           03 lin-tsu-importe pic -zzz.zzz.zzz.zz9,99.

       01  lin-total-general.
           03 filler pic x(27) value "Total pendientes:".
           03 lin-tge-cantidad pic zzzz9.
           03 filler pic x(12) value "  pesos:".
           03 lin-tge-importe pic -zzz.zzz.zzz.zz9,99.

       01  lin-total-usd.
           03 filler pic x(32) value spaces.
           03 filler pic x(12) value "  dolares:".
           03 lin-tus-importe pic -zzz.zzz.zzz.zz9,99.

       01  lin-sin-pendientes.
           03 filler pic x(40) value
               "Sin movimientos pendientes de decision".

       01  lin-blanco pic x(80) value spaces.

      *****************************************************************
      ******************* IDENTIFICACION OPERADOR *********************
      *****************************************************************
       01  ws-fs-operadores pic xx value spaces.
       01  ws-programa-acceso pic x(31) value "AUTORIZACION_SUPERVISOR".
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
               PERFORM UNTIL opcion-salir
                   PERFORM 200-MUESTRO-MENU
                   EVALUATE ws-opcion
                       WHEN "1" PERFORM 300-AUTORIZO-SUCURSAL
                       WHEN "2" PERFORM 500-LISTO-PENDIENTES
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
           COMPUTE ws-fecha-hoy = anio * 10000 + mes * 100 + dia.
           OPEN I-O PENDIENTES-FILE.
           IF ws-fs-pendientes = "35"
               OPEN OUTPUT PENDIENTES-FILE
               CLOSE PENDIENTES-FILE
               OPEN I-O PENDIENTES-FILE
           END-IF.
           IF ws-fs-pendientes NOT = "00"
               DISPLAY "No se pudo abrir la cola de autorizacion: "
                   ws-fs-pendientes
               MOVE "0" TO ws-opcion
           END-IF.
           OPEN I-O SUC-TRANS-FILE.
           IF ws-fs-suctrans = "35"
               OPEN OUTPUT SUC-TRANS-FILE
               CLOSE SUC-TRANS-FILE
               OPEN I-O SUC-TRANS-FILE
           END-IF.
           IF ws-fs-suctrans NOT = "00"
               DISPLAY "No se pudo abrir el historial de "
                   "transferencias: ", ws-fs-suctrans
               MOVE "0" TO ws-opcion
           END-IF.
           OPEN I-O SALDOS-FILE.
           IF ws-fs-saldos = "35"
               OPEN OUTPUT SALDOS-FILE
               CLOSE SALDOS-FILE
               OPEN I-O SALDOS-FILE
           END-IF.
           IF ws-fs-saldos NOT = "00"
               DISPLAY "No se pudo abrir el archivo de saldos: "
                   ws-fs-saldos
               MOVE "0" TO ws-opcion
           END-IF.
           OPEN INPUT PERIODOS-FILE.
           IF ws-fs-periodos = "00"
               MOVE "S" TO ws-periodos-abierto
           ELSE
               DISPLAY "Sin archivo de periodos: control de ",
                   "periodo cerrado desactivado"
           END-IF.
           OPEN INPUT SOCIOS-MASTER.
           IF ws-fs-socios = "00"
               MOVE "S" TO ws-socios-abierto
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF ws-fs-audit = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF ws-fs-audit NOT = "00"
               DISPLAY "No se pudo abrir la pista de auditoria: "
                   ws-fs-audit
               MOVE "0" TO ws-opcion
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
           IF acceso-ok AND NOT rol-supervisor
               DISPLAY "La autorizacion de movimientos es exclusiva ",
                   "de supervisores"
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
           DISPLAY "Autorizacion de movimientos retenidos".
           DISPLAY "  1 = Aprobar / rechazar pendientes de sucursal".
           DISPLAY "  2 = Listado de pendientes (PENDIENTES.LST)".
           DISPLAY "  0 = Salir".
           DISPLAY "Opcion:".
           ACCEPT ws-opcion.

      * Recorre por clave los pendientes de la sucursal pedida, del
      * mas viejo al mas nuevo.
       300-AUTORIZO-SUCURSAL.
           DISPLAY "Sucursal:".
           ACCEPT ws-sucursal-busq.
           MOVE "N" TO ws-fin-sucursal.
           MOVE ZERO TO ws-cant-vistos.
           MOVE ws-sucursal-busq TO pen-sucursal.
           MOVE ZERO TO pen-fecha-alta.
           MOVE ZERO TO pen-secuencia.
           START PENDIENTES-FILE KEY NOT < pen-clave
               INVALID KEY MOVE "S" TO ws-fin-sucursal
           END-START.
           PERFORM UNTIL fin-sucursal
               READ PENDIENTES-FILE NEXT RECORD
                   AT END MOVE "S" TO ws-fin-sucursal
                   NOT AT END
                       IF pen-sucursal NOT = ws-sucursal-busq
                           MOVE "S" TO ws-fin-sucursal
                       ELSE
                           IF pen-pendiente
                               ADD 1 TO ws-cant-vistos
                               PERFORM 310-MUESTRO-PENDIENTE
                               PERFORM 320-PIDO-DECISION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF ws-cant-vistos = 0
               DISPLAY "Sin movimientos pendientes en la sucursal ",
                   ws-sucursal-busq
           END-IF.

       310-MUESTRO-PENDIENTE.
           PERFORM 315-MONEDA-PENDIENTE.
           MOVE pen-importe TO ws-importe-edit.
           DISPLAY " ".
           DISPLAY "Pendiente ", pen-sucursal, "-", pen-fecha-alta,
               "-", pen-secuencia, "  cajero ", pen-cajero,
               "  lote ", pen-lote.
           IF socios-disponible
               MOVE pen-socio TO soc-codigo
               READ SOCIOS-MASTER
                   INVALID KEY MOVE "(no registrado)" TO soc-nombre
               END-READ
           ELSE
               MOVE "(no disponible)" TO soc-nombre
           END-IF.
           DISPLAY "  Socio:   ", pen-socio, " ", soc-nombre.
           DISPLAY "  Fecha:   ", pen-dia, "/", pen-mes, "/", pen-anio.
           EVALUATE pen-tipo
               WHEN "D" DISPLAY "  Tipo:    DEPOSITO"
               WHEN "R" DISPLAY "  Tipo:    RETIRO"
               WHEN "T" DISPLAY "  Tipo:    TRANSF A SUCURSAL ",
                            pen-suc-destino
               WHEN "S" DISPLAY "  Tipo:    TRANSF A SOCIO ",
                            pen-socio-destino
               WHEN "K"
                   MOVE pen-cam-cotizacion TO ws-cotiz-edit
                   IF pen-cam-compra
                       DISPLAY "  Tipo:    CAMBIO - COMPRA DE USD ",
                           "a ", ws-cotiz-edit
                   ELSE
                       DISPLAY "  Tipo:    CAMBIO - VENTA DE USD ",
                           "a ", ws-cotiz-edit
                   END-IF
               WHEN OTHER DISPLAY "  Tipo:    ", pen-tipo
           END-EVALUATE.
           DISPLAY "  Importe: ", ws-moneda-pen, " ", ws-importe-edit.

      * Los pendientes sin moneda son anteriores a la cuenta en
      * dolares: son en pesos.
       315-MONEDA-PENDIENTE.
           IF pen-moneda = "USD"
               MOVE "USD" TO ws-moneda-pen
           ELSE
               MOVE "ARS" TO ws-moneda-pen
           END-IF.

      * En un lote batch el pendiente guarda ademas quien presento el
      * lote, que puede ser un supervisor distinto del cajero.
       320-PIDO-DECISION.
           IF pen-cajero = ws-operador
                   OR (pen-lote NOT = spaces
                       AND pen-presento = ws-operador)
               DISPLAY "Ingresado por el mismo supervisor: debe ",
                   "autorizarlo otro supervisor"
           ELSE
               DISPLAY "A = aprobar, R = rechazar, F = terminar, ",
                   "ENTER = dejar pendiente:"
               MOVE space TO ws-decision
               ACCEPT ws-decision
               EVALUATE TRUE
                   WHEN decision-aprobar
                       PERFORM 330-APRUEBO-MOVIMIENTO
                   WHEN decision-rechazar
                       PERFORM 370-RECHAZO-MOVIMIENTO
                   WHEN decision-terminar
                       MOVE "S" TO ws-fin-sucursal
                   WHEN OTHER
                       DISPLAY "Queda pendiente"
               END-EVALUATE
           END-IF.

      * Al aprobar se repiten los controles del ingreso que pueden
      * haber cambiado mientras el movimiento esperaba: periodo
      * cerrado (el de la fecha de aprobacion, que es con la que se
      * registra), saldo suficiente para retiros, transferencias a
      * socio y cambios de moneda, y que el socio (y en la
      * transferencia a socio, tambien el destino) siga con la cuenta
      * abierta.
       330-APRUEBO-MOVIMIENTO.
           MOVE "S" TO ws-aprobable.
           MOVE pen-importe TO ws-importe-mov.
           PERFORM 331-CONTROLO-PERIODO.
           IF periodo-cerrado
               MOVE "N" TO ws-aprobable
               DISPLAY "El periodo ", anio, "/", mes,
                   " esta cerrado: no se puede aprobar"
           END-IF.
           IF aprobable AND pen-tipo = "K"
               PERFORM 333-ARMO-CAMBIO
           END-IF.
           IF aprobable
               PERFORM 332-CONTROLO-SALDO
           END-IF.
           IF aprobable
               PERFORM 334-CONTROLO-SOCIOS
           END-IF.
           IF aprobable
               PERFORM 340-GRABO-TRANSACCION
               IF trans-grabada
                   PERFORM 350-ACTUALIZO-SALDO
                   MOVE "A" TO pen-estado
                   MOVE ws-operador TO pen-supervisor
                   MOVE ws-fecha-hoy TO pen-fecha-decision
                   MOVE "APROBADO" TO pen-motivo
                   PERFORM 380-REGRABO-PENDIENTE
                   MOVE "APROB" TO aud-operacion
                   PERFORM 390-AUDITO-DECISION
                   ADD 1 TO ws-cant-aprobados
                   DISPLAY "Movimiento aprobado y registrado"
               END-IF
           END-IF.

       331-CONTROLO-PERIODO.
           MOVE "N" TO ws-periodo-cerrado.
           IF periodos-disponible
               MOVE anio TO per-anio
               MOVE mes TO per-mes
               READ PERIODOS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF per-cerrado
                           MOVE "S" TO ws-periodo-cerrado
                       END-IF
               END-READ
           END-IF.

      * Como en el ingreso, el retiro se controla contra el saldo
      * disponible, sin los cheques pendientes de compensacion.
       332-CONTROLO-SALDO.
           MOVE ZERO TO ws-saldo-actual.
           MOVE ZERO TO ws-disponible-actual.
           MOVE "N" TO ws-saldo-existe.
           MOVE pen-socio TO sal-socio.
           MOVE ws-moneda-pen TO sal-moneda.
           READ SALDOS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE sal-saldo TO ws-saldo-actual
                   MOVE sal-disponible TO ws-disponible-actual
                   MOVE "S" TO ws-saldo-existe
           END-READ.
           IF (pen-tipo = "R" OR pen-tipo = "S" OR pen-tipo = "K")
                   AND ws-importe-mov > ws-disponible-actual
               MOVE "N" TO ws-aprobable
               DISPLAY "Saldo insuficiente: no se puede aprobar"
           END-IF.

      * El cambio retenido se opera con la cotizacion pactada en el
      * ingreso. El pendiente lleva los dolares: en la compra el
      * socio entrega pesos y recibe dolares; en la venta, al reves.
       333-ARMO-CAMBIO.
           COMPUTE ws-cam-pesos ROUNDED =
                   pen-importe * pen-cam-cotizacion
               ON SIZE ERROR
                   MOVE "N" TO ws-aprobable
                   DISPLAY "El importe en pesos del cambio excede el ",
                       "maximo: no se puede aprobar"
           END-COMPUTE.
           IF aprobable
               IF pen-cam-compra
                   MOVE "ARS" TO ws-moneda-pen
                   MOVE ws-cam-pesos TO ws-importe-mov
                   MOVE "USD" TO ws-cam-moneda-entra
                   MOVE pen-importe TO ws-cam-importe-entra
               ELSE
                   MOVE "USD" TO ws-moneda-pen
                   MOVE pen-importe TO ws-importe-mov
                   MOVE "ARS" TO ws-cam-moneda-entra
                   MOVE ws-cam-pesos TO ws-cam-importe-entra
               END-IF
           END-IF.

      * Como en el ingreso, un socio que no esta en el maestro (o sin
      * maestro disponible) se toma como cuenta cerrada.
       334-CONTROLO-SOCIOS.
           MOVE pen-socio TO soc-codigo.
           PERFORM 335-LEO-SOCIO.
           IF soc-cerrado
               MOVE "N" TO ws-aprobable
               DISPLAY "El socio ", pen-socio, " no existe o tiene ",
                   "la cuenta cerrada: no se puede aprobar"
           END-IF.
           IF aprobable AND pen-tipo = "S"
               MOVE pen-socio-destino TO soc-codigo
               PERFORM 335-LEO-SOCIO
               IF soc-cerrado
                   MOVE "N" TO ws-aprobable
                   DISPLAY "El socio destino ", pen-socio-destino,
                       " no existe o tiene la cuenta cerrada: no se ",
                       "puede aprobar"
               END-IF
           END-IF.

       335-LEO-SOCIO.
           IF socios-disponible
               READ SOCIOS-MASTER
                   INVALID KEY MOVE "C" TO soc-estado
               END-READ
           ELSE
               MOVE "C" TO soc-estado
           END-IF.

      * Se graba igual que en el ingreso, con la fecha de la
      * aprobacion: el cajero que lo ingreso, en la transferencia
      * entre socios el espejo "E" del socio destino y en el cambio
      * de moneda la entrada "J" en la moneda que recibe el socio.
       340-GRABO-TRANSACCION.
           MOVE pen-socio    TO rst-socio.
           MOVE anio         TO rst-anio.
           MOVE mes          TO rst-mes.
           MOVE dia          TO rst-dia.
           MOVE 1            TO rst-secuencia.
           MOVE pen-sucursal TO rst-sucursal.
           MOVE ws-importe-mov TO rst-importe.
           MOVE pen-tipo     TO rst-tipo.
           MOVE pen-suc-destino TO rst-suc-destino.
           MOVE pen-socio-destino TO rst-socio-contra.
           MOVE pen-cajero   TO rst-operador.
           MOVE spaces TO rst-anulacion.
           MOVE ZERO TO rst-ref-clave.
           MOVE spaces TO rst-reserva.
           IF pen-tipo = "K"
               MOVE pen-cam-operacion TO rst-cam-operacion
               MOVE pen-cam-cotizacion TO rst-cam-cotizacion
           END-IF.
           MOVE ws-moneda-pen TO rst-moneda.
           PERFORM 345-REINTENTO-GRABACION.
           IF NOT trans-grabada
               DISPLAY "No se pudo grabar el movimiento en el ",
                   "historial: ", ws-fs-suctrans
           END-IF.
           IF trans-grabada AND pen-tipo = "S"
               PERFORM 341-GRABO-CONTRAPARTIDA
           END-IF.
           IF trans-grabada AND pen-tipo = "K"
               PERFORM 342-GRABO-ENTRADA-CAMBIO
           END-IF.

       341-GRABO-CONTRAPARTIDA.
           MOVE pen-socio-destino TO rst-socio.
           MOVE anio         TO rst-anio.
           MOVE mes          TO rst-mes.
           MOVE dia          TO rst-dia.
           MOVE 1            TO rst-secuencia.
           MOVE pen-sucursal TO rst-sucursal.
           MOVE pen-importe  TO rst-importe.
           MOVE "E"          TO rst-tipo.
           MOVE spaces       TO rst-suc-destino.
           MOVE pen-socio    TO rst-socio-contra.
           MOVE pen-cajero   TO rst-operador.
           MOVE spaces       TO rst-anulacion.
           MOVE ZERO         TO rst-ref-clave.
           MOVE spaces       TO rst-reserva.
           MOVE ws-moneda-pen TO rst-moneda.
           PERFORM 345-REINTENTO-GRABACION.
           IF NOT trans-grabada
               DISPLAY "Atencion: no se pudo grabar la contrapartida ",
                   "del socio ", pen-socio-destino, ": ",
                   ws-fs-suctrans
               DISPLAY "La salida del socio origen quedo grabada; ",
                   "verificar el historial."
               MOVE "S" TO ws-trans-grabada
           END-IF.

      * Segunda pata del cambio: tipo "J" en la moneda que recibe el
      * socio, con la misma operacion y cotizacion que el "K".
       342-GRABO-ENTRADA-CAMBIO.
           MOVE pen-socio    TO rst-socio.
           MOVE anio         TO rst-anio.
           MOVE mes          TO rst-mes.
           MOVE dia          TO rst-dia.
           MOVE 1            TO rst-secuencia.
           MOVE pen-sucursal TO rst-sucursal.
           MOVE ws-cam-importe-entra TO rst-importe.
           MOVE "J"          TO rst-tipo.
           MOVE spaces       TO rst-suc-destino.
           MOVE ZERO         TO rst-socio-contra.
           MOVE pen-cajero   TO rst-operador.
           MOVE spaces       TO rst-anulacion.
           MOVE ZERO         TO rst-ref-clave.
           MOVE spaces       TO rst-reserva.
           MOVE pen-cam-operacion TO rst-cam-operacion.
           MOVE pen-cam-cotizacion TO rst-cam-cotizacion.
           MOVE ws-cam-moneda-entra TO rst-moneda.
           PERFORM 345-REINTENTO-GRABACION.
           IF NOT trans-grabada
               DISPLAY "Atencion: no se pudo grabar la entrada del ",
                   "cambio del socio ", pen-socio, ": ",
                   ws-fs-suctrans
               DISPLAY "La salida del cambio quedo grabada; ",
                   "verificar el historial."
               MOVE "S" TO ws-trans-grabada
           END-IF.

       345-REINTENTO-GRABACION.
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

      * La transferencia entre sucursales no mueve el saldo del
      * socio, igual que en el ingreso diario. El cambio de moneda
      * debita la moneda que entrega el socio y acredita la otra.
       350-ACTUALIZO-SALDO.
           IF pen-tipo NOT = "T"
               MOVE pen-socio TO sal-socio
               MOVE ws-moneda-pen TO sal-moneda
               IF pen-tipo = "D"
                   COMPUTE sal-saldo = ws-saldo-actual + ws-importe-mov
                   COMPUTE sal-disponible =
                       ws-disponible-actual + ws-importe-mov
               ELSE
                   COMPUTE sal-saldo = ws-saldo-actual - ws-importe-mov
                   COMPUTE sal-disponible =
                       ws-disponible-actual - ws-importe-mov
               END-IF
               IF saldo-existe
                   REWRITE reg-saldo
               ELSE
                   WRITE reg-saldo
               END-IF
               IF ws-fs-saldos NOT = "00"
                   DISPLAY "Atencion: no se pudo actualizar el saldo ",
                       "del socio ", pen-socio, ": ", ws-fs-saldos
               END-IF
               IF pen-tipo = "S"
                   PERFORM 351-ACTUALIZO-SALDO-DESTINO
               END-IF
               IF pen-tipo = "K"
                   PERFORM 352-ACTUALIZO-SALDO-CAMBIO
               END-IF
           END-IF.

       351-ACTUALIZO-SALDO-DESTINO.
           MOVE ZERO TO ws-saldo-destino.
           MOVE ZERO TO ws-disponible-destino.
           MOVE "N" TO ws-saldo-dest-existe.
           MOVE pen-socio-destino TO sal-socio.
           MOVE ws-moneda-pen TO sal-moneda.
           READ SALDOS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE sal-saldo TO ws-saldo-destino
                   MOVE sal-disponible TO ws-disponible-destino
                   MOVE "S" TO ws-saldo-dest-existe
           END-READ.
           MOVE pen-socio-destino TO sal-socio.
           MOVE ws-moneda-pen TO sal-moneda.
           COMPUTE sal-saldo = ws-saldo-destino + pen-importe.
           COMPUTE sal-disponible = ws-disponible-destino + pen-importe.
           IF saldo-dest-existe
               REWRITE reg-saldo
           ELSE
               WRITE reg-saldo
           END-IF.
           IF ws-fs-saldos NOT = "00"
               DISPLAY "Atencion: no se pudo actualizar el saldo ",
                   "del socio destino ", pen-socio-destino, ": ",
                   ws-fs-saldos
           END-IF.

      * La otra pata del cambio de moneda: la moneda que recibe el
      * socio entra a su propio saldo en esa moneda.
       352-ACTUALIZO-SALDO-CAMBIO.
           MOVE ZERO TO ws-saldo-destino.
           MOVE ZERO TO ws-disponible-destino.
           MOVE "N" TO ws-saldo-dest-existe.
           MOVE pen-socio TO sal-socio.
           MOVE ws-cam-moneda-entra TO sal-moneda.
           READ SALDOS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE sal-saldo TO ws-saldo-destino
                   MOVE sal-disponible TO ws-disponible-destino
                   MOVE "S" TO ws-saldo-dest-existe
           END-READ.
           MOVE pen-socio TO sal-socio.
           MOVE ws-cam-moneda-entra TO sal-moneda.
           COMPUTE sal-saldo = ws-saldo-destino + ws-cam-importe-entra.
           COMPUTE sal-disponible =
               ws-disponible-destino + ws-cam-importe-entra.
           IF saldo-dest-existe
               REWRITE reg-saldo
           ELSE
               WRITE reg-saldo
           END-IF.
           IF ws-fs-saldos NOT = "00"
               DISPLAY "Atencion: no se pudo actualizar el saldo en ",
                   ws-cam-moneda-entra, " del socio ", pen-socio, ": ",
                   ws-fs-saldos
           END-IF.

       370-RECHAZO-MOVIMIENTO.
           MOVE spaces TO ws-motivo.
           DISPLAY "Motivo del rechazo:".
           ACCEPT ws-motivo.
           PERFORM UNTIL ws-motivo NOT = spaces
               DISPLAY "El motivo es obligatorio. Motivo:"
               ACCEPT ws-motivo
           END-PERFORM.
           MOVE "R" TO pen-estado.
           MOVE ws-operador TO pen-supervisor.
           MOVE ws-fecha-hoy TO pen-fecha-decision.
           MOVE ws-motivo TO pen-motivo.
           PERFORM 380-REGRABO-PENDIENTE.
           MOVE "RECHA" TO aud-operacion.
           PERFORM 390-AUDITO-DECISION.
           ADD 1 TO ws-cant-rechazados.
           DISPLAY "Movimiento rechazado".

       380-REGRABO-PENDIENTE.
           REWRITE reg-pendiente.
           IF ws-fs-pendientes NOT = "00"
               DISPLAY "Atencion: no se pudo regrabar el pendiente: ",
                   ws-fs-pendientes
           END-IF.

       390-AUDITO-DECISION.
           ACCEPT aud-fecha FROM DATE YYYYMMDD.
           ACCEPT aud-hora FROM TIME.
           MOVE ws-operador TO aud-operador.
           MOVE "PENDIENTES" TO aud-archivo.
           MOVE pen-socio TO aud-clave.
           MOVE pen-importe TO ws-importe-edit.
           MOVE spaces TO ws-valor-ant.
           STRING pen-tipo DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               pen-fecha DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-importe-edit DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               pen-cajero DELIMITED BY SIZE
               INTO ws-valor-ant
           END-STRING.
           MOVE pen-motivo TO ws-valor-nvo.
           MOVE ws-valor-ant TO aud-valor-ant.
           MOVE ws-valor-nvo TO aud-valor-nvo.
           WRITE reg-auditoria.

      * Listado de cierre del dia: todo lo que sigue sin decidir, por
      * sucursal y antiguedad, con totales por sucursal.
       500-LISTO-PENDIENTES.
           OPEN OUTPUT LISTADO-FILE.
           IF ws-fs-listado NOT = "00"
               DISPLAY "No se pudo abrir PENDIENTES.LST: ",
                   ws-fs-listado
           ELSE
               PERFORM 510-ENCABEZADO-LISTADO
               MOVE spaces TO ws-suc-anterior
               MOVE ZERO TO ws-cant-total
               MOVE ZERO TO ws-importe-total
               MOVE ZERO TO ws-importe-total-usd
               MOVE "N" TO ws-fin-pendientes
               MOVE LOW-VALUES TO pen-clave
               START PENDIENTES-FILE KEY NOT < pen-clave
                   INVALID KEY MOVE "S" TO ws-fin-pendientes
               END-START
               PERFORM UNTIL fin-pendientes
                   READ PENDIENTES-FILE NEXT RECORD
                       AT END MOVE "S" TO ws-fin-pendientes
                       NOT AT END
                           IF pen-pendiente
                               PERFORM 520-LISTO-PENDIENTE
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM 530-CIERRO-SUCURSAL
               PERFORM 540-CIERRO-LISTADO
               CLOSE LISTADO-FILE
               DISPLAY "Pendientes sin decidir: ", ws-cant-total,
                   " (ver PENDIENTES.LST)"
           END-IF.

       510-ENCABEZADO-LISTADO.
           MOVE dia TO lin-pen-dia.
           MOVE mes TO lin-pen-mes.
           MOVE anio TO lin-pen-anio.
           WRITE reg-listado FROM lin-titulo-pen.
           WRITE reg-listado FROM lin-sub-titulo-pen.
           WRITE reg-listado FROM lin-guion.
           WRITE reg-listado FROM lin-cabecera-pen.
           WRITE reg-listado FROM lin-guion.

       520-LISTO-PENDIENTE.
           IF pen-sucursal NOT = ws-suc-anterior
               PERFORM 530-CIERRO-SUCURSAL
               MOVE pen-sucursal TO ws-suc-anterior
           END-IF.
           MOVE pen-sucursal TO lin-det-sucursal.
           MOVE pen-fecha-alta TO lin-det-alta.
           MOVE pen-secuencia TO lin-det-secuencia.
           MOVE pen-cajero TO lin-det-cajero.
           MOVE pen-socio TO lin-det-socio.
           MOVE pen-dia TO lin-det-dia.
           MOVE pen-mes TO lin-det-mes.
           MOVE pen-anio TO lin-det-anio.
           MOVE pen-tipo TO lin-det-tipo.
           PERFORM 315-MONEDA-PENDIENTE.
           MOVE ws-moneda-pen TO lin-det-moneda.
           MOVE pen-importe TO lin-det-importe.
           MOVE pen-lote TO lin-det-lote.
           WRITE reg-listado FROM lin-pendiente.
           ADD 1 TO ws-cant-suc.
           ADD 1 TO ws-cant-total.
           IF pen-en-dolares
               ADD pen-importe TO ws-importe-suc-usd
               ADD pen-importe TO ws-importe-total-usd
           ELSE
               ADD pen-importe TO ws-importe-suc
               ADD pen-importe TO ws-importe-total
           END-IF.

       530-CIERRO-SUCURSAL.
           IF ws-cant-suc > 0
               MOVE ws-suc-anterior TO lin-tsu-sucursal
               MOVE ws-cant-suc TO lin-tsu-cantidad
               MOVE ws-importe-suc TO lin-tsu-importe
               WRITE reg-listado FROM lin-total-suc
               IF ws-importe-suc-usd NOT = 0
                   MOVE ws-importe-suc-usd TO lin-tus-importe
                   WRITE reg-listado FROM lin-total-usd
               END-IF
               WRITE reg-listado FROM lin-blanco
           END-IF.
           MOVE ZERO TO ws-cant-suc.
           MOVE ZERO TO ws-importe-suc.
           MOVE ZERO TO ws-importe-suc-usd.

       540-CIERRO-LISTADO.
           WRITE reg-listado FROM lin-guion.
           IF ws-cant-total = 0
               WRITE reg-listado FROM lin-sin-pendientes
           ELSE
               MOVE ws-cant-total TO lin-tge-cantidad
               MOVE ws-importe-total TO lin-tge-importe
               WRITE reg-listado FROM lin-total-general
               IF ws-importe-total-usd NOT = 0
                   MOVE ws-importe-total-usd TO lin-tus-importe
                   WRITE reg-listado FROM lin-total-usd
               END-IF
           END-IF.

       600-FIN.
           CLOSE PENDIENTES-FILE.
           CLOSE SUC-TRANS-FILE.
           CLOSE SALDOS-FILE.
           IF periodos-disponible
               CLOSE PERIODOS-FILE
           END-IF.
           IF socios-disponible
               CLOSE SOCIOS-MASTER
           END-IF.
           CLOSE AUDIT-FILE.
           DISPLAY "Pendientes aprobados:  ", ws-cant-aprobados.
           DISPLAY "Pendientes rechazados: ", ws-cant-rechazados.

       END PROGRAM AUTORIZACION_SUPERVISOR.
