      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento de la cotizacion diaria del dolar
      *          (COTIZACIONES.DAT, una por fecha y moneda): tipo
      *          comprador (el banco compra dolares al socio), tipo
      *          vendedor (el banco le vende dolares al socio) y tipo
      *          de referencia, con el que se valuan en pesos los
      *          movimientos en dolares para la contabilidad.
      *
      *          Sin la cotizacion del dia el ingreso de movimientos
      *          no acepta operaciones en dolares. Solo se carga o se
      *          corrige la cotizacion de hoy o de una fecha futura:
      *          la de un dia ya operado no se toca.
      *
      *          Supervisores y administradores. Altas y
      *          modificaciones quedan en AUDITORIA.LOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO_COTIZACIONES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COTIZACIONES-FILE ASSIGN TO "COTIZACIONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cot-clave
               FILE STATUS IS ws-fs-cotizaciones.
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
       01  ws-fs-cotizaciones pic xx value spaces.
       01  ws-fs-audit    pic xx value spaces.
       01  ws-operador    pic x(8) value spaces.
       01  ws-opcion      pic x value space.
           88 opcion-salir value "0".
       01  ws-cant-cambios pic 9(5) value zero.
       01  fecha.
           03 anio pic 9999.
           03 mes pic 99.
           03 dia pic 99.
       01  fecha-num redefines fecha pic 9(8).
      *****************************************************************
      ******************** DATOS DE LA COTIZACION *********************
      *****************************************************************
       01  ws-moneda-ing  pic x(3) value "USD".
       01  ws-fecha-ing.
           03 ws-ing-dia  pic 99.
           03 ws-ing-mes  pic 99.
           03 ws-ing-anio pic 9999.
       01  ws-fecha-ing-num redefines ws-fecha-ing pic 9(8).
       01  ws-fecha-cot   pic 9(8).
       01  ws-fecha-valida pic x value "N".
           88 fecha-valida value "S".
       01  ws-exis-cotizacion pic x value "N".
           88 exis-cotizacion value "S".
       01  ws-comprador-ing pic 9(5)v9(4).
       01  ws-vendedor-ing pic 9(5)v9(4).
       01  ws-referencia-ing pic 9(5)v9(4).
       01  ws-datos-validos pic x value "N".
           88 datos-validos value "S".
       01  ws-confirma    pic x.
       01  ws-cotiz-edit  pic zzzz9,9999.
       01  ws-cotiz-edit2 pic zzzz9,9999.
       01  ws-valor-ant   pic x(31).
       01  ws-valor-nvo   pic x(31).
       01  ws-desde-num   pic 9(8).
       01  ws-fin-cotizaciones pic x value "N".
           88 fin-cotizaciones value "S".
       01  ws-cant-listadas pic 9(5).
       01  ws-ultimo-dia  pic 99.
       01  ws-cociente    pic 9(4).
       01  ws-resto       pic 9(4).
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
       01  ws-programa-acceso pic x(31)
               value "MANTENIMIENTO_COTIZACIONES".
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
                       WHEN "1" PERFORM 310-CARGO-COTIZACION
                       WHEN "2" PERFORM 340-LISTO-COTIZACIONES
                       WHEN "0" CONTINUE
                       WHEN OTHER DISPLAY "Opcion invalida"
                   END-EVALUATE
               END-PERFORM
               PERFORM 400-FIN
           END-IF.
           STOP RUN.
      *****************************************************************
      *************************** RUTINAS *****************************
      *****************************************************************
       100-INICIO.
           ACCEPT fecha FROM DATE YYYYMMDD.
           OPEN I-O COTIZACIONES-FILE.
           IF ws-fs-cotizaciones = "35"
               OPEN OUTPUT COTIZACIONES-FILE
               CLOSE COTIZACIONES-FILE
               OPEN I-O COTIZACIONES-FILE
           END-IF.
           IF ws-fs-cotizaciones NOT = "00"
               DISPLAY "No se pudo abrir el archivo de cotizaciones: "
                   ws-fs-cotizaciones
               MOVE "0" TO ws-opcion
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF ws-fs-audit = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF ws-fs-audit NOT = "00"
               DISPLAY "No se pudo abrir la pista de auditoria: "
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

       188-CONTROLO-ROL.
           IF acceso-ok AND NOT rol-supervisor
                   AND NOT rol-administrador
               DISPLAY "La cotizacion la cargan supervisores y ",
                   "administradores"
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
           DISPLAY "Cotizacion del dolar".
           DISPLAY "  1 = Carga / correccion de la cotizacion".
           DISPLAY "  2 = Listado de cotizaciones".
           DISPLAY "  0 = Salir".
           DISPLAY "Opcion:".
           ACCEPT ws-opcion.

      * Fecha DDMMAAAA con mes y dia reales, hoy o posterior; queda
      * en ws-fecha-cot como AAAAMMDD.
       210-PIDO-FECHA.
           MOVE "N" TO ws-fecha-valida.
           DISPLAY "Fecha de la cotizacion DDMMAAAA (0 = hoy):".
           ACCEPT ws-fecha-ing.
           IF ws-fecha-ing-num = 0
               MOVE fecha-num TO ws-fecha-cot
               MOVE "S" TO ws-fecha-valida
           ELSE
               PERFORM 215-VALIDO-FECHA
               IF NOT fecha-valida
                   DISPLAY "Fecha invalida"
               ELSE
                   COMPUTE ws-fecha-cot = ws-ing-anio * 10000
                       + ws-ing-mes * 100 + ws-ing-dia
                   IF ws-fecha-cot < fecha-num
                       DISPLAY "La cotizacion de un dia ya operado ",
                           "no se modifica"
                       MOVE "N" TO ws-fecha-valida
                   END-IF
               END-IF
           END-IF.

       215-VALIDO-FECHA.
           MOVE "N" TO ws-fecha-valida.
           IF ws-ing-mes > 0 AND ws-ing-mes < 13
               PERFORM 216-CALCULO-ULTIMO-DIA
               IF ws-ing-dia > 0 AND ws-ing-dia <= ws-ultimo-dia
                   MOVE "S" TO ws-fecha-valida
               END-IF
           END-IF.

       216-CALCULO-ULTIMO-DIA.
           MOVE vec-dias-mes(ws-ing-mes) TO ws-ultimo-dia.
           IF ws-ing-mes = 2
               DIVIDE ws-ing-anio BY 4 GIVING ws-cociente
                   REMAINDER ws-resto
               IF ws-resto = 0
                   DIVIDE ws-ing-anio BY 100 GIVING ws-cociente
                       REMAINDER ws-resto
                   IF ws-resto NOT = 0
                       MOVE 29 TO ws-ultimo-dia
                   ELSE
                       DIVIDE ws-ing-anio BY 400 GIVING ws-cociente
                           REMAINDER ws-resto
                       IF ws-resto = 0
                           MOVE 29 TO ws-ultimo-dia
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * El comprador no puede superar al vendedor; la referencia va
      * entre los dos (si no se informa, es el promedio).
       220-PIDO-TIPOS.
           MOVE "N" TO ws-datos-validos.
           DISPLAY "Tipo comprador (pesos por dolar):".
           ACCEPT ws-comprador-ing.
           DISPLAY "Tipo vendedor (pesos por dolar):".
           ACCEPT ws-vendedor-ing.
           DISPLAY "Tipo de referencia (0 = promedio):".
           ACCEPT ws-referencia-ing.
           IF ws-referencia-ing = 0
               COMPUTE ws-referencia-ing ROUNDED =
                   (ws-comprador-ing + ws-vendedor-ing) / 2
           END-IF.
           EVALUATE TRUE
               WHEN ws-comprador-ing = 0 OR ws-vendedor-ing = 0
                   DISPLAY "Las cotizaciones tienen que ser mayores ",
                       "que cero"
               WHEN ws-comprador-ing > ws-vendedor-ing
                   DISPLAY "El tipo comprador no puede superar al ",
                       "vendedor"
               WHEN ws-referencia-ing < ws-comprador-ing
                       OR ws-referencia-ing > ws-vendedor-ing
                   DISPLAY "La referencia tiene que estar entre el ",
                       "comprador y el vendedor"
               WHEN OTHER
                   MOVE "S" TO ws-datos-validos
           END-EVALUATE.

       290-GRABO-AUDITORIA.
           ACCEPT aud-fecha FROM DATE YYYYMMDD.
           ACCEPT aud-hora FROM TIME.
           MOVE ws-operador TO aud-operador.
           MOVE "COTIZACION" TO aud-archivo.
           MOVE cot-fecha(3:6) TO aud-clave.
           MOVE ws-valor-ant TO aud-valor-ant.
           MOVE ws-valor-nvo TO aud-valor-nvo.
           IF ws-fs-audit = "00"
               WRITE reg-auditoria
           END-IF.
           ADD 1 TO ws-cant-cambios.

       295-ARMO-VALOR-COTIZACION.
           MOVE spaces TO ws-valor-nvo.
           MOVE cot-comprador TO ws-cotiz-edit.
           MOVE cot-vendedor TO ws-cotiz-edit2.
           STRING cot-moneda DELIMITED BY SIZE
               " C" DELIMITED BY SIZE
               ws-cotiz-edit DELIMITED BY SIZE
               " V" DELIMITED BY SIZE
               ws-cotiz-edit2 DELIMITED BY SIZE
               INTO ws-valor-nvo
           END-STRING.

       310-CARGO-COTIZACION.
           PERFORM 210-PIDO-FECHA.
           IF fecha-valida
               MOVE ws-fecha-cot TO cot-fecha
               MOVE ws-moneda-ing TO cot-moneda
               MOVE "N" TO ws-exis-cotizacion
               READ COTIZACIONES-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "S" TO ws-exis-cotizacion
               END-READ
               IF exis-cotizacion
                   PERFORM 350-MUESTRO-COTIZACION
               END-IF
               PERFORM 220-PIDO-TIPOS
               IF datos-validos
                   DISPLAY "Confirma la cotizacion? (S/N):"
                   ACCEPT ws-confirma
                   IF ws-confirma = "S"
                       PERFORM 315-GRABO-COTIZACION
                   ELSE
                       DISPLAY "Carga cancelada"
                   END-IF
               ELSE
                   DISPLAY "Carga cancelada"
               END-IF
           END-IF.

       315-GRABO-COTIZACION.
           IF exis-cotizacion
               PERFORM 295-ARMO-VALOR-COTIZACION
               MOVE ws-valor-nvo TO ws-valor-ant
           ELSE
               MOVE spaces TO ws-valor-ant
           END-IF.
           MOVE ws-fecha-cot TO cot-fecha.
           MOVE ws-moneda-ing TO cot-moneda.
           MOVE ws-comprador-ing TO cot-comprador.
           MOVE ws-vendedor-ing TO cot-vendedor.
           MOVE ws-referencia-ing TO cot-referencia.
           MOVE ws-operador TO cot-operador.
           ACCEPT cot-hora-alta FROM TIME.
           MOVE spaces TO cot-reserva.
           IF exis-cotizacion
               REWRITE reg-cotizacion
           ELSE
               WRITE reg-cotizacion
           END-IF.
           IF ws-fs-cotizaciones = "00"
               IF exis-cotizacion
                   MOVE "MODIF" TO aud-operacion
               ELSE
                   MOVE "ALTA" TO aud-operacion
               END-IF
               PERFORM 295-ARMO-VALOR-COTIZACION
               PERFORM 290-GRABO-AUDITORIA
               DISPLAY "Cotizacion registrada"
           ELSE
               DISPLAY "No se pudo grabar la cotizacion: ",
                   ws-fs-cotizaciones
           END-IF.

      * Listado desde una fecha (AAAAMMDD) en adelante.
       340-LISTO-COTIZACIONES.
           DISPLAY "Listar desde la fecha DDMMAAAA (0 = todas):".
           ACCEPT ws-fecha-ing.
           IF ws-fecha-ing-num = 0
               MOVE ZERO TO ws-desde-num
           ELSE
               COMPUTE ws-desde-num = ws-ing-anio * 10000
                   + ws-ing-mes * 100 + ws-ing-dia
           END-IF.
           MOVE ws-desde-num TO cot-fecha.
           MOVE spaces TO cot-moneda.
           MOVE ZERO TO ws-cant-listadas.
           MOVE "N" TO ws-fin-cotizaciones.
           START COTIZACIONES-FILE KEY NOT < cot-clave
               INVALID KEY MOVE "S" TO ws-fin-cotizaciones
           END-START.
           PERFORM UNTIL fin-cotizaciones
               READ COTIZACIONES-FILE NEXT RECORD
                   AT END MOVE "S" TO ws-fin-cotizaciones
                   NOT AT END
                       ADD 1 TO ws-cant-listadas
                       PERFORM 350-MUESTRO-COTIZACION
               END-READ
           END-PERFORM.
           DISPLAY "Cotizaciones listadas: ", ws-cant-listadas.

       350-MUESTRO-COTIZACION.
           DISPLAY " ".
           MOVE cot-comprador TO ws-cotiz-edit.
           DISPLAY "Fecha ", cot-fecha(7:2), "/", cot-fecha(5:2), "/",
               cot-fecha(1:4), "  ", cot-moneda,
               "  comprador ", ws-cotiz-edit.
           MOVE cot-vendedor TO ws-cotiz-edit.
           DISPLAY "      vendedor ", ws-cotiz-edit.
           MOVE cot-referencia TO ws-cotiz-edit.
           DISPLAY "      referencia ", ws-cotiz-edit,
               "  cargada por ", cot-operador.

       400-FIN.
           CLOSE COTIZACIONES-FILE.
           IF ws-fs-audit = "00"
               CLOSE AUDIT-FILE
           END-IF.
           DISPLAY "Cambios registrados: ", ws-cant-cambios.

       END PROGRAM MANTENIMIENTO_COTIZACIONES.
