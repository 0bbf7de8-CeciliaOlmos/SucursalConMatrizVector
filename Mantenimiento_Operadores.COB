      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento del maestro de operadores
      *          (OPERADORES.DAT): codigo, nombre, resumen de la clave,
      *          rol (CJ = cajero, SU = supervisor, CO = contador,
      *          AD = administrador), sucursal, estado (A = activo,
      *          B = bloqueado por intentos fallidos, I = dado de baja)
      *          y contador de intentos. Todos los programas que
      *          registran operador validan el ingreso contra este
      *          maestro y restringen las funciones segun el rol.
      *
      *          Las altas, bajas, modificaciones, blanqueos de clave
      *          y desbloqueos los hace un administrador y quedan en
      *          AUDITORIA.LOG. Cualquier operador puede cambiar su
      *          propia clave. Con el maestro vacio el programa pide
      *          el alta del primer administrador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO_OPERADORES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS opr-codigo
               FILE STATUS IS ws-fs-operadores.
           SELECT SUCURSALES-MASTER ASSIGN TO "SUCURSALES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-sucmaestro.
           SELECT AUDIT-FILE ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-audit.
       DATA DIVISION.
       FILE SECTION.
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

       FD  SUCURSALES-MASTER.
       01  reg-sucursal-mstr.
           03 sum-cod-sucursal pic xxx.
           03 sum-nom-sucursal pic x(11).

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
      *****************************************************************
       01  ws-fs-sucmaestro pic xx value spaces.
       01  ws-fs-audit    pic xx value spaces.
       01  ws-operador    pic x(8) value spaces.
       01  ws-opcion      pic x value space.
           88 opcion-salir value "0".
       01  ws-maestro-vacio pic x value "N".
           88 maestro-vacio value "S".
       01  ws-exis-operador pic x value "N".
           88 exis-operador value "S".
       01  ws-fin-operadores pic x value "N".
           88 fin-operadores value "S".
       01  ws-codigo-ing  pic x(8).
       01  ws-nombre-ing  pic x(30).
       01  ws-rol-ing     pic xx.
           88 rol-ing-valido values "CJ" "SU" "CO" "AD".
       01  ws-suc-ing     pic x(3).
       01  ws-suc-valida  pic x value "N".
           88 suc-valida  value "S".
       01  ws-clave-nueva pic x(10).
       01  ws-clave-repetida pic x(10).
       01  ws-operador-sesion pic x(8).
       01  ws-confirma    pic x value "N".
       01  ws-valor-ant   pic x(31).
       01  ws-valor-nvo   pic x(31).
       01  ws-cant-cambios pic 9(5) value zero.
       01  posJ           pic 999.
       01  ws-max-sucursales pic 999 value 100.
       01  ws-cant-sucursales pic 999 value 0.
      *****************************************************************
      ***************** SUCURSALES (maestro externo) ******************
      *****************************************************************
       01  tab-sucursal.
           03 vec-sucursal occurs 100 times.
               05 cod-sucursal pic xxx.
               05 nom-sucursal pic x(11).
      *****************************************************************
      ******************* IDENTIFICACION OPERADOR *********************
      *****************************************************************
       01  ws-fs-operadores pic xx value spaces.
       01  ws-programa-acceso pic x(31)
               value "MANTENIMIENTO_OPERADORES".
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
           PERFORM 150-CONTROLO-MAESTRO-VACIO.
           IF maestro-vacio
               PERFORM 160-ALTA-PRIMER-ADMINISTRADOR
           END-IF.
           PERFORM 180-IDENTIFICO-OPERADOR.
           IF acceso-ok
               PERFORM 100-INICIO
               PERFORM UNTIL opcion-salir
                   PERFORM 200-MUESTRO-MENU
                   IF NOT rol-administrador AND ws-opcion NOT = "6"
                           AND ws-opcion NOT = "0"
                       DISPLAY "Funcion exclusiva del administrador"
                   ELSE
                       EVALUATE ws-opcion
                           WHEN "1" PERFORM 310-ALTA-OPERADOR
                           WHEN "2" PERFORM 320-BAJA-OPERADOR
                           WHEN "3" PERFORM 330-MODIFICO-OPERADOR
                           WHEN "4" PERFORM 340-BLANQUEO-CLAVE
                           WHEN "5" PERFORM 350-LISTO-OPERADORES
                           WHEN "6" PERFORM 360-CAMBIO-CLAVE-PROPIA
                           WHEN "0" CONTINUE
                           WHEN OTHER DISPLAY "Opcion invalida"
                       END-EVALUATE
                   END-IF
               END-PERFORM
               PERFORM 400-FIN
           END-IF.
           STOP RUN.
      *****************************************************************
      *************************** RUTINAS *****************************
      *****************************************************************
       100-INICIO.
           OPEN I-O OPERADORES-FILE.
           IF ws-fs-operadores NOT = "00"
               DISPLAY "No se pudo abrir el maestro de operadores: "
                   ws-fs-operadores
               MOVE "0" TO ws-opcion
           END-IF.
           PERFORM 110-LEO-SUCURSALES.
           OPEN EXTEND AUDIT-FILE.
           IF ws-fs-audit = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF ws-fs-audit NOT = "00"
               DISPLAY "No se pudo abrir la pista de auditoria: "
                   ws-fs-audit
           END-IF.

      * La sucursal del operador se valida contra el maestro de
      * sucursales; si no se puede leer, se acepta cualquier codigo.
       110-LEO-SUCURSALES.
           MOVE ZERO TO ws-cant-sucursales.
           OPEN INPUT SUCURSALES-MASTER.
           IF ws-fs-sucmaestro NOT = "00"
               DISPLAY "No se pudo abrir el maestro de sucursales: "
                   ws-fs-sucmaestro
           ELSE
               PERFORM UNTIL ws-fs-sucmaestro = "10"
                   READ SUCURSALES-MASTER
                       AT END MOVE "10" TO ws-fs-sucmaestro
                       NOT AT END PERFORM 115-AGREGO-SUCURSAL
                   END-READ
               END-PERFORM
               CLOSE SUCURSALES-MASTER
           END-IF.

       115-AGREGO-SUCURSAL.
           IF ws-cant-sucursales < ws-max-sucursales
               ADD 1 TO ws-cant-sucursales
               MOVE sum-cod-sucursal TO cod-sucursal(ws-cant-sucursales)
               MOVE sum-nom-sucursal TO nom-sucursal(ws-cant-sucursales)
           END-IF.

       150-CONTROLO-MAESTRO-VACIO.
           MOVE "N" TO ws-maestro-vacio.
           OPEN INPUT OPERADORES-FILE.
           IF ws-fs-operadores = "35"
               MOVE "S" TO ws-maestro-vacio
           ELSE
               IF ws-fs-operadores = "00"
                   MOVE LOW-VALUES TO opr-codigo
                   START OPERADORES-FILE KEY NOT < opr-codigo
                       INVALID KEY MOVE "S" TO ws-maestro-vacio
                   END-START
                   CLOSE OPERADORES-FILE
               END-IF
           END-IF.

      * Puesta en marcha: sin operadores nadie podria ingresar, asi
      * que el primer alta se hace sin identificacion y siempre con
      * rol de administrador.
       160-ALTA-PRIMER-ADMINISTRADOR.
           DISPLAY "Maestro de operadores vacio: alta del primer ",
               "administrador".
           OPEN I-O OPERADORES-FILE.
           IF ws-fs-operadores = "35"
               OPEN OUTPUT OPERADORES-FILE
               CLOSE OPERADORES-FILE
               OPEN I-O OPERADORES-FILE
           END-IF.
           IF ws-fs-operadores NOT = "00"
               DISPLAY "No se pudo crear el maestro de operadores: ",
                   ws-fs-operadores
           ELSE
               MOVE spaces TO ws-codigo-ing
               PERFORM UNTIL ws-codigo-ing NOT = spaces
                   DISPLAY "Codigo del administrador:"
                   ACCEPT ws-codigo-ing
               END-PERFORM
               PERFORM 250-PIDO-DATOS-OPERADOR
               MOVE "AD" TO ws-rol-ing
               PERFORM 240-PIDO-CLAVE-NUEVA
               PERFORM 315-GRABO-ALTA
               IF ws-fs-operadores = "00"
                   MOVE ws-codigo-ing TO ws-operador
                   OPEN EXTEND AUDIT-FILE
                   IF ws-fs-audit = "35"
                       OPEN OUTPUT AUDIT-FILE
                   END-IF
                   IF ws-fs-audit = "00"
                       MOVE "ALTA" TO aud-operacion
                       PERFORM 316-AUDITO-ALTA
                       CLOSE AUDIT-FILE
                   END-IF
                   MOVE spaces TO ws-operador
                   DISPLAY "Administrador ", ws-codigo-ing, " dado de ",
                       "alta; ingrese con su clave"
               END-IF
               CLOSE OPERADORES-FILE
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
           DISPLAY "Mantenimiento de operadores".
           DISPLAY "  1 = Alta de operador".
           DISPLAY "  2 = Baja de operador".
           DISPLAY "  3 = Modificacion de operador".
           DISPLAY "  4 = Blanqueo de clave y desbloqueo".
           DISPLAY "  5 = Listado de operadores".
           DISPLAY "  6 = Cambio de la clave propia".
           DISPLAY "  0 = Salir".
           DISPLAY "Opcion:".
           ACCEPT ws-opcion.

       210-PIDO-CODIGO-OPERADOR.
           DISPLAY "Codigo de operador:".
           MOVE spaces TO ws-codigo-ing.
           ACCEPT ws-codigo-ing.
           PERFORM 215-BUSCO-OPERADOR.

       215-BUSCO-OPERADOR.
           MOVE "N" TO ws-exis-operador.
           IF ws-codigo-ing NOT = spaces
               MOVE ws-codigo-ing TO opr-codigo
               READ OPERADORES-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "S" TO ws-exis-operador
               END-READ
           END-IF.

       220-BUSCO-SUCURSAL.
           MOVE "N" TO ws-suc-valida.
           IF ws-cant-sucursales = 0
               IF ws-suc-ing NOT = spaces
                   MOVE "S" TO ws-suc-valida
               END-IF
           ELSE
               PERFORM VARYING posJ FROM 1 BY 1
                       UNTIL posJ > ws-cant-sucursales
                   IF cod-sucursal(posJ) = ws-suc-ing
                       MOVE "S" TO ws-suc-valida
                   END-IF
               END-PERFORM
           END-IF.

      * La clave se pide dos veces y se guarda solo su resumen,
      * calculado con el codigo del operador al que pertenece.
       240-PIDO-CLAVE-NUEVA.
           MOVE spaces TO ws-clave-nueva.
           MOVE "X" TO ws-clave-repetida.
           PERFORM UNTIL ws-clave-nueva NOT = spaces
                   AND ws-clave-nueva = ws-clave-repetida
               DISPLAY "Clave nueva:"
               MOVE spaces TO ws-clave-nueva
               ACCEPT ws-clave-nueva
               DISPLAY "Repita la clave:"
               MOVE spaces TO ws-clave-repetida
               ACCEPT ws-clave-repetida
               IF ws-clave-nueva = spaces
                   DISPLAY "La clave no puede quedar en blanco"
               ELSE
                   IF ws-clave-nueva NOT = ws-clave-repetida
                       DISPLAY "Las claves no coinciden"
                   END-IF
               END-IF
           END-PERFORM.
           MOVE ws-operador TO ws-operador-sesion.
           MOVE ws-codigo-ing TO ws-operador.
           MOVE ws-clave-nueva TO ws-clave.
           PERFORM 185-CALCULO-CLAVE.
           MOVE ws-operador-sesion TO ws-operador.
           MOVE spaces TO ws-clave.
           MOVE spaces TO ws-clave-nueva.
           MOVE spaces TO ws-clave-repetida.

       250-PIDO-DATOS-OPERADOR.
           MOVE spaces TO ws-nombre-ing.
           PERFORM UNTIL ws-nombre-ing NOT = spaces
               DISPLAY "Nombre del operador:"
               ACCEPT ws-nombre-ing
           END-PERFORM.
           MOVE spaces TO ws-suc-ing.
           PERFORM 220-BUSCO-SUCURSAL.
           PERFORM UNTIL suc-valida
               DISPLAY "Sucursal del operador:"
               ACCEPT ws-suc-ing
               PERFORM 220-BUSCO-SUCURSAL
               IF NOT suc-valida
                   DISPLAY "Sucursal inexistente"
               END-IF
           END-PERFORM.

       255-PIDO-ROL.
           MOVE spaces TO ws-rol-ing.
           PERFORM UNTIL rol-ing-valido
               DISPLAY "Rol (CJ = cajero, SU = supervisor, ",
                   "CO = contador, AD = administrador):"
               ACCEPT ws-rol-ing
           END-PERFORM.

       290-GRABO-AUDITORIA.
           ACCEPT aud-fecha FROM DATE YYYYMMDD.
           ACCEPT aud-hora FROM TIME.
           MOVE ws-operador TO aud-operador.
           MOVE "OPERADORES" TO aud-archivo.
           MOVE spaces TO aud-clave.
           MOVE ws-valor-ant TO aud-valor-ant.
           MOVE ws-valor-nvo TO aud-valor-nvo.
           WRITE reg-auditoria.
           ADD 1 TO ws-cant-cambios.

       295-ARMO-VALOR-OPERADOR.
           STRING opr-codigo DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               opr-rol DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               opr-sucursal DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               opr-estado DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               opr-nombre DELIMITED BY SIZE
               INTO ws-valor-nvo
           END-STRING.

       310-ALTA-OPERADOR.
           PERFORM 210-PIDO-CODIGO-OPERADOR.
           IF ws-codigo-ing = spaces
               DISPLAY "Alta cancelada"
           ELSE
               IF exis-operador
                   DISPLAY "El operador ya existe: ", opr-nombre
               ELSE
                   PERFORM 250-PIDO-DATOS-OPERADOR
                   PERFORM 255-PIDO-ROL
                   PERFORM 240-PIDO-CLAVE-NUEVA
                   PERFORM 315-GRABO-ALTA
                   IF ws-fs-operadores = "00"
                       MOVE "ALTA" TO aud-operacion
                       PERFORM 316-AUDITO-ALTA
                       DISPLAY "Operador dado de alta"
                   ELSE
                       DISPLAY "No se pudo grabar el operador: "
                           ws-fs-operadores
                   END-IF
               END-IF
           END-IF.

       315-GRABO-ALTA.
           MOVE ws-codigo-ing TO opr-codigo.
           MOVE ws-nombre-ing TO opr-nombre.
           MOVE ws-clave-hash TO opr-clave-hash.
           MOVE ws-rol-ing TO opr-rol.
           MOVE ws-suc-ing TO opr-sucursal.
           MOVE "A" TO opr-estado.
           MOVE ZERO TO opr-intentos.
           ACCEPT opr-fecha-alta FROM DATE YYYYMMDD.
           MOVE ZERO TO opr-ultimo-acceso.
           MOVE spaces TO opr-reserva.
           WRITE reg-operador.

       316-AUDITO-ALTA.
           MOVE spaces TO ws-valor-ant.
           MOVE spaces TO ws-valor-nvo.
           PERFORM 295-ARMO-VALOR-OPERADOR.
           PERFORM 290-GRABO-AUDITORIA.

       320-BAJA-OPERADOR.
           PERFORM 210-PIDO-CODIGO-OPERADOR.
           IF NOT exis-operador
               DISPLAY "Operador inexistente"
           ELSE
               IF opr-codigo = ws-operador
                   DISPLAY "Un administrador no puede darse de baja ",
                       "a si mismo"
               ELSE
                   IF opr-baja
                       DISPLAY "El operador ya esta dado de baja"
                   ELSE
                       PERFORM 325-ARMO-VALOR-ANT
                       MOVE "I" TO opr-estado
                       REWRITE reg-operador
                       IF ws-fs-operadores = "00"
                           MOVE "BAJA" TO aud-operacion
                           PERFORM 326-AUDITO-CAMBIO
                           DISPLAY "Operador dado de baja: ",
                               opr-nombre
                       ELSE
                           DISPLAY "No se pudo regrabar el operador: "
                               ws-fs-operadores
                       END-IF
                   END-IF
               END-IF
           END-IF.

       325-ARMO-VALOR-ANT.
           MOVE spaces TO ws-valor-nvo.
           PERFORM 295-ARMO-VALOR-OPERADOR.
           MOVE ws-valor-nvo TO ws-valor-ant.

       326-AUDITO-CAMBIO.
           MOVE spaces TO ws-valor-nvo.
           PERFORM 295-ARMO-VALOR-OPERADOR.
           PERFORM 290-GRABO-AUDITORIA.

       330-MODIFICO-OPERADOR.
           PERFORM 210-PIDO-CODIGO-OPERADOR.
           IF NOT exis-operador
               DISPLAY "Operador inexistente"
           ELSE
               PERFORM 325-ARMO-VALOR-ANT
               DISPLAY "Nombre actual: ", opr-nombre
               DISPLAY "Nuevo nombre (ENTER = sin cambio):"
               MOVE spaces TO ws-nombre-ing
               ACCEPT ws-nombre-ing
               IF ws-nombre-ing NOT = spaces
                   MOVE ws-nombre-ing TO opr-nombre
               END-IF
               DISPLAY "Rol actual: ", opr-rol
               DISPLAY "Nuevo rol (CJ/SU/CO/AD, ENTER = sin cambio):"
               MOVE spaces TO ws-rol-ing
               ACCEPT ws-rol-ing
               IF rol-ing-valido
                   IF opr-codigo = ws-operador AND ws-rol-ing NOT = "AD"
                       DISPLAY "Un administrador no puede quitarse ",
                           "el rol a si mismo"
                   ELSE
                       MOVE ws-rol-ing TO opr-rol
                   END-IF
               END-IF
               DISPLAY "Sucursal actual: ", opr-sucursal
               DISPLAY "Nueva sucursal (ENTER = sin cambio):"
               MOVE spaces TO ws-suc-ing
               ACCEPT ws-suc-ing
               IF ws-suc-ing NOT = spaces
                   PERFORM 220-BUSCO-SUCURSAL
                   IF suc-valida
                       MOVE ws-suc-ing TO opr-sucursal
                   ELSE
                       DISPLAY "Sucursal inexistente: sin cambio"
                   END-IF
               END-IF
               IF opr-baja
                   DISPLAY "El operador esta dado de baja. ",
                       "Reactivarlo? (S/N):"
                   MOVE "N" TO ws-confirma
                   ACCEPT ws-confirma
                   IF ws-confirma = "S"
                       MOVE "A" TO opr-estado
                       MOVE ZERO TO opr-intentos
                   END-IF
               END-IF
               REWRITE reg-operador
               IF ws-fs-operadores = "00"
                   MOVE "MODIF" TO aud-operacion
                   PERFORM 326-AUDITO-CAMBIO
               ELSE
                   DISPLAY "No se pudo regrabar el operador: "
                       ws-fs-operadores
               END-IF
           END-IF.

      * El blanqueo asigna una clave nueva y, si el operador estaba
      * bloqueado por intentos fallidos, lo vuelve a habilitar.
       340-BLANQUEO-CLAVE.
           PERFORM 210-PIDO-CODIGO-OPERADOR.
           IF NOT exis-operador
               DISPLAY "Operador inexistente"
           ELSE
               IF opr-baja
                   DISPLAY "El operador esta dado de baja; ",
                       "reactivarlo desde la modificacion"
               ELSE
                   PERFORM 325-ARMO-VALOR-ANT
                   PERFORM 240-PIDO-CLAVE-NUEVA
                   MOVE ws-clave-hash TO opr-clave-hash
                   MOVE "A" TO opr-estado
                   MOVE ZERO TO opr-intentos
                   REWRITE reg-operador
                   IF ws-fs-operadores = "00"
                       MOVE "CLAVE" TO aud-operacion
                       PERFORM 326-AUDITO-CAMBIO
                       DISPLAY "Clave blanqueada para ", opr-codigo
                   ELSE
                       DISPLAY "No se pudo regrabar el operador: "
                           ws-fs-operadores
                   END-IF
               END-IF
           END-IF.

       350-LISTO-OPERADORES.
           MOVE "N" TO ws-fin-operadores.
           MOVE LOW-VALUES TO opr-codigo.
           START OPERADORES-FILE KEY NOT < opr-codigo
               INVALID KEY MOVE "S" TO ws-fin-operadores
           END-START.
           DISPLAY "CODIGO   NOMBRE                         ROL SUC ",
               "EST INT ULT.ACCESO".
           PERFORM UNTIL fin-operadores
               READ OPERADORES-FILE NEXT RECORD
                   AT END MOVE "S" TO ws-fin-operadores
                   NOT AT END
                       DISPLAY opr-codigo, " ", opr-nombre, " ",
                           opr-rol, "  ", opr-sucursal, "  ",
                           opr-estado, "   ", opr-intentos, "   ",
                           opr-ultimo-acceso
               END-READ
           END-PERFORM.

      * Cualquier operador cambia su propia clave confirmando la
      * clave actual.
       360-CAMBIO-CLAVE-PROPIA.
           MOVE ws-operador TO ws-codigo-ing.
           PERFORM 215-BUSCO-OPERADOR.
           IF NOT exis-operador
               DISPLAY "Operador inexistente"
           ELSE
               DISPLAY "Clave actual:"
               MOVE spaces TO ws-clave
               ACCEPT ws-clave
               PERFORM 185-CALCULO-CLAVE
               MOVE spaces TO ws-clave
               IF ws-clave-hash NOT = opr-clave-hash
                   DISPLAY "Clave actual incorrecta"
               ELSE
                   PERFORM 325-ARMO-VALOR-ANT
                   PERFORM 240-PIDO-CLAVE-NUEVA
                   MOVE ws-clave-hash TO opr-clave-hash
                   REWRITE reg-operador
                   IF ws-fs-operadores = "00"
                       MOVE "CLAVE" TO aud-operacion
                       PERFORM 326-AUDITO-CAMBIO
                       DISPLAY "Clave cambiada"
                   ELSE
                       DISPLAY "No se pudo regrabar el operador: "
                           ws-fs-operadores
                   END-IF
               END-IF
           END-IF.

       400-FIN.
           CLOSE OPERADORES-FILE.
           CLOSE AUDIT-FILE.
           DISPLAY "Cambios registrados: ", ws-cant-cambios.

       END PROGRAM MANTENIMIENTO_OPERADORES.
