      *          (SOCIOS.DAT) y de sucursales (SUCURSALES.DAT), con
      *          altas, bajas y modificaciones y pista de auditoria
      *          (AUDITORIA.LOG) de quien cambio que y cuando.
      *          El operador se valida contra OPERADORES.DAT; el
      *          maestro de sucursales solo lo cambia un
      *          administrador.
      *
      *          El socio lleva sus datos de identidad: documento (DNI
      *          o CUIT, con digito verificador), fecha de nacimiento,
      *          domicilio, telefono y sucursal de radicacion. El alta
      *          se rechaza si el documento ya es de otro socio (el
      *          CUIT de una persona se compara tambien contra el DNI
      *          que contiene); en la modificacion el documento
      *          repetido no se cambia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO_MAESTROS.
       FILE-CONTROL.
           SELECT SOCIOS-MASTER ASSIGN TO "SOCIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS soc-codigo
               FILE STATUS IS ws-fs-socios.
           SELECT SUCURSALES-MASTER ASSIGN TO "SUCURSALES.DAT"
           SELECT RESPALDO-SUC-FILE ASSIGN TO "SUCURSALES.BAK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-respaldo.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS opr-codigo
               FILE STATUS IS ws-fs-operadores.
       DATA DIVISION.
       FILE SECTION.
       FD  SOCIOS-MASTER.
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
      * el estado "I" (inactivo) lo pone la deteccion de cuentas
      * dormidas; aca solo se permite revisarlo a mano

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
               05 cod-sucursal pic xxx.
               05 nom-sucursal pic x(11).

      *****************************************************************
      ********************* IDENTIDAD DEL SOCIO ***********************
      *****************************************************************
       01  ws-modo-ingreso pic x value "A".
           88 ingreso-alta         value "A".
           88 ingreso-modificacion value "M".
       01  ws-dato-valido pic x value "N".
           88 dato-valido value "S".
       01  ws-tipo-doc-ing pic x(4).
       01  ws-nro-doc-ing pic 9(11).
       01  ws-nro-doc-ing-r redefines ws-nro-doc-ing.
           03 ws-dig-doc  pic 9 occurs 11 times.
       01  ws-fecha-nac-ing.
           03 ws-fni-dia  pic 99.
           03 ws-fni-mes  pic 99.
           03 ws-fni-anio pic 9999.
       01  ws-fecha-nac-nva.
           03 ws-fnn-anio pic 9999.
           03 ws-fnn-mes  pic 99.
           03 ws-fnn-dia  pic 99.
       01  ws-fecha-nac-nva-num redefines ws-fecha-nac-nva pic 9(8).
       01  ws-calle-ing   pic x(30).
       01  ws-localidad-ing pic x(20).
       01  ws-cod-postal-ing pic x(8).
       01  ws-telefono-ing pic x(15).
       01  ws-telefono-ctrl pic x(15).
       01  ws-calc-tipo-doc pic x(4).
       01  ws-calc-nro-doc pic 9(11).
       01  ws-calc-nro-doc-r redefines ws-calc-nro-doc.
           03 ws-calc-prefijo pic 99.
               88 calc-cuit-persona values 20 23 24 27.
               88 calc-cuit-empresa values 30 33 34.
           03 ws-calc-dni-cuit pic 9(8).
           03 ws-calc-verificador pic 9.
       01  ws-calc-dni    pic 9(8).
       01  ws-dni-base-ing pic 9(8).
       01  ws-cuit-suma   pic 9(4).
       01  ws-cuit-digito pic 99.
       01  ws-cociente    pic 9(4).
       01  ws-resto       pic 9(4).
       01  ws-ultimo-dia  pic 99.
       01  posD           pic 99.
       01  pesos-cuit     pic x(10) value "5432765432".
       01  tab-pesos-cuit redefines pesos-cuit.
           03 vec-peso-cuit pic 9 occurs 10 times.
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
       01  ws-fin-padron  pic x value "N".
           88 fin-padron value "S".
       01  ws-doc-repetido pic x value "N".
           88 doc-repetido value "S".
       01  ws-socio-repetido pic 9(6).
       01  ws-nombre-repetido pic x(30).
       01  ws-socio-guardado pic x(156).
       01  ws-ident-ant.
           03 ws-ant-documento.
               05 ws-ant-tipo-doc pic x(4).
               05 ws-ant-nro-doc pic x(11).
           03 ws-ant-fecha-nac pic 9(8).
           03 ws-ant-calle pic x(30).
           03 ws-ant-localidad pic x(20).
           03 ws-ant-cod-postal pic x(8).
           03 ws-ant-telefono pic x(15).
           03 ws-ant-sucursal pic x(3).
       01  ws-fecha-edit.
           03 ws-fed-dia  pic 99.
           03 filler      pic x value "/".
           03 ws-fed-mes  pic 99.
           03 filler      pic x value "/".
           03 ws-fed-anio pic 9999.
       01  ws-fecha-trabajo pic 9(8).
       01  ws-fecha-trabajo-r redefines ws-fecha-trabajo.
           03 ws-ftr-anio pic 9999.
           03 ws-ftr-mes  pic 99.
           03 ws-ftr-dia  pic 99.

      *****************************************************************
      ******************* IDENTIFICACION OPERADOR *********************
      *****************************************************************
       01  ws-fs-operadores pic xx value spaces.
       01  ws-programa-acceso pic x(31) value "MANTENIMIENTO_MAESTROS".
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
                       WHEN "1" PERFORM 310-ALTA-SOCIO
                       WHEN "2" PERFORM 320-BAJA-SOCIO
                       WHEN "3" PERFORM 330-MODIFICO-SOCIO
                       WHEN "4"
                           IF rol-administrador
                               PERFORM 340-ALTA-SUCURSAL
                           ELSE
                               PERFORM 230-NIEGO-SUCURSALES
                           END-IF
                       WHEN "5"
                           IF rol-administrador
                               PERFORM 350-BAJA-SUCURSAL
                           ELSE
                               PERFORM 230-NIEGO-SUCURSALES
                           END-IF
                       WHEN "6"
                           IF rol-administrador
                               PERFORM 360-MODIFICO-SUCURSAL
                           ELSE
                               PERFORM 230-NIEGO-SUCURSALES
                           END-IF
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
           OPEN I-O SOCIOS-MASTER.
           IF ws-fs-socios = "35"
               OPEN OUTPUT SOCIOS-MASTER
                   ws-max-sucursales, ") y queda fuera del proceso"
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
           IF acceso-ok AND NOT rol-cajero
                   AND NOT rol-supervisor AND NOT rol-administrador
               DISPLAY "El mantenimiento de maestros no esta ",
                   "habilitado para el rol del operador"
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
           DISPLAY "Mantenimiento de maestros".
                   CONTINUE
           END-PERFORM.

       230-NIEGO-SUCURSALES.
           DISPLAY "El maestro de sucursales solo lo modifica un ",
               "administrador".

      * DNI de 1 a 8 digitos; CUIT de 11 digitos con prefijo de
      * persona (20, 23, 24, 27) o de empresa (30, 33, 34) y digito
      * verificador.
       240-VALIDO-DOCUMENTO.
           MOVE "S" TO ws-dato-valido.
           MOVE ws-tipo-doc-ing TO ws-calc-tipo-doc.
           MOVE ws-nro-doc-ing TO ws-calc-nro-doc.
           EVALUATE ws-tipo-doc-ing
               WHEN "DNI"
                   IF ws-nro-doc-ing = 0 OR ws-nro-doc-ing > 99999999
                       DISPLAY "El DNI debe tener de 1 a 8 digitos"
                       MOVE "N" TO ws-dato-valido
                   END-IF
               WHEN "CUIT"
                   IF NOT calc-cuit-persona AND NOT calc-cuit-empresa
                       DISPLAY "El CUIT debe tener 11 digitos y ",
                           "empezar con 20, 23, 24, 27, 30, 33 o 34"
                       MOVE "N" TO ws-dato-valido
                   ELSE
                       PERFORM 241-VALIDO-CUIT
                   END-IF
               WHEN OTHER
                   DISPLAY "Tipo de documento invalido (DNI o CUIT)"
                   MOVE "N" TO ws-dato-valido
           END-EVALUATE.

      * Digito verificador modulo 11 con pesos 5432765432 sobre los
      * primeros 10 digitos; un resto que da 10 no es un CUIT valido.
       241-VALIDO-CUIT.
           MOVE ZERO TO ws-cuit-suma.
           PERFORM VARYING posD FROM 1 BY 1 UNTIL posD > 10
               COMPUTE ws-cuit-suma = ws-cuit-suma
                   + ws-dig-doc(posD) * vec-peso-cuit(posD)
           END-PERFORM.
           DIVIDE ws-cuit-suma BY 11 GIVING ws-cociente
               REMAINDER ws-resto.
           COMPUTE ws-cuit-digito = 11 - ws-resto.
           IF ws-cuit-digito = 11
               MOVE ZERO TO ws-cuit-digito
           END-IF.
           IF ws-cuit-digito NOT = ws-dig-doc(11)
               DISPLAY "CUIT invalido: no coincide el digito ",
                   "verificador"
               MOVE "N" TO ws-dato-valido
           END-IF.

      * Documento de la persona para comparar socios: el DNI, o el
      * DNI que el CUIT de una persona lleva en los digitos 3 a 10.
      * El CUIT de una empresa no lleva DNI (queda en cero).
       242-CALCULO-DNI-BASE.
           MOVE ZERO TO ws-calc-dni.
           EVALUATE ws-calc-tipo-doc
               WHEN "DNI"
                   MOVE ws-calc-nro-doc TO ws-calc-dni
               WHEN "CUIT"
                   IF calc-cuit-persona
                       MOVE ws-calc-dni-cuit TO ws-calc-dni
                   END-IF
           END-EVALUATE.

      * Fecha real de calendario, desde 1900 y no posterior a hoy.
       245-VALIDO-FECHA-NAC.
           MOVE "N" TO ws-dato-valido.
           IF ws-fecha-nac-ing IS NUMERIC
               MOVE ws-fni-anio TO ws-fnn-anio
               MOVE ws-fni-mes TO ws-fnn-mes
               MOVE ws-fni-dia TO ws-fnn-dia
               IF ws-fni-mes > 0 AND ws-fni-mes < 13
                       AND ws-fni-anio NOT < 1900
                   PERFORM 246-CALCULO-ULTIMO-DIA
                   IF ws-fni-dia > 0
                           AND ws-fni-dia NOT > ws-ultimo-dia
                       MOVE "S" TO ws-dato-valido
                   END-IF
               END-IF
           END-IF.
           IF NOT dato-valido
               DISPLAY "Fecha invalida"
           ELSE
               IF ws-fecha-nac-nva-num > ws-fecha-acceso
                   DISPLAY "La fecha de nacimiento no puede ser ",
                       "posterior a hoy"
                   MOVE "N" TO ws-dato-valido
               END-IF
           END-IF.

       246-CALCULO-ULTIMO-DIA.
           MOVE vec-dias-mes(ws-fni-mes) TO ws-ultimo-dia.
           IF ws-fni-mes = 2
               DIVIDE ws-fni-anio BY 4 GIVING ws-cociente
                   REMAINDER ws-resto
               IF ws-resto = 0
                   DIVIDE ws-fni-anio BY 100 GIVING ws-cociente
                       REMAINDER ws-resto
                   IF ws-resto NOT = 0
                       MOVE 29 TO ws-ultimo-dia
                   ELSE
                       DIVIDE ws-fni-anio BY 400 GIVING ws-cociente
                           REMAINDER ws-resto
                       IF ws-resto = 0
                           MOVE 29 TO ws-ultimo-dia
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * SOCIOS.DAT no tiene clave por documento: se recorre el padron
      * completo buscando el documento ingresado en otro socio. El
      * registro en curso se guarda y se repone al terminar.
       250-BUSCO-DOCUMENTO.
           MOVE "N" TO ws-doc-repetido.
           MOVE reg-socio TO ws-socio-guardado.
           MOVE ws-tipo-doc-ing TO ws-calc-tipo-doc.
           MOVE ws-nro-doc-ing TO ws-calc-nro-doc.
           PERFORM 242-CALCULO-DNI-BASE.
           MOVE ws-calc-dni TO ws-dni-base-ing.
           MOVE "N" TO ws-fin-padron.
           MOVE ZERO TO soc-codigo.
           START SOCIOS-MASTER KEY NOT < soc-codigo
               INVALID KEY MOVE "S" TO ws-fin-padron
           END-START.
           PERFORM UNTIL fin-padron OR doc-repetido
               READ SOCIOS-MASTER NEXT RECORD
                   AT END MOVE "S" TO ws-fin-padron
                   NOT AT END PERFORM 255-COMPARO-DOCUMENTO
               END-READ
           END-PERFORM.
           MOVE ws-socio-guardado TO reg-socio.
           IF doc-repetido
               DISPLAY "El documento ya pertenece al socio ",
                   ws-socio-repetido, " ", ws-nombre-repetido
           END-IF.

       255-COMPARO-DOCUMENTO.
           IF soc-codigo NOT = ws-codigo-ing AND soc-nro-doc > 0
               MOVE soc-tipo-doc TO ws-calc-tipo-doc
               MOVE soc-nro-doc TO ws-calc-nro-doc
               PERFORM 242-CALCULO-DNI-BASE
               IF (soc-tipo-doc = ws-tipo-doc-ing
                       AND soc-nro-doc = ws-nro-doc-ing)
                   OR (ws-calc-dni > 0
                       AND ws-calc-dni = ws-dni-base-ing)
                   MOVE "S" TO ws-doc-repetido
                   MOVE soc-codigo TO ws-socio-repetido
                   MOVE soc-nombre TO ws-nombre-repetido
               END-IF
           END-IF.

      * Datos personales del socio. En el alta la fecha de
      * nacimiento, el domicilio y la localidad son obligatorios; en
      * la modificacion ENTER deja cada dato como estaba.
       260-PIDO-DATOS-PERSONALES.
           PERFORM 261-PIDO-FECHA-NAC.
           PERFORM 262-PIDO-DOMICILIO.
           PERFORM 264-PIDO-TELEFONO.
           PERFORM 266-PIDO-SUCURSAL-SOCIO.

       261-PIDO-FECHA-NAC.
           MOVE "N" TO ws-dato-valido.
           PERFORM UNTIL dato-valido
               DISPLAY "Fecha de nacimiento (DDMMAAAA):"
               MOVE spaces TO ws-fecha-nac-ing
               ACCEPT ws-fecha-nac-ing
               IF (ws-fecha-nac-ing = spaces
                       OR ws-fecha-nac-ing = ZERO)
                   AND ingreso-modificacion
                   MOVE "S" TO ws-dato-valido
               ELSE
                   PERFORM 245-VALIDO-FECHA-NAC
                   IF dato-valido
                       MOVE ws-fecha-nac-nva-num TO soc-fecha-nac
                   END-IF
               END-IF
           END-PERFORM.

       262-PIDO-DOMICILIO.
           DISPLAY "Domicilio (calle y numero):".
           MOVE spaces TO ws-calle-ing.
           ACCEPT ws-calle-ing.
           PERFORM UNTIL ws-calle-ing NOT = spaces
                   OR ingreso-modificacion
               DISPLAY "El domicilio es obligatorio. Domicilio:"
               ACCEPT ws-calle-ing
           END-PERFORM.
           IF ws-calle-ing NOT = spaces
               MOVE ws-calle-ing TO soc-calle
           END-IF.
           DISPLAY "Localidad:".
           MOVE spaces TO ws-localidad-ing.
           ACCEPT ws-localidad-ing.
           PERFORM UNTIL ws-localidad-ing NOT = spaces
                   OR ingreso-modificacion
               DISPLAY "La localidad es obligatoria. Localidad:"
               ACCEPT ws-localidad-ing
           END-PERFORM.
           IF ws-localidad-ing NOT = spaces
               MOVE ws-localidad-ing TO soc-localidad
           END-IF.
           DISPLAY "Codigo postal:".
           MOVE spaces TO ws-cod-postal-ing.
           ACCEPT ws-cod-postal-ing.
           IF ws-cod-postal-ing NOT = spaces
               MOVE ws-cod-postal-ing TO soc-cod-postal
           END-IF.

      * El telefono es optativo: solo numeros, espacios y + - ( ).
       264-PIDO-TELEFONO.
           MOVE "N" TO ws-dato-valido.
           PERFORM UNTIL dato-valido
               DISPLAY "Telefono:"
               MOVE spaces TO ws-telefono-ing
               ACCEPT ws-telefono-ing
               MOVE ws-telefono-ing TO ws-telefono-ctrl
               INSPECT ws-telefono-ctrl CONVERTING "0123456789+-()"
                   TO "              "
               IF ws-telefono-ctrl = spaces
                   MOVE "S" TO ws-dato-valido
                   IF ws-telefono-ing NOT = spaces
                       MOVE ws-telefono-ing TO soc-telefono
                   END-IF
               ELSE
                   DISPLAY "Telefono invalido: solo numeros, ",
                       "espacios y los signos + - ( )"
               END-IF
           END-PERFORM.

      * La sucursal de radicacion tiene que existir en el maestro de
      * sucursales; en el alta ENTER toma la sucursal del operador.
      * Si el maestro no se pudo cargar no se controla.
       266-PIDO-SUCURSAL-SOCIO.
           MOVE "N" TO ws-dato-valido.
           PERFORM UNTIL dato-valido
               DISPLAY "Sucursal de radicacion:"
               MOVE spaces TO ws-cod-suc-ing
               ACCEPT ws-cod-suc-ing
               IF ws-cod-suc-ing = spaces AND ingreso-alta
                   MOVE ws-suc-operador TO ws-cod-suc-ing
               END-IF
               IF ws-cod-suc-ing = spaces
                   IF ingreso-modificacion
                       MOVE "S" TO ws-dato-valido
                   ELSE
                       DISPLAY "La sucursal es obligatoria"
                   END-IF
               ELSE
                   PERFORM 225-BUSCO-SUCURSAL
                   IF posJ <= ws-cant-sucursales
                           OR NOT sucursales-cargado
                           OR ws-cant-sucursales = 0
                       MOVE ws-cod-suc-ing TO soc-sucursal
                       MOVE "S" TO ws-dato-valido
                   ELSE
                       DISPLAY "Sucursal inexistente: ", ws-cod-suc-ing
                   END-IF
               END-IF
           END-PERFORM.

      * Un renglon de auditoria por cada dato de identidad que cambio
      * respecto de ws-ident-ant (en el alta, por cada dato cargado).
      * La operacion (ALTA o MODIF) la deja puesta el que llama.
       280-AUDITO-IDENTIDAD.
           MOVE spaces TO ws-valor-ant.
           MOVE spaces TO ws-valor-nvo.
           IF soc-documento NOT = ws-ant-documento
               STRING ws-ant-tipo-doc DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-ant-nro-doc DELIMITED BY SIZE
                   INTO ws-valor-ant
               END-STRING
               STRING soc-tipo-doc DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   soc-nro-doc DELIMITED BY SIZE
                   INTO ws-valor-nvo
               END-STRING
               PERFORM 285-AUDITO-DATO-SOCIO
           END-IF.
           IF soc-fecha-nac NOT = ws-ant-fecha-nac
               IF ws-ant-fecha-nac > 0
                   STRING "NACIMIENTO " DELIMITED BY SIZE
                       ws-ant-fecha-nac DELIMITED BY SIZE
                       INTO ws-valor-ant
                   END-STRING
               END-IF
               STRING "NACIMIENTO " DELIMITED BY SIZE
                   soc-fecha-nac DELIMITED BY SIZE
                   INTO ws-valor-nvo
               END-STRING
               PERFORM 285-AUDITO-DATO-SOCIO
           END-IF.
           IF soc-calle NOT = ws-ant-calle
               MOVE ws-ant-calle TO ws-valor-ant
               MOVE soc-calle TO ws-valor-nvo
               PERFORM 285-AUDITO-DATO-SOCIO
           END-IF.
           IF soc-localidad NOT = ws-ant-localidad
                   OR soc-cod-postal NOT = ws-ant-cod-postal
               STRING ws-ant-localidad DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-ant-cod-postal DELIMITED BY SIZE
                   INTO ws-valor-ant
               END-STRING
               STRING soc-localidad DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   soc-cod-postal DELIMITED BY SIZE
                   INTO ws-valor-nvo
               END-STRING
               PERFORM 285-AUDITO-DATO-SOCIO
           END-IF.
           IF soc-telefono NOT = ws-ant-telefono
               STRING "TEL. " DELIMITED BY SIZE
                   ws-ant-telefono DELIMITED BY SIZE
                   INTO ws-valor-ant
               END-STRING
               STRING "TEL. " DELIMITED BY SIZE
                   soc-telefono DELIMITED BY SIZE
                   INTO ws-valor-nvo
               END-STRING
               PERFORM 285-AUDITO-DATO-SOCIO
           END-IF.
           IF soc-sucursal NOT = ws-ant-sucursal
               STRING "SUCURSAL " DELIMITED BY SIZE
                   ws-ant-sucursal DELIMITED BY SIZE
                   INTO ws-valor-ant
               END-STRING
               STRING "SUCURSAL " DELIMITED BY SIZE
                   soc-sucursal DELIMITED BY SIZE
                   INTO ws-valor-nvo
               END-STRING
               PERFORM 285-AUDITO-DATO-SOCIO
           END-IF.

       285-AUDITO-DATO-SOCIO.
           MOVE "SOCIOS" TO aud-archivo.
           MOVE soc-codigo TO aud-clave.
           PERFORM 290-GRABO-AUDITORIA.
           MOVE spaces TO ws-valor-ant.
           MOVE spaces TO ws-valor-nvo.

       290-GRABO-AUDITORIA.
           ACCEPT aud-fecha FROM DATE YYYYMMDD.
           ACCEPT aud-hora FROM TIME.
               ELSE
                   DISPLAY "Nombre del socio:"
                   ACCEPT ws-nombre-ing
                   PERFORM 311-PIDO-DOCUMENTO
                   PERFORM 250-BUSCO-DOCUMENTO
                   IF doc-repetido
                       DISPLAY "Alta rechazada: el documento no ",
                           "puede estar a nombre de dos socios"
                   ELSE
                       PERFORM 312-ARMO-SOCIO-NUEVO
                       WRITE reg-socio
                       IF ws-fs-socios = "00"
                           PERFORM 315-AUDITO-ALTA-SOCIO
                           PERFORM 280-AUDITO-IDENTIDAD
                       ELSE
                           DISPLAY "No se pudo grabar el socio: "
                               ws-fs-socios
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.

       311-PIDO-DOCUMENTO.
           MOVE "N" TO ws-dato-valido.
           PERFORM UNTIL dato-valido
               DISPLAY "Tipo de documento (DNI/CUIT):"
               MOVE spaces TO ws-tipo-doc-ing
               ACCEPT ws-tipo-doc-ing
               DISPLAY "Numero de documento (sin puntos ni guiones):"
               MOVE ZERO TO ws-nro-doc-ing
               ACCEPT ws-nro-doc-ing
               PERFORM 240-VALIDO-DOCUMENTO
           END-PERFORM.

       312-ARMO-SOCIO-NUEVO.
           MOVE ws-codigo-ing TO soc-codigo.
           MOVE ws-nombre-ing TO soc-nombre.
           MOVE "A" TO soc-estado.
           MOVE ws-tipo-doc-ing TO soc-tipo-doc.
           MOVE ws-nro-doc-ing TO soc-nro-doc.
           MOVE ZERO TO soc-fecha-nac.
           MOVE spaces TO soc-domicilio.
           MOVE spaces TO soc-telefono.
           MOVE spaces TO soc-sucursal.
           MOVE spaces TO soc-reserva.
           MOVE spaces TO ws-ident-ant.
           MOVE ZERO TO ws-ant-fecha-nac.
           MOVE "A" TO ws-modo-ingreso.
           PERFORM 260-PIDO-DATOS-PERSONALES.

       315-AUDITO-ALTA-SOCIO.
           MOVE "SOCIOS" TO aud-archivo.
           MOVE "ALTA" TO aud-operacion.
                       OR ws-estado-ing = "I"
                   MOVE ws-estado-ing TO soc-estado
               END-IF
               PERFORM 333-MUESTRO-IDENTIDAD
               MOVE "M" TO ws-modo-ingreso
               PERFORM 331-MODIFICO-DOCUMENTO
               PERFORM 260-PIDO-DATOS-PERSONALES
               REWRITE reg-socio
               IF ws-fs-socios = "00"
                   MOVE "MODIF" TO aud-operacion
                   PERFORM 326-AUDITO-CAMBIO-SOCIO
                   PERFORM 280-AUDITO-IDENTIDAD
               ELSE
                   DISPLAY "No se pudo regrabar el socio: "
                       ws-fs-socios
           END-IF
           END-IF.

      * El documento nuevo se valida igual que en el alta; si ya es
      * de otro socio el documento queda como estaba.
       331-MODIFICO-DOCUMENTO.
           DISPLAY "Nuevo tipo de documento (DNI/CUIT, ENTER = sin ",
               "cambio):".
           MOVE spaces TO ws-tipo-doc-ing.
           ACCEPT ws-tipo-doc-ing.
           IF ws-tipo-doc-ing NOT = spaces
               DISPLAY "Numero de documento (sin puntos ni guiones):"
               MOVE ZERO TO ws-nro-doc-ing
               ACCEPT ws-nro-doc-ing
               PERFORM 240-VALIDO-DOCUMENTO
               IF NOT dato-valido
                   PERFORM 311-PIDO-DOCUMENTO
               END-IF
               PERFORM 250-BUSCO-DOCUMENTO
               IF doc-repetido
                   DISPLAY "El documento queda sin cambio"
               ELSE
                   MOVE ws-tipo-doc-ing TO soc-tipo-doc
                   MOVE ws-nro-doc-ing TO soc-nro-doc
               END-IF
           END-IF.

      * Datos de identidad actuales; quedan tambien en ws-ident-ant
      * para auditar despues lo que cambie.
       333-MUESTRO-IDENTIDAD.
           MOVE soc-documento TO ws-ant-documento.
           MOVE soc-fecha-nac TO ws-ant-fecha-nac.
           MOVE soc-calle TO ws-ant-calle.
           MOVE soc-localidad TO ws-ant-localidad.
           MOVE soc-cod-postal TO ws-ant-cod-postal.
           MOVE soc-telefono TO ws-ant-telefono.
           MOVE soc-sucursal TO ws-ant-sucursal.
           MOVE soc-fecha-nac TO ws-fecha-trabajo.
           MOVE ws-ftr-dia TO ws-fed-dia.
           MOVE ws-ftr-mes TO ws-fed-mes.
           MOVE ws-ftr-anio TO ws-fed-anio.
           DISPLAY "Documento actual:  ", soc-tipo-doc, " ",
               soc-nro-doc.
           DISPLAY "Nacimiento:        ", ws-fecha-edit.
           DISPLAY "Domicilio:         ", soc-calle.
           DISPLAY "Localidad:         ", soc-localidad, " (",
               soc-cod-postal, ")".
           DISPLAY "Telefono:          ", soc-telefono.
           DISPLAY "Sucursal:          ", soc-sucursal.
           DISPLAY "En los datos que siguen, ENTER = sin cambio".

       340-ALTA-SUCURSAL.
           IF NOT sucursales-cargado
               PERFORM 305-AVISO-SUCURSALES
           DISPLAY "El maestro de sucursales no esta disponible; ",
               "no se aceptan cambios de sucursales".

      * Solo un administrador puede haber cambiado la tabla de
      * sucursales: para el resto de los roles el maestro no se toca.
       400-FIN.
           IF NOT rol-administrador
               PERFORM 410-CIERRO-RESTO
           ELSE
           IF NOT sucursales-cargado
               DISPLAY "El maestro de sucursales no se regraba ",
                   "(no se pudo leer al inicio)"
           END-IF
           PERFORM 410-CIERRO-RESTO
           END-IF
           END-IF
           END-IF.

      * Antes de regrabar el maestro completo se copia el archivo
