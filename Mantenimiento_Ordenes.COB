      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento de las ordenes permanentes de
      *          transferencia (ORDENES.DAT): el socio origen ordena
      *          una transferencia fija a otro socio (tipo "S") o a
      *          otra sucursal (tipo "T") que se repite con una
      *          frecuencia (M = mensual, B = bimestral, T =
      *          trimestral, S = semestral, A = anual) en un dia del
      *          mes, entre una fecha de inicio y una de fin (0 = sin
      *          fin), mientras la orden este activa.
      *
      *          Las ordenes las genera todos los dias el generador de
      *          ordenes (GENERA_ORDENES) como un lote del ingreso
      *          batch. Una orden con un movimiento generado que
      *          todavia no tiene resultado no se modifica.
      *
      *          Cajeros y supervisores; un cajero solo opera ordenes
      *          de su sucursal. Altas, modificaciones, suspensiones y
      *          reactivaciones quedan en AUDITORIA.LOG.
      *
      *          Al reactivar una orden cuyo proximo vencimiento ya
      *          paso, se recalcula al primero desde hoy en el dia de
      *          la orden y respetando su frecuencia: las cuotas del
      *          tiempo suspendido no se generan.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO_ORDENES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENES-FILE ASSIGN TO "ORDENES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ord-clave
               FILE STATUS IS ws-fs-ordenes.
           SELECT SOCIOS-MASTER ASSIGN TO "SOCIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS soc-codigo
               FILE STATUS IS ws-fs-socios.
           SELECT SUCURSALES-MASTER ASSIGN TO "SUCURSALES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-sucmaestro.
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
       FD  ORDENES-FILE.
       01  reg-orden.
           03 ord-clave.
               05 ord-socio    pic 9(6).
               05 ord-numero   pic 9(3).
           03 ord-sucursal pic x(3).
           03 ord-tipo     pic x.
               88 ord-a-socio    value "S".
               88 ord-a-sucursal value "T".
           03 ord-socio-destino pic 9(6).
           03 ord-suc-destino pic x(3).
           03 ord-importe  pic 9(7)v99.
           03 ord-frecuencia pic x.
               88 ord-mensual    value "M".
               88 ord-bimestral  value "B".
               88 ord-trimestral value "T".
               88 ord-semestral  value "S".
               88 ord-anual      value "A".
           03 ord-dia      pic 99.
           03 ord-fecha-desde pic 9(8).
           03 ord-fecha-hasta pic 9(8).
           03 ord-activa   pic x.
               88 ord-vigente    value "S".
               88 ord-suspendida value "N".
           03 ord-proximo-vto.
               05 ord-pvt-anio pic 9999.
               05 ord-pvt-mes  pic 99.
               05 ord-pvt-dia  pic 99.
           03 ord-estado   pic x.
               88 ord-en-espera    value " ".
               88 ord-generada     value "G".
               88 ord-a-reintentar value "R".
               88 ord-finalizada   value "F".
           03 ord-reintentos pic 99.
           03 ord-fecha-generacion pic 9(8).
           03 ord-lote     pic x(10).
           03 ord-operador pic x(8).
           03 ord-fecha-alta pic 9(8).
           03 ord-reserva  pic x(4).

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
       01  ws-fs-ordenes  pic xx value spaces.
       01  ws-fs-socios   pic xx value spaces.
       01  ws-fs-sucmaestro pic xx value spaces.
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
      ************************ DATOS DE LA ORDEN **********************
      *****************************************************************
       01  ws-socio-ing   pic 9(6).
       01  ws-numero-ing  pic 9(3).
       01  ws-exis-orden  pic x value "N".
           88 exis-orden value "S".
       01  ws-socio-valido pic x value "N".
           88 socio-valido value "S".
       01  ws-orden-permitida pic x value "N".
           88 orden-permitida value "S".
       01  ws-tipo-ing    pic x.
           88 tipo-ing-valido value "S" "T".
       01  ws-socio-dest-ing pic 9(6).
       01  ws-suc-ing     pic x(3).
       01  ws-suc-orden   pic x(3).
       01  ws-suc-valida  pic x value "N".
           88 suc-valida value "S".
       01  ws-importe-ing pic 9(7)v99.
       01  ws-frec-ing    pic x.
           88 frec-ing-valida value "M" "B" "T" "S" "A".
       01  ws-dia-ing     pic 99.
       01  ws-fecha-ing.
           03 ws-ing-dia  pic 99.
           03 ws-ing-mes  pic 99.
           03 ws-ing-anio pic 9999.
       01  ws-fecha-ing-num redefines ws-fecha-ing pic 9(8).
       01  ws-fecha-valida pic x value "N".
           88 fecha-valida value "S".
       01  ws-desde-num   pic 9(8).
       01  ws-hasta-num   pic 9(8).
       01  ws-confirma    pic x.
       01  ws-ultimo-numero pic 9(3).
       01  ws-fin-ordenes pic x value "N".
           88 fin-ordenes value "S".
       01  ws-cant-listadas pic 9(5).
       01  ws-importe-edit pic zzzzzz9,99.
       01  ws-valor-ant   pic x(31).
       01  ws-valor-nvo   pic x(31).
      *****************************************************************
      ********************* CALCULO DE VENCIMIENTOS *******************
      *****************************************************************
       01  ws-fecha-calc.
           03 ws-calc-anio pic 9999.
           03 ws-calc-mes  pic 99.
           03 ws-calc-dia  pic 99.
       01  ws-fecha-calc-num redefines ws-fecha-calc pic 9(8).
       01  ws-ultimo-dia  pic 99.
       01  ws-cociente    pic 9(4).
       01  ws-resto       pic 9(4).
       01  ws-meses-frecuencia pic 99.
       01  ws-meses-dif   pic 9(6).
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
      ***************** SUCURSALES (maestro externo) ******************
      *****************************************************************
       01  posJ pic 999.
       01  ws-max-sucursales pic 999 value 100.
       01  ws-cant-sucursales pic 999 value 0.
       01  tab-sucursal.
           03 vec-sucursal occurs 100 times.
               05 cod-sucursal pic xxx.
               05 nom-sucursal pic x(11).

      *****************************************************************
      ******************* IDENTIFICACION OPERADOR *********************
      *****************************************************************
       01  ws-fs-operadores pic xx value spaces.
       01  ws-programa-acceso pic x(31) value "MANTENIMIENTO_ORDENES".
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
                       WHEN "1" PERFORM 310-ALTA-ORDEN
                       WHEN "2" PERFORM 330-MODIFICO-ORDEN
                       WHEN "3" PERFORM 320-SUSPENDO-ORDEN
                       WHEN "4" PERFORM 340-LISTO-ORDENES
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
           OPEN I-O ORDENES-FILE.
           IF ws-fs-ordenes = "35"
               OPEN OUTPUT ORDENES-FILE
               CLOSE ORDENES-FILE
               OPEN I-O ORDENES-FILE
           END-IF.
           IF ws-fs-ordenes NOT = "00"
               DISPLAY "No se pudo abrir el archivo de ordenes: "
                   ws-fs-ordenes
               MOVE "0" TO ws-opcion
           END-IF.
           OPEN INPUT SOCIOS-MASTER.
           IF ws-fs-socios NOT = "00"
               DISPLAY "No se pudo abrir el padron de socios: "
                   ws-fs-socios
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

      * La sucursal destino se valida contra el maestro de
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
               DISPLAY "Las ordenes permanentes son exclusivas de ",
                   "cajeros y supervisores"
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
           DISPLAY "Ordenes permanentes de transferencia".
           DISPLAY "  1 = Alta de orden".
           DISPLAY "  2 = Modificacion de orden".
           DISPLAY "  3 = Suspension / reactivacion de orden".
           DISPLAY "  4 = Listado de ordenes".
           DISPLAY "  0 = Salir".
           DISPLAY "Opcion:".
           ACCEPT ws-opcion.

      * Socio origen: tiene que existir en el padron y estar activo.
       210-PIDO-SOCIO.
           MOVE "N" TO ws-socio-valido.
           DISPLAY "Socio origen (0 = cancelar):".
           ACCEPT ws-socio-ing.
           IF ws-socio-ing > 0
               MOVE ws-socio-ing TO soc-codigo
               READ SOCIOS-MASTER
                   INVALID KEY DISPLAY "Socio inexistente"
                   NOT INVALID KEY
                       IF soc-activo
                           MOVE "S" TO ws-socio-valido
                           DISPLAY "Socio: ", soc-nombre
                       ELSE
                           DISPLAY "El socio no esta activo"
                       END-IF
               END-READ
           END-IF.

       215-PIDO-ORDEN.
           MOVE "N" TO ws-exis-orden.
           MOVE "N" TO ws-orden-permitida.
           DISPLAY "Socio de la orden:".
           ACCEPT ws-socio-ing.
           DISPLAY "Numero de orden:".
           ACCEPT ws-numero-ing.
           MOVE ws-socio-ing TO ord-socio.
           MOVE ws-numero-ing TO ord-numero.
           READ ORDENES-FILE
               INVALID KEY DISPLAY "Orden inexistente"
               NOT INVALID KEY MOVE "S" TO ws-exis-orden
           END-READ.
           IF exis-orden
               IF rol-cajero AND ord-sucursal NOT = ws-suc-operador
                   DISPLAY "La orden es de la sucursal ", ord-sucursal,
                       ": un cajero solo opera ordenes de su sucursal"
               ELSE
                   MOVE "S" TO ws-orden-permitida
                   PERFORM 350-MUESTRO-ORDEN
               END-IF
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

      * Fecha DDMMAAAA con mes y dia reales; el resultado queda
      * tambien en ws-fecha-calc (AAAAMMDD).
       230-VALIDO-FECHA.
           MOVE "N" TO ws-fecha-valida.
           IF ws-ing-mes > 0 AND ws-ing-mes < 13
               MOVE ws-ing-anio TO ws-calc-anio
               MOVE ws-ing-mes TO ws-calc-mes
               MOVE ws-ing-dia TO ws-calc-dia
               PERFORM 245-CALCULO-ULTIMO-DIA
               IF ws-ing-dia > 0 AND ws-ing-dia <= ws-ultimo-dia
                   MOVE "S" TO ws-fecha-valida
               END-IF
           END-IF.

      * Primer vencimiento: el dia de la orden (o el ultimo del mes si
      * el mes es mas corto) en el mes de inicio, o en el siguiente
      * si en el de inicio ya paso.
       240-CALCULO-PRIMER-VTO.
           MOVE ws-desde-num TO ws-fecha-calc-num.
           PERFORM 245-CALCULO-ULTIMO-DIA.
           IF ws-dia-ing > ws-ultimo-dia
               MOVE ws-ultimo-dia TO ws-calc-dia
           ELSE
               MOVE ws-dia-ing TO ws-calc-dia
           END-IF.
           IF ws-fecha-calc-num < ws-desde-num
               ADD 1 TO ws-calc-mes
               IF ws-calc-mes > 12
                   MOVE 1 TO ws-calc-mes
                   ADD 1 TO ws-calc-anio
               END-IF
               PERFORM 245-CALCULO-ULTIMO-DIA
               IF ws-dia-ing > ws-ultimo-dia
                   MOVE ws-ultimo-dia TO ws-calc-dia
               ELSE
                   MOVE ws-dia-ing TO ws-calc-dia
               END-IF
           END-IF.

       245-CALCULO-ULTIMO-DIA.
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

       250-PIDO-FECHA-HASTA.
           MOVE "N" TO ws-fecha-valida.
           PERFORM UNTIL fecha-valida
               DISPLAY "Fecha de fin DDMMAAAA (0 = sin fin):"
               ACCEPT ws-fecha-ing
               IF ws-fecha-ing-num = 0
                   MOVE ZERO TO ws-hasta-num
                   MOVE "S" TO ws-fecha-valida
               ELSE
                   PERFORM 230-VALIDO-FECHA
                   IF fecha-valida
                       MOVE ws-fecha-calc-num TO ws-hasta-num
                       IF ws-hasta-num < ws-desde-num
                           DISPLAY "La fecha de fin es anterior al ",
                               "inicio de la orden"
                           MOVE "N" TO ws-fecha-valida
                       END-IF
                   ELSE
                       DISPLAY "Fecha invalida"
                   END-IF
               END-IF
           END-PERFORM.

       290-GRABO-AUDITORIA.
           ACCEPT aud-fecha FROM DATE YYYYMMDD.
           ACCEPT aud-hora FROM TIME.
           MOVE ws-operador TO aud-operador.
           MOVE "ORDENES" TO aud-archivo.
           MOVE ord-socio TO aud-clave.
           MOVE ws-valor-ant TO aud-valor-ant.
           MOVE ws-valor-nvo TO aud-valor-nvo.
           IF ws-fs-audit = "00"
               WRITE reg-auditoria
           END-IF.
           ADD 1 TO ws-cant-cambios.

       295-ARMO-VALOR-ORDEN.
           MOVE ord-importe TO ws-importe-edit.
           MOVE spaces TO ws-valor-nvo.
           IF ord-a-socio
               STRING ord-numero DELIMITED BY SIZE
                   " S " DELIMITED BY SIZE
                   ord-socio-destino DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-importe-edit DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ord-frecuencia DELIMITED BY SIZE
                   ord-dia DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ord-activa DELIMITED BY SIZE
                   INTO ws-valor-nvo
               END-STRING
           ELSE
               STRING ord-numero DELIMITED BY SIZE
                   " T " DELIMITED BY SIZE
                   ord-suc-destino DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   ws-importe-edit DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ord-frecuencia DELIMITED BY SIZE
                   ord-dia DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ord-activa DELIMITED BY SIZE
                   INTO ws-valor-nvo
               END-STRING
           END-IF.

      * Imagen de la reactivacion: la orden y su nuevo proximo
      * vencimiento.
       296-ARMO-VALOR-REACTIVACION.
           MOVE ord-importe TO ws-importe-edit.
           MOVE spaces TO ws-valor-nvo.
           STRING ord-numero DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-importe-edit DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ord-activa DELIMITED BY SIZE
               " VTO " DELIMITED BY SIZE
               ord-proximo-vto DELIMITED BY SIZE
               INTO ws-valor-nvo
           END-STRING.

       310-ALTA-ORDEN.
           PERFORM 210-PIDO-SOCIO.
           IF NOT socio-valido
               DISPLAY "Alta cancelada"
           ELSE
               PERFORM 312-PIDO-DATOS-ORDEN
               IF ws-confirma = "S"
                   PERFORM 315-PROXIMO-NUMERO
                   PERFORM 316-GRABO-ALTA
               ELSE
                   DISPLAY "Alta cancelada"
               END-IF
           END-IF.

       312-PIDO-DATOS-ORDEN.
           IF rol-cajero
               MOVE ws-suc-operador TO ws-suc-ing
               DISPLAY "Sucursal de la orden: ", ws-suc-ing
           ELSE
               MOVE spaces TO ws-suc-ing
               PERFORM 220-BUSCO-SUCURSAL
               PERFORM UNTIL suc-valida
                   DISPLAY "Sucursal de la orden:"
                   ACCEPT ws-suc-ing
                   PERFORM 220-BUSCO-SUCURSAL
                   IF NOT suc-valida
                       DISPLAY "Sucursal inexistente"
                   END-IF
               END-PERFORM
           END-IF.
           MOVE ws-suc-ing TO ws-suc-orden.
           MOVE space TO ws-tipo-ing.
           PERFORM UNTIL tipo-ing-valido
               DISPLAY "Tipo (S = a otro socio, T = a otra sucursal):"
               ACCEPT ws-tipo-ing
           END-PERFORM.
           MOVE ZERO TO ws-socio-dest-ing.
           MOVE spaces TO ws-suc-ing.
           IF ws-tipo-ing = "S"
               PERFORM 313-PIDO-SOCIO-DESTINO
           ELSE
               PERFORM 314-PIDO-SUC-DESTINO
           END-IF.
           MOVE ZERO TO ws-importe-ing.
           PERFORM UNTIL ws-importe-ing > 0
               DISPLAY "Importe de la transferencia:"
               ACCEPT ws-importe-ing
           END-PERFORM.
           MOVE space TO ws-frec-ing.
           PERFORM UNTIL frec-ing-valida
               DISPLAY "Frecuencia (M = mensual, B = bimestral, ",
                   "T = trimestral, S = semestral, A = anual):"
               ACCEPT ws-frec-ing
           END-PERFORM.
           MOVE ZERO TO ws-dia-ing.
           PERFORM UNTIL ws-dia-ing > 0 AND ws-dia-ing < 32
               DISPLAY "Dia del mes (1 a 31):"
               ACCEPT ws-dia-ing
           END-PERFORM.
           MOVE "N" TO ws-fecha-valida.
           PERFORM UNTIL fecha-valida
               DISPLAY "Fecha de inicio DDMMAAAA (0 = hoy):"
               ACCEPT ws-fecha-ing
               IF ws-fecha-ing-num = 0
                   MOVE fecha-num TO ws-desde-num
                   MOVE "S" TO ws-fecha-valida
               ELSE
                   PERFORM 230-VALIDO-FECHA
                   IF fecha-valida
                       MOVE ws-fecha-calc-num TO ws-desde-num
                   ELSE
                       DISPLAY "Fecha invalida"
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 250-PIDO-FECHA-HASTA.
           PERFORM 240-CALCULO-PRIMER-VTO.
           MOVE "N" TO ws-confirma.
           IF ws-hasta-num > 0 AND ws-fecha-calc-num > ws-hasta-num
               DISPLAY "La orden no tiene ningun vencimiento entre ",
                   "el inicio y el fin"
           ELSE
               MOVE ws-importe-ing TO ws-importe-edit
               DISPLAY "Transferencia de ", ws-importe-edit,
                   " frecuencia ", ws-frec-ing, " dia ", ws-dia-ing
               DISPLAY "Primer vencimiento: ", ws-calc-dia, "/",
                   ws-calc-mes, "/", ws-calc-anio
               DISPLAY "Confirma el alta? (S/N):"
               ACCEPT ws-confirma
           END-IF.

      * El socio destino tiene que estar activo y ser otro socio.
       313-PIDO-SOCIO-DESTINO.
           PERFORM UNTIL ws-socio-dest-ing > 0
               DISPLAY "Socio destino:"
               ACCEPT ws-socio-dest-ing
               IF ws-socio-dest-ing = ws-socio-ing
                   DISPLAY "El socio destino es el mismo socio origen"
                   MOVE ZERO TO ws-socio-dest-ing
               END-IF
               IF ws-socio-dest-ing > 0
                   MOVE ws-socio-dest-ing TO soc-codigo
                   READ SOCIOS-MASTER
                       INVALID KEY MOVE "C" TO soc-estado
                   END-READ
                   IF soc-activo
                       DISPLAY "Socio destino: ", soc-nombre
                   ELSE
                       DISPLAY "Socio destino inexistente o no activo"
                       MOVE ZERO TO ws-socio-dest-ing
                   END-IF
               END-IF
           END-PERFORM.

       314-PIDO-SUC-DESTINO.
           MOVE "N" TO ws-suc-valida.
           PERFORM UNTIL suc-valida
               DISPLAY "Sucursal destino:"
               ACCEPT ws-suc-ing
               PERFORM 220-BUSCO-SUCURSAL
               IF NOT suc-valida
                   DISPLAY "Sucursal inexistente"
               END-IF
               IF ws-suc-ing = ws-suc-orden
                   DISPLAY "La sucursal destino es la de la orden"
                   MOVE "N" TO ws-suc-valida
               END-IF
           END-PERFORM.

      * Numero de orden: el siguiente al ultimo del socio.
       315-PROXIMO-NUMERO.
           MOVE ZERO TO ws-ultimo-numero.
           MOVE "N" TO ws-fin-ordenes.
           MOVE ws-socio-ing TO ord-socio.
           MOVE ZERO TO ord-numero.
           START ORDENES-FILE KEY NOT < ord-clave
               INVALID KEY MOVE "S" TO ws-fin-ordenes
           END-START.
           PERFORM UNTIL fin-ordenes
               READ ORDENES-FILE NEXT RECORD
                   AT END MOVE "S" TO ws-fin-ordenes
                   NOT AT END
                       IF ord-socio = ws-socio-ing
                           MOVE ord-numero TO ws-ultimo-numero
                       ELSE
                           MOVE "S" TO ws-fin-ordenes
                       END-IF
               END-READ
           END-PERFORM.

       316-GRABO-ALTA.
           IF ws-ultimo-numero = 999
               DISPLAY "El socio ya tiene 999 ordenes: alta cancelada"
           ELSE
               MOVE spaces TO reg-orden
               MOVE ws-socio-ing TO ord-socio
               COMPUTE ord-numero = ws-ultimo-numero + 1
               MOVE ws-suc-orden TO ord-sucursal
               MOVE ws-tipo-ing TO ord-tipo
               MOVE ws-socio-dest-ing TO ord-socio-destino
               IF ws-tipo-ing = "T"
                   MOVE ws-suc-ing TO ord-suc-destino
               ELSE
                   MOVE spaces TO ord-suc-destino
               END-IF
               MOVE ws-importe-ing TO ord-importe
               MOVE ws-frec-ing TO ord-frecuencia
               MOVE ws-dia-ing TO ord-dia
               MOVE ws-desde-num TO ord-fecha-desde
               MOVE ws-hasta-num TO ord-fecha-hasta
               MOVE "S" TO ord-activa
               MOVE ws-fecha-calc TO ord-proximo-vto
               MOVE space TO ord-estado
               MOVE ZERO TO ord-reintentos
               MOVE ZERO TO ord-fecha-generacion
               MOVE spaces TO ord-lote
               MOVE ws-operador TO ord-operador
               MOVE fecha-num TO ord-fecha-alta
               WRITE reg-orden
               IF ws-fs-ordenes = "00"
                   MOVE spaces TO ws-valor-ant
                   PERFORM 295-ARMO-VALOR-ORDEN
                   MOVE "ALTA" TO aud-operacion
                   PERFORM 290-GRABO-AUDITORIA
                   DISPLAY "Orden ", ord-numero, " del socio ",
                       ord-socio, " dada de alta"
               ELSE
                   DISPLAY "No se pudo grabar la orden: ",
                       ws-fs-ordenes
               END-IF
           END-IF.

       320-SUSPENDO-ORDEN.
           PERFORM 215-PIDO-ORDEN.
           IF orden-permitida
               IF ord-finalizada
                   DISPLAY "La orden ya llego a su fecha de fin; ",
                       "para continuarla extienda la fecha de fin"
               ELSE
                   PERFORM 295-ARMO-VALOR-ORDEN
                   MOVE ws-valor-nvo TO ws-valor-ant
                   IF ord-vigente
                       DISPLAY "Suspende la orden? (S/N):"
                   ELSE
                       DISPLAY "Reactiva la orden? (S/N):"
                   END-IF
                   ACCEPT ws-confirma
                   IF ws-confirma = "S"
                       IF ord-vigente
                           MOVE "N" TO ord-activa
                           MOVE "BAJA" TO aud-operacion
                       ELSE
                           MOVE "S" TO ord-activa
                           MOVE "REACT" TO aud-operacion
                           PERFORM 326-RECALCULO-VTO
                       END-IF
                       PERFORM 325-REGRABO-ORDEN
                   END-IF
               END-IF
           END-IF.

       325-REGRABO-ORDEN.
           MOVE ws-operador TO ord-operador.
           REWRITE reg-orden.
           IF ws-fs-ordenes = "00"
               IF aud-operacion = "REACT"
                   PERFORM 296-ARMO-VALOR-REACTIVACION
               ELSE
                   PERFORM 295-ARMO-VALOR-ORDEN
               END-IF
               PERFORM 290-GRABO-AUDITORIA
               DISPLAY "Orden actualizada"
           ELSE
               DISPLAY "No se pudo regrabar la orden: ", ws-fs-ordenes
           END-IF.

      * Vencimiento al reactivar: si el proximo ya paso, el primero
      * desde hoy en el dia de la orden (como en el alta) y luego, si
      * la frecuencia no es mensual, el primer mes que cae en su
      * ciclo. Con un movimiento generado sin resultado no se toca:
      * el generador avanza la orden al recibirlo.
       326-RECALCULO-VTO.
           MOVE ord-proximo-vto TO ws-fecha-calc.
           IF ws-fecha-calc-num < fecha-num AND NOT ord-generada
               EVALUATE TRUE
                   WHEN ord-bimestral  MOVE 2 TO ws-meses-frecuencia
                   WHEN ord-trimestral MOVE 3 TO ws-meses-frecuencia
                   WHEN ord-semestral  MOVE 6 TO ws-meses-frecuencia
                   WHEN ord-anual      MOVE 12 TO ws-meses-frecuencia
                   WHEN OTHER          MOVE 1 TO ws-meses-frecuencia
               END-EVALUATE
               MOVE fecha-num TO ws-desde-num
               MOVE ord-dia TO ws-dia-ing
               PERFORM 240-CALCULO-PRIMER-VTO
               PERFORM 327-CONTROLO-CICLO
               PERFORM UNTIL ws-resto = 0
                   PERFORM 328-SUMO-UN-MES
                   PERFORM 327-CONTROLO-CICLO
               END-PERFORM
               MOVE ws-fecha-calc TO ord-proximo-vto
               MOVE ZERO TO ord-reintentos
               IF ord-fecha-hasta > 0
                       AND ws-fecha-calc-num > ord-fecha-hasta
                   MOVE "F" TO ord-estado
                   DISPLAY "Atencion: el proximo vencimiento queda ",
                       "despues de la fecha de fin; la orden queda ",
                       "finalizada"
               ELSE
                   MOVE space TO ord-estado
                   DISPLAY "La orden vuelve a generarse desde el ",
                       ord-pvt-dia, "/", ord-pvt-mes, "/", ord-pvt-anio
               END-IF
           END-IF.

      * Meses entre el vencimiento calculado y el anterior, contra la
      * frecuencia de la orden.
       327-CONTROLO-CICLO.
           COMPUTE ws-meses-dif =
               (ws-calc-anio * 12 + ws-calc-mes)
               - (ord-pvt-anio * 12 + ord-pvt-mes).
           DIVIDE ws-meses-dif BY ws-meses-frecuencia
               GIVING ws-cociente REMAINDER ws-resto.

       328-SUMO-UN-MES.
           ADD 1 TO ws-calc-mes.
           IF ws-calc-mes > 12
               MOVE 1 TO ws-calc-mes
               ADD 1 TO ws-calc-anio
           END-IF.
           PERFORM 245-CALCULO-ULTIMO-DIA.
           IF ord-dia > ws-ultimo-dia
               MOVE ws-ultimo-dia TO ws-calc-dia
           ELSE
               MOVE ord-dia TO ws-calc-dia
           END-IF.

      * Se modifican el importe, el dia del mes y la fecha de fin.
      * Con un movimiento generado pendiente de resultado la orden no
      * se toca: el generador lo reconoce por sus datos.
       330-MODIFICO-ORDEN.
           PERFORM 215-PIDO-ORDEN.
           IF orden-permitida
               IF ord-generada
                   DISPLAY "La orden tiene un movimiento generado el ",
                       ord-fecha-generacion, " sin resultado; ",
                       "modifiquela despues de la proxima corrida ",
                       "del generador"
               ELSE
                   PERFORM 295-ARMO-VALOR-ORDEN
                   MOVE ws-valor-nvo TO ws-valor-ant
                   PERFORM 335-PIDO-CAMBIOS
                   IF ws-confirma = "S"
                       MOVE "MODIF" TO aud-operacion
                       PERFORM 325-REGRABO-ORDEN
                   ELSE
                       DISPLAY "Modificacion cancelada"
                   END-IF
               END-IF
           END-IF.

       335-PIDO-CAMBIOS.
           DISPLAY "Nuevo importe (0 = sin cambio):".
           ACCEPT ws-importe-ing.
           IF ws-importe-ing > 0
               MOVE ws-importe-ing TO ord-importe
           END-IF.
           DISPLAY "Nuevo dia del mes (0 = sin cambio):".
           ACCEPT ws-dia-ing.
           IF ws-dia-ing > 0 AND ws-dia-ing < 32
               MOVE ws-dia-ing TO ord-dia
               MOVE ord-proximo-vto TO ws-fecha-calc
               PERFORM 245-CALCULO-ULTIMO-DIA
               IF ws-dia-ing > ws-ultimo-dia
                   MOVE ws-ultimo-dia TO ord-pvt-dia
               ELSE
                   MOVE ws-dia-ing TO ord-pvt-dia
               END-IF
           END-IF.
           MOVE ord-fecha-desde TO ws-desde-num.
           PERFORM 250-PIDO-FECHA-HASTA.
           MOVE ws-hasta-num TO ord-fecha-hasta.
           MOVE ord-proximo-vto TO ws-fecha-calc.
           IF ord-fecha-hasta > 0
                   AND ws-fecha-calc-num > ord-fecha-hasta
               MOVE "F" TO ord-estado
               DISPLAY "Atencion: con esa fecha de fin la orden ",
                   "queda finalizada"
           ELSE
               IF ord-finalizada
                   MOVE space TO ord-estado
                   DISPLAY "La orden vuelve a generarse desde el ",
                       ord-pvt-dia, "/", ord-pvt-mes, "/", ord-pvt-anio
               END-IF
           END-IF.
           DISPLAY "Confirma la modificacion? (S/N):".
           ACCEPT ws-confirma.

      * Socio 0: todas las ordenes (de la sucursal, para un cajero).
       340-LISTO-ORDENES.
           DISPLAY "Socio (0 = todas las ordenes):".
           ACCEPT ws-socio-ing.
           MOVE ZERO TO ws-cant-listadas.
           MOVE "N" TO ws-fin-ordenes.
           MOVE ws-socio-ing TO ord-socio.
           MOVE ZERO TO ord-numero.
           START ORDENES-FILE KEY NOT < ord-clave
               INVALID KEY MOVE "S" TO ws-fin-ordenes
           END-START.
           PERFORM UNTIL fin-ordenes
               READ ORDENES-FILE NEXT RECORD
                   AT END MOVE "S" TO ws-fin-ordenes
                   NOT AT END PERFORM 345-EVALUO-LISTADO
               END-READ
           END-PERFORM.
           DISPLAY "Ordenes listadas: ", ws-cant-listadas.

       345-EVALUO-LISTADO.
           IF ws-socio-ing > 0 AND ord-socio NOT = ws-socio-ing
               MOVE "S" TO ws-fin-ordenes
           ELSE
               IF NOT rol-cajero OR ord-sucursal = ws-suc-operador
                   ADD 1 TO ws-cant-listadas
                   PERFORM 350-MUESTRO-ORDEN
               END-IF
           END-IF.

       350-MUESTRO-ORDEN.
           MOVE ord-importe TO ws-importe-edit.
           DISPLAY " ".
           IF ord-a-socio
               DISPLAY "Orden ", ord-socio, "-", ord-numero,
                   "  Suc. ", ord-sucursal, "  al socio ",
                   ord-socio-destino, "  importe ", ws-importe-edit
           ELSE
               DISPLAY "Orden ", ord-socio, "-", ord-numero,
                   "  Suc. ", ord-sucursal, "  a la sucursal ",
                   ord-suc-destino, "  importe ", ws-importe-edit
           END-IF.
           DISPLAY "  Frecuencia ", ord-frecuencia, " dia ", ord-dia,
               "  desde ", ord-fecha-desde, "  hasta ",
               ord-fecha-hasta, "  activa ", ord-activa.
           EVALUATE TRUE
               WHEN ord-finalizada
                   DISPLAY "  Finalizada"
               WHEN ord-generada
                   DISPLAY "  Proximo vto. ", ord-pvt-dia, "/",
                       ord-pvt-mes, "/", ord-pvt-anio,
                       "  generada el ", ord-fecha-generacion,
                       " lote ", ord-lote
               WHEN ord-a-reintentar
                   DISPLAY "  Proximo vto. ", ord-pvt-dia, "/",
                       ord-pvt-mes, "/", ord-pvt-anio,
                       "  a reintentar (saldo insuficiente, ",
                       ord-reintentos, " rechazo(s))"
               WHEN OTHER
                   DISPLAY "  Proximo vto. ", ord-pvt-dia, "/",
                       ord-pvt-mes, "/", ord-pvt-anio
           END-EVALUATE.

       400-FIN.
           CLOSE ORDENES-FILE.
           CLOSE SOCIOS-MASTER.
           IF ws-fs-audit = "00"
               CLOSE AUDIT-FILE
           END-IF.
           DISPLAY "Cambios registrados: ", ws-cant-cambios.

       END PROGRAM MANTENIMIENTO_ORDENES.
