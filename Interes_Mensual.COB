      *          fecha del ultimo dia del mes liquidado y actualiza
      *          sal-saldo.
      *
      *          Los socios cerrados en SOCIOS.DAT, los saldos no
      *          acreedores y los saldos en dolares (la tasa es de las
      *          cajas de ahorro en pesos) se saltean. El periodo
      *          liquidado queda registrado en INTPROC.DAT y la
      *          corrida se niega a repetir un periodo ya liquidado.
      *
      *          El operador se valida contra OPERADORES.DAT
      *          (contadores y supervisores).
      *
      *          Termina con codigo de retorno 0 si el periodo quedo
      *          liquidado, 4 si ya lo estaba de antes y 8 si la
      *          liquidacion no se hizo o quedo con errores (lo usa el
      *          control del cierre del dia).
      *
      *          Antes de actualizar se respaldan SALDOS.DAT y
      *          SUCTRANS.DAT (Respaldo_Archivos); sin respaldo la
      *          liquidacion no se hace.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERES_MENSUAL.
           SELECT SALDOS-FILE ASSIGN TO "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sal-clave
               FILE STATUS IS ws-fs-saldos.
           SELECT SOCIOS-MASTER ASSIGN TO "SOCIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS per-clave
               FILE STATUS IS ws-fs-periodos.
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
           03 per-fecha-cambio pic 9(8).
           03 per-operador pic x(8).

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
       01  tab-dias-mes redefines dias-del-mes.
           03 vec-dias-mes pic 99 occurs 12 times.

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
       01  ws-fs-operadores pic xx value spaces.
       01  ws-fs-audit    pic xx value spaces.
       01  ws-programa-acceso pic x(31) value "INTERES_MENSUAL".
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
               IF corrida-valida
                   PERFORM 200-LIQUIDO-INTERESES
                   PERFORM 300-REGISTRO-PERIODO
               ELSE
                   IF periodo-procesado
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               PERFORM 400-FIN
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
      *****************************************************************
      *************************** RUTINAS *****************************
      *****************************************************************
       100-INICIO.
           DISPLAY "Periodo a liquidar (AAAAMM):".
           ACCEPT ws-periodo.
           PERFORM UNTIL ws-per-mes > 0 AND ws-per-mes < 13
           IF corrida-valida
               PERFORM 130-PIDO-SUCURSAL
               PERFORM 140-CALCULO-ULTIMO-DIA
               PERFORM 145-RESPALDO-ARCHIVOS
           END-IF.
           IF corrida-valida
               PERFORM 150-ABRO-ARCHIVOS
           END-IF.

               END-IF
           END-IF.

      * Antes de tocar saldos e historial se toma un respaldo de los
      * dos (catalogado en RESPALDOS.DAT); sin respaldo la
      * liquidacion no se hace.
       145-RESPALDO-ARCHIVOS.
           MOVE "INTERES_MENSUAL" TO prm-programa.
           MOVE ws-operador TO prm-operador.
           MOVE "A" TO prm-archivos.
           CALL "RESPALDO_ARCHIVOS" USING parm-respaldo.
           IF NOT prm-respaldo-ok
               DISPLAY "Sin respaldo previo la liquidacion no se ",
                   "hace; la corrida se cancela."
               MOVE "N" TO ws-corrida-valida
           END-IF.

       150-ABRO-ARCHIVOS.
           OPEN I-O SUC-TRANS-FILE.
           IF ws-fs-suctrans NOT = "00"
               MOVE "N" TO ws-corrida-valida
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
           IF acceso-ok AND NOT rol-contador AND NOT rol-supervisor
               DISPLAY "La liquidacion de intereses es exclusiva de ",
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

       200-LIQUIDO-INTERESES.
           MOVE "N" TO ws-fin-saldos.
           PERFORM UNTIL fin-saldos
           END-PERFORM.

       210-LIQUIDO-SOCIO.
           IF sal-saldo NOT > 0 OR sal-moneda NOT = "ARS"
               ADD 1 TO ws-cant-salteados
           ELSE
               PERFORM 215-BUSCO-SOCIO
      * mitad de camino, el periodo todavia no figura en INTPROC.DAT
      * pero parte de los socios ya tiene su interes grabado y su
      * saldo actualizado. Antes de liquidar se busca un tipo "I"
      * del socio con la fecha de cierre del periodo; si existe (y no
      * fue anulado), el socio se saltea para no liquidarlo dos veces.
       216-CONTROLO-YA-LIQUIDADO.
           MOVE "N" TO ws-ya-liquidado.
           MOVE "N" TO ws-fin-busqueda.
                               AND rst-anio = ws-per-anio
                               AND rst-mes = ws-per-mes
                               AND rst-dia = ws-ultimo-dia
                           IF rst-tipo = "I" AND NOT rst-anulado
                               MOVE "S" TO ws-ya-liquidado
                               MOVE "S" TO ws-fin-busqueda
                           END-IF
           MOVE spaces TO rst-suc-destino.
           MOVE ZERO TO rst-socio-contra.
           MOVE ws-operador TO rst-operador.
           MOVE spaces TO rst-anulacion.
           MOVE ZERO TO rst-ref-clave.
           MOVE spaces TO rst-reserva.
           MOVE "ARS" TO rst-moneda.
           MOVE "N" TO ws-trans-grabada.
           PERFORM UNTIL trans-grabada OR rst-secuencia = 9999
               WRITE reg-suc-trans

       230-ACTUALIZO-SALDO.
           COMPUTE sal-saldo = sal-saldo + ws-interes.
           COMPUTE sal-disponible = sal-disponible + ws-interes.
           REWRITE reg-saldo.
           IF ws-fs-saldos = "00"
               ADD 1 TO ws-cant-liquidados
                   "como liquidado (hubo ", ws-cant-errores,
                   " error(es)); repetir la corrida tras corregir ",
                   "la causa."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 310-GRABO-PERIODO-LIQUIDADO
           END-IF.
           ELSE
               DISPLAY "No se pudo registrar el periodo liquidado: "
                   ws-fs-intproc
               MOVE 8 TO RETURN-CODE
           END-IF.

       400-FIN.
