      ******************************************************************
      * Author:
      * Date:
      * Purpose: Generador diario de las ordenes permanentes de
      *          transferencia (ORDENES.DAT). Para una fecha de
      *          proceso (dia habil segun CALENDARIO.DAT) arma en
      *          INGRESOS_BATCH.DAT un lote del ingreso batch, con
      *          cabecera y cola, con una transferencia por cada
      *          orden vigente que vence ese dia; un vencimiento que
      *          cae en dia no habil se genera el dia habil
      *          siguiente. El lote se procesa con el modo batch del
      *          ingreso diario y pasa por las mismas validaciones.
      *
      *          Antes de generar se concilia el resultado del lote
      *          anterior: las ordenes cuyo movimiento quedo en el
      *          suspenso por saldo insuficiente (motivo "SALDO") se
      *          sacan del suspenso y se reintentan al dia siguiente
      *          hasta REINT-ORDEN veces (PARAMETROS.DAT, 3 si no
      *          esta); agotados los reintentos, o con cualquier otro
      *          rechazo, la orden pasa al proximo vencimiento y se
      *          informa a su sucursal en ORDRECHAZ.LST. Las ordenes
      *          de un lote que nunca se proceso se vuelven a generar
      *          sin contar un reintento.
      *
      *          No corre si INGRESOS_BATCH.DAT tiene un lote todavia
      *          no procesado (LOTESPROC.DAT) ni si el periodo de la
      *          fecha de proceso esta cerrado en PERIODOS.DAT.
      *          Exclusivo de supervisores: el lote abarca todas las
      *          sucursales.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERA_ORDENES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENES-FILE ASSIGN TO "ORDENES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ord-clave
               FILE STATUS IS ws-fs-ordenes.
           SELECT BATCH-INGRESOS-FILE ASSIGN TO "INGRESOS_BATCH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-batch.
           SELECT LOTES-PROC-FILE ASSIGN TO "LOTESPROC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-lotes.
           SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-suspenso.
           SELECT PARAMETROS-FILE ASSIGN TO "PARAMETROS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-parametros.
           SELECT SUCURSALES-MASTER ASSIGN TO "SUCURSALES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-sucmaestro.
           SELECT SORT-FILE ASSIGN TO "SORTTRAB".
           SELECT PRINT-RECHAZOS-FILE ASSIGN TO "ORDRECHAZ.LST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-printrch.
           SELECT PERIODOS-FILE ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS per-clave
               FILE STATUS IS ws-fs-periodos.
           SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fs-calendario.
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

       FD  BATCH-INGRESOS-FILE.
       01  reg-batch-ingreso.
           03 bin-tipo-reg pic x.
               88 bin-cabecera value "1".
               88 bin-detalle  value "2".
               88 bin-cola     value "9".
           03 bin-datos-det.
               05 bin-socio    pic s9(6).
               05 bin-sucursal pic x(3).
               05 bin-fecha.
                   07 bin-dia  pic 99.
                   07 bin-mes  pic 99.
                   07 bin-anio pic 9999.
               05 bin-importe  pic s9(7)v99.
               05 bin-tipo     pic x.
               05 bin-suc-destino pic x(3).
               05 bin-socio-destino pic 9(6).
           03 bin-datos-cab redefines bin-datos-det.
               05 bin-cab-lote     pic x(10).
               05 bin-cab-sucursal pic x(3).
               05 bin-cab-fecha    pic 9(8).
               05 bin-cab-operador pic x(8).
               05 filler           pic x(7).
           03 bin-datos-cola redefines bin-datos-det.
               05 bin-cola-cantidad pic 9(6).
               05 bin-cola-total    pic 9(11)v99.
               05 filler            pic x(17).

       FD  LOTES-PROC-FILE.
       01  reg-lote-proc.
           03 lpr-lote     pic x(10).

       FD  SUSPENSO-FILE.
       01  reg-suspenso.
           03 sus-motivo   pic x(10).
           03 filler       pic x value space.
           03 sus-registro pic x(37).

       FD  PARAMETROS-FILE.
       01  reg-parametro.
           03 par-clave   pic x(12).
           03 par-importe pic 9(7)v99.

       FD  SUCURSALES-MASTER.
       01  reg-sucursal-mstr.
           03 sum-cod-sucursal pic xxx.
           03 sum-nom-sucursal pic x(11).

       SD  SORT-FILE.
       01  reg-sort.
           03 srt-sucursal pic x(3).
           03 srt-socio    pic 9(6).
           03 srt-numero   pic 9(3).
           03 srt-tipo     pic x.
           03 srt-destino  pic x(6).
           03 srt-importe  pic 9(7)v99.
           03 srt-fecha-gen.
               05 srt-gen-anio pic 9999.
               05 srt-gen-mes  pic 99.
               05 srt-gen-dia  pic 99.
           03 srt-resultado pic x(20).
           03 srt-reintentos pic 99.

       FD  PRINT-RECHAZOS-FILE.
       01  reg-print-rch pic x(80).

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

       FD  CALENDARIO-FILE.
       01  reg-calendario.
           03 cal-fecha  pic 9(8).
           03 cal-motivo pic x(20).

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
       01  ws-fs-batch    pic xx value spaces.
       01  ws-fs-lotes    pic xx value spaces.
       01  ws-fs-suspenso pic xx value spaces.
       01  ws-fs-parametros pic xx value spaces.
       01  ws-fs-sucmaestro pic xx value spaces.
       01  ws-fs-printrch pic xx value spaces.
       01  ws-fs-periodos pic xx value spaces.
       01  ws-fs-calendario pic xx value spaces.
       01  ws-fs-audit    pic xx value spaces.
       01  ws-operador    pic x(8) value spaces.
       01  ws-corrida-valida pic x value "S".
           88 corrida-valida value "S".
       01  ws-fecha-proceso.
           03 ws-fec-dia  pic 99.
           03 ws-fec-mes  pic 99.
           03 ws-fec-anio pic 9999.
       01  ws-fecha-proceso-num pic 9(8).
       01  ws-periodo-cerrado pic x value "N".
           88 periodo-cerrado value "S".
      *****************************************************************
      ************************ LOTE A GENERAR *************************
      *****************************************************************
       01  ws-limite-reintentos pic 99 value 3.
       01  ws-lote-id.
           03 ws-lote-prefijo.
               05 filler  pic x value "O".
               05 ws-lote-fecha pic 9(8).
           03 ws-lote-digito pic 9.
       01  ws-digitos-usados.
           03 ws-digito-usado pic x occurs 10 times.
       01  posD pic 99.
       01  ws-lote-abierto pic x value "N".
           88 lote-abierto value "S".
       01  ws-lote-fallo  pic x value "N".
           88 lote-fallo  value "S".
       01  ws-lote-buscado pic x(10) value spaces.
       01  ws-ultimo-lote-buscado pic x(10) value spaces.
       01  ws-lote-procesado pic x value "N".
           88 lote-procesado value "S".
       01  ws-fin-lotes   pic x value "N".
           88 fin-lotes   value "S".
       01  ws-fin-ordenes pic x value "N".
           88 fin-ordenes value "S".
       01  ws-fecha-gen.
           03 ws-gen-anio pic 9999.
           03 ws-gen-mes  pic 99.
           03 ws-gen-dia  pic 99.
       01  ws-fecha-gen-num redefines ws-fecha-gen pic 9(8).
       01  ws-meses-frecuencia pic 99.
      * Imagen del detalle del lote que genera una orden; es la misma
      * que el modo batch deja en el suspenso si rechaza el detalle.
       01  ws-imagen-detalle.
           03 img-tipo-reg pic x.
           03 img-socio    pic s9(6).
           03 img-sucursal pic x(3).
           03 img-fecha.
               05 img-dia  pic 99.
               05 img-mes  pic 99.
               05 img-anio pic 9999.
           03 img-importe  pic s9(7)v99.
           03 img-tipo     pic x.
           03 img-suc-destino pic x(3).
           03 img-socio-destino pic 9(6).
      *****************************************************************
      ****************** ENTRADAS DE SUSPENSO EN MEMORIA **************
      *****************************************************************
       01  ws-cant-tabla  pic 9(4) value zero.
       01  posE pic 9(4).
       01  ws-suspenso-cambiado pic x value "N".
           88 suspenso-cambiado value "S".
       01  tab-suspenso.
           03 sus-entrada occurs 999 times.
               05 tse-motivo   pic x(10).
               05 tse-registro pic x(37).
               05 tse-estado   pic x.
                   88 tse-consumida value "C".
      *****************************************************************
      *************************** RECHAZOS ****************************
      *****************************************************************
       01  ws-cant-rechazos pic 9(4) value zero.
       01  posR pic 9(4).
       01  tab-rechazos.
           03 rch-entrada occurs 999 times.
               05 rch-sucursal pic x(3).
               05 rch-socio    pic 9(6).
               05 rch-numero   pic 9(3).
               05 rch-tipo     pic x.
               05 rch-destino  pic x(6).
               05 rch-importe  pic 9(7)v99.
               05 rch-fecha-gen pic 9(8).
               05 rch-resultado pic x(20).
               05 rch-reintentos pic 99.
       01  ws-resultado   pic x(20).
       01  ws-fin-ordenado pic x value "N".
           88 fin-ordenado value "S".
       01  ws-sucursal-actual pic x(3) value spaces.
       01  ws-pagina pic 9(4) value zero.
       01  ws-cant-suc    pic 9(5) value zero.
       01  posJ pic 999.
       01  ws-max-sucursales pic 999 value 100.
       01  ws-cant-sucursales pic 999 value 0.
       01  tab-sucursal.
           03 vec-sucursal occurs 100 times.
               05 cod-sucursal pic xxx.
               05 nom-sucursal pic x(11).
      *****************************************************************
      ************************** CONTADORES ***************************
      *****************************************************************
       01  ws-cant-conciliadas pic 9(6) value zero.
       01  ws-cant-ejecutadas pic 9(6) value zero.
       01  ws-cant-reintento pic 9(6) value zero.
       01  ws-cant-agotadas pic 9(6) value zero.
       01  ws-cant-otro-rechazo pic 9(6) value zero.
       01  ws-cant-sin-lote pic 9(6) value zero.
       01  ws-cant-finalizadas pic 9(6) value zero.
       01  ws-cant-generadas pic 9(6) value zero.
       01  ws-total-generado pic 9(11)v99 value zero.
       01  ws-importe-edit pic zzz.zzz.zzz.zz9,99.
      *****************************************************************
      ****************** LINEAS DEL LISTADO (80 COL.) *****************
      *****************************************************************
       01  lin-rch-titulo.
           03 filler pic x(2) value space.
           03 filler pic x(18) value "Banco El Corralito".
           03 filler pic x(4) value space.
           03 filler pic x(31) value
               "ORDENES RECHAZADAS - SUCURSAL".
           03 lin-rch-cod pic x(3).
           03 filler pic x(3) value " - ".
           03 lin-rch-nom pic x(11).
           03 filler pic x(4) value space.
           03 lin-rch-pagina pic zzz9.

       01  lin-rch-subtitulo.
           03 filler pic x(2) value space.
           03 filler pic x(20) value "Fecha de proceso:".
           03 lin-rch-fec-dia pic 99.
           03 filler pic x value "/".
           03 lin-rch-fec-mes pic 99.
           03 filler pic x value "/".
           03 lin-rch-fec-anio pic 9999.
           03 filler pic x(4) value space.
           03 filler pic x(16) value "Lote generado:".
           03 lin-rch-lote pic x(10).

       01  lin-rch-cols.
           03 filler pic x(2) value space.
           03 filler pic x(7) value "SOCIO".
           03 filler pic x(5) value "NRO".
           03 filler pic x(9) value "DESTINO".
           03 filler pic x(14) value "IMPORTE".
           03 filler pic x(12) value "GENERADA".
           03 filler pic x(22) value "RESULTADO".
           03 filler pic x(5) value "RECH.".

       01  lin-rch-detalle.
           03 filler pic x(2) value space.
           03 lin-det-socio pic 9(6).
           03 filler pic x value space.
           03 lin-det-numero pic 9(3).
           03 filler pic x(2) value space.
           03 lin-det-tipo pic x.
           03 filler pic x value space.
           03 lin-det-destino pic x(6).
           03 filler pic x value space.
           03 lin-det-importe pic z.zzz.zz9,99.
           03 filler pic x(2) value space.
           03 lin-det-gen-dia pic 99.
           03 filler pic x value "/".
           03 lin-det-gen-mes pic 99.
           03 filler pic x value "/".
           03 lin-det-gen-anio pic 9999.
           03 filler pic x(2) value space.
           03 lin-det-resultado pic x(20).
           03 filler pic x(2) value space.
           03 lin-det-reintentos pic z9.

       01  lin-rch-total.
           03 filler pic x(4) value space.
           03 lin-tot-concepto pic x(30).
           03 filler pic x(2) value space.
           03 lin-tot-cantidad pic zzzz9.

       01  lin-rch-sin-rechazos.
           03 filler pic x(4) value space.
           03 filler pic x(36) value
               "Sin ordenes rechazadas".

       01  lin-rch-blanco pic x(80) value spaces.

      ******************* CALENDARIO / DIAS HABILES *******************
      *****************************************************************
       01  ws-fecha-calc.
           03 ws-calc-anio pic 9999.
           03 ws-calc-mes  pic 99.
           03 ws-calc-dia  pic 99.
       01  ws-fecha-calc-num redefines ws-fecha-calc pic 9(8).
       01  ws-dia-habil pic x value "N".
           88 dia-habil value "S".
       01  ws-motivo-rechazo pic x(20).
       01  ws-ultimo-dia pic 99.
       01  ws-cociente pic 9(4).
       01  ws-resto pic 9(4).
       01  ws-zel-m pic 99.
       01  ws-zel-a pic 9(4).
       01  ws-zel-j pic 99.
       01  ws-zel-k pic 99.
       01  ws-zel-t1 pic 999.
       01  ws-zel-t2 pic 99.
       01  ws-zel-t3 pic 99.
       01  ws-zel-suma pic 9(5).
       01  ws-zel-h pic 9.
       01  posF pic 9(3).
       01  ws-cant-feriados pic 9(3) value zero.
       01  tab-feriados.
           03 vec-feriado occurs 400 times.
               05 fer-fecha  pic 9(8).
               05 fer-motivo pic x(20).

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
       01  ws-programa-acceso pic x(31) value "GENERA_ORDENES".
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
                   PERFORM 200-CONCILIO-LOTE-ANTERIOR
                   PERFORM 300-GENERO-ORDENES
                   PERFORM 400-FIN
               END-IF
           END-IF.
           STOP RUN.
      *****************************************************************
      *************************** RUTINAS *****************************
      *****************************************************************
       100-INICIO.
           PERFORM 112-LEO-CALENDARIO.
           PERFORM 130-PIDO-FECHA-PROCESO.
           PERFORM 115-CONTROLO-PERIODO-CONTABLE.
           IF periodo-cerrado
               DISPLAY "El periodo ", ws-fec-anio, "/", ws-fec-mes,
                   " esta cerrado en el control de periodos ",
                   "contables; la corrida se cancela."
               MOVE "N" TO ws-corrida-valida
           ELSE
               PERFORM 120-CONTROLO-LOTE-PENDIENTE
           END-IF.
           IF corrida-valida
               PERFORM 125-ELIJO-LOTE
           END-IF.
           IF corrida-valida
               PERFORM 105-LEO-PARAMETROS
               PERFORM 110-LEO-SUCURSALES
               PERFORM 160-CARGO-SUSPENSO
               OPEN I-O ORDENES-FILE
               IF ws-fs-ordenes NOT = "00"
                   DISPLAY "No se pudo abrir el archivo de ordenes: "
                       ws-fs-ordenes
                   MOVE "N" TO ws-corrida-valida
               END-IF
           END-IF.

       105-LEO-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE.
           IF ws-fs-parametros = "00"
               PERFORM UNTIL ws-fs-parametros = "10"
                   READ PARAMETROS-FILE
                       AT END MOVE "10" TO ws-fs-parametros
                       NOT AT END
                           IF par-clave = "REINT-ORDEN"
                               MOVE par-importe TO ws-limite-reintentos
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS-FILE
           END-IF.
           DISPLAY "Reintentos por saldo insuficiente: ",
               ws-limite-reintentos.

       110-LEO-SUCURSALES.
           OPEN INPUT SUCURSALES-MASTER.
           IF ws-fs-sucmaestro NOT = "00"
               DISPLAY "No se pudo abrir el maestro de sucursales: "
                   ws-fs-sucmaestro
           ELSE
               PERFORM UNTIL ws-fs-sucmaestro = "10"
                   READ SUCURSALES-MASTER
                       AT END MOVE "10" TO ws-fs-sucmaestro
                       NOT AT END PERFORM 111-AGREGO-SUCURSAL
                   END-READ
               END-PERFORM
               CLOSE SUCURSALES-MASTER
           END-IF.

       111-AGREGO-SUCURSAL.
           IF ws-cant-sucursales < ws-max-sucursales
               ADD 1 TO ws-cant-sucursales
               MOVE sum-cod-sucursal TO cod-sucursal(ws-cant-sucursales)
               MOVE sum-nom-sucursal TO nom-sucursal(ws-cant-sucursales)
           END-IF.

      * El calendario de feriados bancarios es el mismo CALENDARIO.DAT
      * del ingreso diario; sabados y domingos se calculan.
       112-LEO-CALENDARIO.
           OPEN INPUT CALENDARIO-FILE.
           IF ws-fs-calendario NOT = "00"
               DISPLAY "Sin calendario de feriados: solo se ",
                   "controlan sabados y domingos"
           ELSE
               PERFORM UNTIL ws-fs-calendario = "10"
                   READ CALENDARIO-FILE
                       AT END MOVE "10" TO ws-fs-calendario
                       NOT AT END PERFORM 113-AGREGO-FERIADO
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF.

       113-AGREGO-FERIADO.
           IF ws-cant-feriados < 400
               ADD 1 TO ws-cant-feriados
               MOVE cal-fecha TO fer-fecha(ws-cant-feriados)
               MOVE cal-motivo TO fer-motivo(ws-cant-feriados)
           ELSE
               DISPLAY "Atencion: calendario de feriados excede ",
                   "las 400 entradas; el resto se ignora"
           END-IF.

      * Igual que el ingreso diario: un mes marcado "C" en
      * PERIODOS.DAT ya fue rendido a la contabilidad y no admite
      * mas movimientos; sin archivo de periodos no hay control.
       115-CONTROLO-PERIODO-CONTABLE.
           MOVE "N" TO ws-periodo-cerrado.
           OPEN INPUT PERIODOS-FILE.
           IF ws-fs-periodos NOT = "00"
               DISPLAY "Sin archivo de periodos: control de ",
                   "periodo cerrado desactivado"
           ELSE
               MOVE ws-fec-anio TO per-anio
               MOVE ws-fec-mes TO per-mes
               READ PERIODOS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF per-cerrado
                           MOVE "S" TO ws-periodo-cerrado
                       END-IF
               END-READ
               CLOSE PERIODOS-FILE
           END-IF.

      * INGRESOS_BATCH.DAT se pisa solo si esta vacio o si su lote ya
      * figura en LOTESPROC.DAT: un lote sin procesar no se pierde.
       120-CONTROLO-LOTE-PENDIENTE.
           OPEN INPUT BATCH-INGRESOS-FILE.
           IF ws-fs-batch = "00"
               READ BATCH-INGRESOS-FILE
                   AT END MOVE "10" TO ws-fs-batch
               END-READ
               IF ws-fs-batch = "00"
                   IF bin-cabecera
                       MOVE bin-cab-lote TO ws-lote-buscado
                       PERFORM 220-BUSCO-LOTE-PROCESADO
                       IF NOT lote-procesado
                           DISPLAY "INGRESOS_BATCH.DAT tiene el lote ",
                               bin-cab-lote, " sin procesar; procese ",
                               "el lote o retire el archivo antes de ",
                               "generar las ordenes"
                           MOVE "N" TO ws-corrida-valida
                       END-IF
                   ELSE
                       DISPLAY "INGRESOS_BATCH.DAT tiene datos sin ",
                           "cabecera de lote; retire el archivo ",
                           "antes de generar las ordenes"
                       MOVE "N" TO ws-corrida-valida
                   END-IF
               END-IF
               CLOSE BATCH-INGRESOS-FILE
           END-IF.

      * Identificador del lote: "O" + fecha de proceso AAAAMMDD + un
      * digito, el primero que no figure en LOTESPROC.DAT.
       125-ELIJO-LOTE.
           MOVE ws-fecha-proceso-num TO ws-lote-fecha.
           MOVE spaces TO ws-digitos-usados.
           OPEN INPUT LOTES-PROC-FILE.
           IF ws-fs-lotes = "00"
               MOVE "N" TO ws-fin-lotes
               PERFORM UNTIL fin-lotes
                   READ LOTES-PROC-FILE
                       AT END MOVE "S" TO ws-fin-lotes
                       NOT AT END
                           IF lpr-lote(1:9) = ws-lote-prefijo
                                   AND lpr-lote(10:1) IS NUMERIC
                               MOVE lpr-lote(10:1) TO ws-lote-digito
                               COMPUTE posD = ws-lote-digito + 1
                               MOVE "S" TO ws-digito-usado(posD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOTES-PROC-FILE
           END-IF.
           PERFORM VARYING posD FROM 1 BY 1
                   UNTIL posD > 10 OR ws-digito-usado(posD) = space
               CONTINUE
           END-PERFORM.
           IF posD > 10
               DISPLAY "Ya se procesaron diez lotes de ordenes del ",
                   ws-fec-dia, "/", ws-fec-mes, "/", ws-fec-anio,
                   "; la corrida se cancela."
               MOVE "N" TO ws-corrida-valida
           ELSE
               COMPUTE ws-lote-digito = posD - 1
               DISPLAY "Lote de ordenes: ", ws-lote-id
           END-IF.

      * La corrida solo se hace en dia habil: una fecha imposible o
      * un dia no laborable se rechaza y se pide otra.
       130-PIDO-FECHA-PROCESO.
           DISPLAY "Fecha de proceso (DDMMAAAA):".
           ACCEPT ws-fecha-proceso.
           PERFORM 135-EVALUO-FECHA-PROCESO.
           PERFORM UNTIL dia-habil
               DISPLAY "Fecha rechazada: ", ws-motivo-rechazo
               DISPLAY "Fecha de proceso (DDMMAAAA):"
               ACCEPT ws-fecha-proceso
               PERFORM 135-EVALUO-FECHA-PROCESO
           END-PERFORM.
           COMPUTE ws-fecha-proceso-num = ws-fec-anio * 10000
               + ws-fec-mes * 100 + ws-fec-dia.

       135-EVALUO-FECHA-PROCESO.
           MOVE "N" TO ws-dia-habil.
           MOVE "FECHA INVALIDA" TO ws-motivo-rechazo.
           IF ws-fec-mes > 0 AND ws-fec-mes < 13
               MOVE ws-fec-anio TO ws-calc-anio
               MOVE ws-fec-mes TO ws-calc-mes
               MOVE ws-fec-dia TO ws-calc-dia
               PERFORM 136-CALCULO-ULTIMO-DIA
               IF ws-fec-dia > 0 AND ws-fec-dia <= ws-ultimo-dia
                   PERFORM 140-EVALUO-DIA-HABIL
               END-IF
           END-IF.

       136-CALCULO-ULTIMO-DIA.
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

      * Congruencia de Zeller (calendario gregoriano): ws-zel-h
      * resulta 0 = sabado, 1 = domingo, ..., 6 = viernes.
       137-CALCULO-DIA-SEMANA.
           IF ws-calc-mes < 3
               COMPUTE ws-zel-m = ws-calc-mes + 12
               COMPUTE ws-zel-a = ws-calc-anio - 1
           ELSE
               MOVE ws-calc-mes TO ws-zel-m
               MOVE ws-calc-anio TO ws-zel-a
           END-IF.
           DIVIDE ws-zel-a BY 100 GIVING ws-zel-j
               REMAINDER ws-zel-k.
           COMPUTE ws-zel-t1 = 13 * (ws-zel-m + 1).
           DIVIDE ws-zel-t1 BY 5 GIVING ws-zel-t1.
           DIVIDE ws-zel-k BY 4 GIVING ws-zel-t2.
           DIVIDE ws-zel-j BY 4 GIVING ws-zel-t3.
           COMPUTE ws-zel-suma = ws-calc-dia + ws-zel-t1 + ws-zel-k
               + ws-zel-t2 + ws-zel-t3 + 5 * ws-zel-j.
           DIVIDE ws-zel-suma BY 7 GIVING ws-cociente
               REMAINDER ws-zel-h.

       138-BUSCO-FERIADO.
           PERFORM VARYING posF FROM 1 BY 1
                   UNTIL posF > ws-cant-feriados
                       OR fer-fecha(posF) = ws-fecha-calc-num
               CONTINUE
           END-PERFORM.
           IF posF <= ws-cant-feriados
               MOVE fer-motivo(posF) TO ws-motivo-rechazo
           END-IF.

      * Dia habil: ni sabado, ni domingo, ni feriado del calendario.
       140-EVALUO-DIA-HABIL.
           MOVE "N" TO ws-dia-habil.
           MOVE spaces TO ws-motivo-rechazo.
           PERFORM 137-CALCULO-DIA-SEMANA.
           EVALUATE ws-zel-h
               WHEN 0 MOVE "SABADO" TO ws-motivo-rechazo
               WHEN 1 MOVE "DOMINGO" TO ws-motivo-rechazo
               WHEN OTHER PERFORM 138-BUSCO-FERIADO
           END-EVALUATE.
           IF ws-motivo-rechazo = spaces
               MOVE "S" TO ws-dia-habil
           END-IF.

       145-SUMO-UN-DIA.
           ADD 1 TO ws-calc-dia.
           PERFORM 136-CALCULO-ULTIMO-DIA.
           IF ws-calc-dia > ws-ultimo-dia
               MOVE 1 TO ws-calc-dia
               ADD 1 TO ws-calc-mes
               IF ws-calc-mes > 12
                   MOVE 1 TO ws-calc-mes
                   ADD 1 TO ws-calc-anio
               END-IF
           END-IF.

       160-CARGO-SUSPENSO.
           MOVE ZERO TO ws-cant-tabla.
           OPEN INPUT SUSPENSO-FILE.
           IF ws-fs-suspenso = "00"
               PERFORM UNTIL ws-fs-suspenso = "10"
                   READ SUSPENSO-FILE
                       AT END MOVE "10" TO ws-fs-suspenso
                       NOT AT END PERFORM 165-AGREGO-ENTRADA
                   END-READ
               END-PERFORM
               CLOSE SUSPENSO-FILE
           END-IF.

       165-AGREGO-ENTRADA.
           IF ws-cant-tabla < 999
               ADD 1 TO ws-cant-tabla
               MOVE sus-motivo TO tse-motivo(ws-cant-tabla)
               MOVE sus-registro TO tse-registro(ws-cant-tabla)
               MOVE space TO tse-estado(ws-cant-tabla)
           ELSE
               DISPLAY "ATENCION: el suspenso excede la capacidad de ",
                   "la tabla; la corrida se cancela"
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
           IF acceso-ok AND NOT rol-supervisor
               DISPLAY "La generacion de ordenes permanentes es ",
                   "exclusiva de supervisores"
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

      * Resultado del lote anterior, para cada orden generada que
      * espera resultado: rechazada por saldo (se reintenta o se
      * abandona), rechazada por otro motivo (queda en el suspenso
      * para su correccion) o acreditada (pasa al proximo
      * vencimiento).
       200-CONCILIO-LOTE-ANTERIOR.
           MOVE "N" TO ws-fin-ordenes.
           PERFORM UNTIL fin-ordenes
               READ ORDENES-FILE NEXT RECORD
                   AT END MOVE "S" TO ws-fin-ordenes
                   NOT AT END
                       IF ord-generada
                           PERFORM 210-CONCILIO-ORDEN
                       END-IF
               END-READ
           END-PERFORM.

       210-CONCILIO-ORDEN.
           ADD 1 TO ws-cant-conciliadas.
           MOVE ord-lote TO ws-lote-buscado.
           PERFORM 220-BUSCO-LOTE-PROCESADO.
           IF NOT lote-procesado
      * el lote nunca paso por el modo batch: se vuelve a generar
               MOVE "R" TO ord-estado
               MOVE ZERO TO ord-fecha-generacion
               ADD 1 TO ws-cant-sin-lote
           ELSE
               MOVE ord-fecha-generacion TO ws-fecha-gen-num
               PERFORM 230-ARMO-IMAGEN
               PERFORM 235-BUSCO-EN-SUSPENSO
               EVALUATE TRUE
                   WHEN posE > ws-cant-tabla
                       ADD 1 TO ws-cant-ejecutadas
                       PERFORM 250-AVANZO-VENCIMIENTO
                   WHEN tse-motivo(posE) = "SALDO"
                       MOVE "C" TO tse-estado(posE)
                       MOVE "S" TO ws-suspenso-cambiado
                       PERFORM 240-RECHAZO-POR-SALDO
                   WHEN OTHER
                       ADD 1 TO ws-cant-otro-rechazo
                       MOVE spaces TO ws-resultado
                       STRING "RECHAZO " DELIMITED BY SIZE
                           tse-motivo(posE) DELIMITED BY SIZE
                           INTO ws-resultado
                       END-STRING
                       PERFORM 260-AGREGO-RECHAZO
                       PERFORM 250-AVANZO-VENCIMIENTO
               END-EVALUATE
           END-IF.
           REWRITE reg-orden.
           IF ws-fs-ordenes NOT = "00"
               DISPLAY "No se pudo regrabar la orden ", ord-socio,
                   "-", ord-numero, ": ", ws-fs-ordenes
           END-IF.

      * Un unico recorrido de LOTESPROC.DAT por lote distinto.
       220-BUSCO-LOTE-PROCESADO.
           IF ws-lote-buscado NOT = ws-ultimo-lote-buscado
               MOVE ws-lote-buscado TO ws-ultimo-lote-buscado
               MOVE "N" TO ws-lote-procesado
               OPEN INPUT LOTES-PROC-FILE
               IF ws-fs-lotes = "00"
                   MOVE "N" TO ws-fin-lotes
                   PERFORM UNTIL fin-lotes OR lote-procesado
                       READ LOTES-PROC-FILE
                           AT END MOVE "S" TO ws-fin-lotes
                           NOT AT END
                               IF lpr-lote = ws-lote-buscado
                                   MOVE "S" TO ws-lote-procesado
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LOTES-PROC-FILE
               END-IF
           END-IF.

      * Detalle de la orden con la fecha de ws-fecha-gen.
       230-ARMO-IMAGEN.
           MOVE "2" TO img-tipo-reg.
           MOVE ord-socio TO img-socio.
           MOVE ord-sucursal TO img-sucursal.
           MOVE ws-gen-dia TO img-dia.
           MOVE ws-gen-mes TO img-mes.
           MOVE ws-gen-anio TO img-anio.
           MOVE ord-importe TO img-importe.
           MOVE ord-tipo TO img-tipo.
           IF ord-a-sucursal
               MOVE ord-suc-destino TO img-suc-destino
               MOVE ZERO TO img-socio-destino
           ELSE
               MOVE spaces TO img-suc-destino
               MOVE ord-socio-destino TO img-socio-destino
           END-IF.

       235-BUSCO-EN-SUSPENSO.
           PERFORM VARYING posE FROM 1 BY 1
                   UNTIL posE > ws-cant-tabla
                       OR (tse-registro(posE) = ws-imagen-detalle
                           AND NOT tse-consumida(posE))
               CONTINUE
           END-PERFORM.

       240-RECHAZO-POR-SALDO.
           ADD 1 TO ord-reintentos.
           IF ord-reintentos > ws-limite-reintentos
               ADD 1 TO ws-cant-agotadas
               MOVE "SIN SALDO-VENCIDA" TO ws-resultado
               PERFORM 260-AGREGO-RECHAZO
               PERFORM 250-AVANZO-VENCIMIENTO
           ELSE
               ADD 1 TO ws-cant-reintento
               MOVE "R" TO ord-estado
               MOVE "SIN SALDO-REINTENTA" TO ws-resultado
               PERFORM 260-AGREGO-RECHAZO
           END-IF.

      * Proximo vencimiento segun la frecuencia, en el dia de la
      * orden (o el ultimo del mes si el mes es mas corto).
       250-AVANZO-VENCIMIENTO.
           EVALUATE TRUE
               WHEN ord-bimestral  MOVE 2 TO ws-meses-frecuencia
               WHEN ord-trimestral MOVE 3 TO ws-meses-frecuencia
               WHEN ord-semestral  MOVE 6 TO ws-meses-frecuencia
               WHEN ord-anual      MOVE 12 TO ws-meses-frecuencia
               WHEN OTHER          MOVE 1 TO ws-meses-frecuencia
           END-EVALUATE.
           MOVE ord-proximo-vto TO ws-fecha-calc.
           ADD ws-meses-frecuencia TO ws-calc-mes.
           IF ws-calc-mes > 12
               SUBTRACT 12 FROM ws-calc-mes
               ADD 1 TO ws-calc-anio
           END-IF.
           PERFORM 136-CALCULO-ULTIMO-DIA.
           IF ord-dia > ws-ultimo-dia
               MOVE ws-ultimo-dia TO ws-calc-dia
           ELSE
               MOVE ord-dia TO ws-calc-dia
           END-IF.
           MOVE ws-fecha-calc TO ord-proximo-vto.
           MOVE ZERO TO ord-reintentos.
           IF ord-fecha-hasta > 0
                   AND ws-fecha-calc-num > ord-fecha-hasta
               MOVE "F" TO ord-estado
               ADD 1 TO ws-cant-finalizadas
           ELSE
               MOVE space TO ord-estado
           END-IF.

       260-AGREGO-RECHAZO.
           IF ws-cant-rechazos < 999
               ADD 1 TO ws-cant-rechazos
               MOVE ord-sucursal TO rch-sucursal(ws-cant-rechazos)
               MOVE ord-socio TO rch-socio(ws-cant-rechazos)
               MOVE ord-numero TO rch-numero(ws-cant-rechazos)
               MOVE ord-tipo TO rch-tipo(ws-cant-rechazos)
               IF ord-a-sucursal
                   MOVE ord-suc-destino TO rch-destino(ws-cant-rechazos)
               ELSE
                   MOVE ord-socio-destino
                       TO rch-destino(ws-cant-rechazos)
               END-IF
               MOVE ord-importe TO rch-importe(ws-cant-rechazos)
               MOVE ord-fecha-generacion
                   TO rch-fecha-gen(ws-cant-rechazos)
               MOVE ws-resultado TO rch-resultado(ws-cant-rechazos)
               MOVE ord-reintentos TO rch-reintentos(ws-cant-rechazos)
           ELSE
               DISPLAY "ATENCION: rechazo no listado (tabla llena): ",
                   ord-socio, "-", ord-numero, " ", ws-resultado
           END-IF.

      * Ordenes que vencen hoy (vencimiento corrido al dia habil
      * siguiente si cae en sabado, domingo o feriado) y reintentos
      * pendientes de dias anteriores.
       300-GENERO-ORDENES.
           MOVE ws-fecha-proceso-num TO ws-fecha-gen-num.
           MOVE "N" TO ws-fin-ordenes.
           MOVE ZERO TO ord-clave.
           START ORDENES-FILE KEY NOT < ord-clave
               INVALID KEY MOVE "S" TO ws-fin-ordenes
           END-START.
           PERFORM UNTIL fin-ordenes OR lote-fallo
               READ ORDENES-FILE NEXT RECORD
                   AT END MOVE "S" TO ws-fin-ordenes
                   NOT AT END PERFORM 310-EVALUO-ORDEN
               END-READ
           END-PERFORM.
           IF lote-abierto
               PERFORM 340-CIERRO-LOTE
           END-IF.

       310-EVALUO-ORDEN.
           IF ord-vigente
               EVALUATE TRUE
                   WHEN ord-a-reintentar
                       IF ord-fecha-generacion < ws-fecha-proceso-num
                           PERFORM 320-GENERO-DETALLE
                       END-IF
                   WHEN ord-en-espera
                       MOVE ord-proximo-vto TO ws-fecha-calc
                       PERFORM 140-EVALUO-DIA-HABIL
                       PERFORM UNTIL dia-habil
                           PERFORM 145-SUMO-UN-DIA
                           PERFORM 140-EVALUO-DIA-HABIL
                       END-PERFORM
                       IF ws-fecha-calc-num <= ws-fecha-proceso-num
                           PERFORM 320-GENERO-DETALLE
                       END-IF
               END-EVALUATE
           END-IF.

      * La orden se marca generada antes de grabar el detalle: si la
      * corrida se corta, el lote queda sin cola y el modo batch lo
      * rechaza entero, nunca se transfiere dos veces.
       320-GENERO-DETALLE.
           IF NOT lote-abierto
               PERFORM 330-ABRO-LOTE
           END-IF.
           IF lote-abierto
               MOVE "G" TO ord-estado
               MOVE ws-fecha-proceso-num TO ord-fecha-generacion
               MOVE ws-lote-id TO ord-lote
               REWRITE reg-orden
               IF ws-fs-ordenes NOT = "00"
                   DISPLAY "No se pudo regrabar la orden ", ord-socio,
                       "-", ord-numero, ": ", ws-fs-ordenes
               ELSE
                   PERFORM 230-ARMO-IMAGEN
                   MOVE ws-imagen-detalle TO reg-batch-ingreso
                   WRITE reg-batch-ingreso
                   IF ws-fs-batch NOT = "00"
                       DISPLAY "Error al grabar el lote: ", ws-fs-batch
                       MOVE "S" TO ws-lote-fallo
                   ELSE
                       ADD 1 TO ws-cant-generadas
                       ADD ord-importe TO ws-total-generado
                   END-IF
               END-IF
           END-IF.

       330-ABRO-LOTE.
           OPEN OUTPUT BATCH-INGRESOS-FILE.
           IF ws-fs-batch NOT = "00"
               DISPLAY "No se pudo crear INGRESOS_BATCH.DAT: "
                   ws-fs-batch
               MOVE "S" TO ws-lote-fallo
           ELSE
               MOVE "S" TO ws-lote-abierto
               MOVE spaces TO reg-batch-ingreso
               MOVE "1" TO bin-tipo-reg
               MOVE ws-lote-id TO bin-cab-lote
               MOVE ws-suc-operador TO bin-cab-sucursal
               MOVE ws-operador TO bin-cab-operador
               COMPUTE bin-cab-fecha = ws-fec-dia * 1000000
                   + ws-fec-mes * 10000 + ws-fec-anio
               WRITE reg-batch-ingreso
               IF ws-fs-batch NOT = "00"
                   DISPLAY "Error al grabar el lote: ", ws-fs-batch
                   MOVE "S" TO ws-lote-fallo
               END-IF
           END-IF.

      * Sin cola el modo batch rechaza el lote entero; las ordenes ya
      * marcadas se vuelven a generar una vez retirado el archivo.
       340-CIERRO-LOTE.
           IF lote-fallo
               DISPLAY "El lote ", ws-lote-id, " quedo incompleto: ",
                   "retire INGRESOS_BATCH.DAT y vuelva a generar"
           ELSE
               MOVE spaces TO reg-batch-ingreso
               MOVE "9" TO bin-tipo-reg
               MOVE ws-cant-generadas TO bin-cola-cantidad
               MOVE ws-total-generado TO bin-cola-total
               WRITE reg-batch-ingreso
               IF ws-fs-batch NOT = "00"
                   DISPLAY "Error al grabar la cola del lote: ",
                       ws-fs-batch
               END-IF
           END-IF.
           CLOSE BATCH-INGRESOS-FILE.

       400-FIN.
           CLOSE ORDENES-FILE.
           IF suspenso-cambiado
               PERFORM 410-REGRABO-SUSPENSO
           END-IF.
           PERFORM 420-LISTO-RECHAZOS.
           DISPLAY " ".
           DISPLAY "Ordenes del lote anterior:   ", ws-cant-conciliadas.
           DISPLAY "  acreditadas:               ", ws-cant-ejecutadas.
           DISPLAY "  sin saldo, a reintentar:   ", ws-cant-reintento.
           DISPLAY "  sin saldo, vencidas:       ", ws-cant-agotadas.
           DISPLAY "  rechazadas por otro motivo:",
               ws-cant-otro-rechazo.
           DISPLAY "  lote sin procesar:         ", ws-cant-sin-lote.
           DISPLAY "Ordenes finalizadas:         ", ws-cant-finalizadas.
           DISPLAY "Transferencias generadas:    ", ws-cant-generadas.
           MOVE ws-total-generado TO ws-importe-edit.
           DISPLAY "Importe total del lote:      ", ws-importe-edit.
           IF ws-cant-generadas = 0
               DISPLAY "Sin ordenes para generar: no se grabo lote"
           END-IF.

      * Los rechazos por saldo quedan a cargo de las ordenes y salen
      * del suspenso; los demas siguen ahi para su correccion.
       410-REGRABO-SUSPENSO.
           OPEN OUTPUT SUSPENSO-FILE.
           IF ws-fs-suspenso NOT = "00"
               DISPLAY "No se pudo regrabar el suspenso: "
                   ws-fs-suspenso
           ELSE
               PERFORM VARYING posE FROM 1 BY 1
                       UNTIL posE > ws-cant-tabla
                   IF NOT tse-consumida(posE)
                       MOVE spaces TO reg-suspenso
                       MOVE tse-motivo(posE) TO sus-motivo
                       MOVE tse-registro(posE) TO sus-registro
                       WRITE reg-suspenso
                   END-IF
               END-PERFORM
               CLOSE SUSPENSO-FILE
           END-IF.

       420-LISTO-RECHAZOS.
           OPEN OUTPUT PRINT-RECHAZOS-FILE.
           IF ws-fs-printrch NOT = "00"
               DISPLAY "No se pudo abrir el listado de rechazos: "
                   ws-fs-printrch
           ELSE
               IF ws-cant-rechazos = 0
                   MOVE spaces TO ws-sucursal-actual
                   PERFORM 450-ENCABEZO-SUCURSAL
                   WRITE reg-print-rch FROM lin-rch-sin-rechazos
                       AFTER ADVANCING 1 LINE
               ELSE
                   SORT SORT-FILE
                       ON ASCENDING KEY srt-sucursal
                                        srt-socio
                                        srt-numero
                       INPUT PROCEDURE IS 430-SELECCIONO-RECHAZOS
                       OUTPUT PROCEDURE IS 440-IMPRIMO-RECHAZOS
               END-IF
               CLOSE PRINT-RECHAZOS-FILE
           END-IF.

       430-SELECCIONO-RECHAZOS.
           PERFORM VARYING posR FROM 1 BY 1
                   UNTIL posR > ws-cant-rechazos
               MOVE rch-sucursal(posR) TO srt-sucursal
               MOVE rch-socio(posR) TO srt-socio
               MOVE rch-numero(posR) TO srt-numero
               MOVE rch-tipo(posR) TO srt-tipo
               MOVE rch-destino(posR) TO srt-destino
               MOVE rch-importe(posR) TO srt-importe
               MOVE rch-fecha-gen(posR) TO srt-fecha-gen
               MOVE rch-resultado(posR) TO srt-resultado
               MOVE rch-reintentos(posR) TO srt-reintentos
               RELEASE reg-sort
           END-PERFORM.

      * Una pagina por sucursal, para enviarle sus rechazos.
       440-IMPRIMO-RECHAZOS.
           MOVE "N" TO ws-fin-ordenado.
           MOVE spaces TO ws-sucursal-actual.
           PERFORM 445-RETORNO-ORDENADO.
           PERFORM UNTIL fin-ordenado
               IF srt-sucursal NOT = ws-sucursal-actual
                   PERFORM 470-CIERRO-SUCURSAL
                   MOVE srt-sucursal TO ws-sucursal-actual
                   PERFORM 450-ENCABEZO-SUCURSAL
               END-IF
               PERFORM 460-LISTO-RECHAZO
               PERFORM 445-RETORNO-ORDENADO
           END-PERFORM.
           PERFORM 470-CIERRO-SUCURSAL.

       445-RETORNO-ORDENADO.
           RETURN SORT-FILE
               AT END MOVE "S" TO ws-fin-ordenado
           END-RETURN.

       450-ENCABEZO-SUCURSAL.
           MOVE ZERO TO ws-cant-suc.
           ADD 1 TO ws-pagina.
           MOVE ws-pagina TO lin-rch-pagina.
           MOVE ws-sucursal-actual TO lin-rch-cod.
           MOVE "(sin maestro)" TO lin-rch-nom.
           PERFORM VARYING posJ FROM 1 BY 1
                   UNTIL posJ > ws-cant-sucursales
                       OR cod-sucursal(posJ) = ws-sucursal-actual
               CONTINUE
           END-PERFORM.
           IF posJ <= ws-cant-sucursales
               MOVE nom-sucursal(posJ) TO lin-rch-nom
           END-IF.
           MOVE ws-fec-dia TO lin-rch-fec-dia.
           MOVE ws-fec-mes TO lin-rch-fec-mes.
           MOVE ws-fec-anio TO lin-rch-fec-anio.
           IF ws-cant-generadas > 0
               MOVE ws-lote-id TO lin-rch-lote
           ELSE
               MOVE "(ninguno)" TO lin-rch-lote
           END-IF.
           WRITE reg-print-rch FROM lin-rch-titulo
               AFTER ADVANCING PAGE.
           WRITE reg-print-rch FROM lin-rch-subtitulo
               AFTER ADVANCING 1 LINE.
           WRITE reg-print-rch FROM lin-rch-cols
               AFTER ADVANCING 2 LINES.
           WRITE reg-print-rch FROM lin-rch-blanco
               AFTER ADVANCING 1 LINE.

       460-LISTO-RECHAZO.
           MOVE srt-socio TO lin-det-socio.
           MOVE srt-numero TO lin-det-numero.
           MOVE srt-tipo TO lin-det-tipo.
           MOVE srt-destino TO lin-det-destino.
           MOVE srt-importe TO lin-det-importe.
           MOVE srt-gen-dia TO lin-det-gen-dia.
           MOVE srt-gen-mes TO lin-det-gen-mes.
           MOVE srt-gen-anio TO lin-det-gen-anio.
           MOVE srt-resultado TO lin-det-resultado.
           MOVE srt-reintentos TO lin-det-reintentos.
           WRITE reg-print-rch FROM lin-rch-detalle
               AFTER ADVANCING 1 LINE.
           ADD 1 TO ws-cant-suc.

       470-CIERRO-SUCURSAL.
           IF ws-cant-suc > 0
               MOVE "ORDENES RECHAZADAS:" TO lin-tot-concepto
               MOVE ws-cant-suc TO lin-tot-cantidad
               WRITE reg-print-rch FROM lin-rch-blanco
                   AFTER ADVANCING 1 LINE
               WRITE reg-print-rch FROM lin-rch-total
                   AFTER ADVANCING 1 LINE
               MOVE ZERO TO ws-cant-suc
           END-IF.

       END PROGRAM GENERA_ORDENES.
