      * Purpose: Conversion (por unica vez) del historial de
      *          transferencias al registro ampliado de 48 bytes, que
      *          agrega el socio contrapartida de las transferencias
      *          entre socios y un area de reserva. Graba directamente
      *          el registro vigente de 80 bytes (area de anulacion en
      *          blanco); un historial que ya esta en 48 bytes se
      *          amplia con Ampliacion_Historial. Dos modos:
      *
      *          H = historial vivo. El operador renombra el
      *              SUCTRANS.DAT de 34 bytes a SUCTRANS.OLD; el
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

       FD  ARCH-VIEJO-FILE.
       01  reg-arch-viejo pic x(34).
           03 arn-imagen-vieja pic x(34).
           03 arn-socio-contra pic 9(6).
           03 arn-reserva      pic x(8).
           03 arn-anulacion    pic x(2).
           03 arn-ref-clave    pic 9(12).
           03 arn-reserva-2    pic x(18).

       WORKING-STORAGE SECTION.
      *****************************************************************
           MOVE old-suc-destino TO rst-suc-destino.
           MOVE ZERO TO rst-socio-contra.
           MOVE spaces TO rst-operador.
           MOVE spaces TO rst-anulacion.
           MOVE ZERO TO rst-ref-clave.
           MOVE spaces TO rst-reserva.
           MOVE "ARS" TO rst-moneda.
           WRITE reg-suc-trans
               INVALID KEY
                   ADD 1 TO ws-cant-errores
           MOVE reg-arch-viejo TO arn-imagen-vieja.
           MOVE ZERO TO arn-socio-contra.
           MOVE spaces TO arn-reserva.
           MOVE spaces TO arn-anulacion.
           MOVE ZERO TO arn-ref-clave.
           MOVE spaces TO arn-reserva-2.
           WRITE reg-arch-nuevo.
           IF ws-fs-archnuevo = "00"
               ADD 1 TO ws-cant-convertidos
