           SELECT SALDOS-FILE ASSIGN TO "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS sal-clave
               FILE STATUS IS ws-fs-saldos.
       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
      *****************************************************************
           MOVE spaces TO rst-suc-destino.
           MOVE ZERO TO rst-socio-contra.
           MOVE spaces TO rst-operador.
           MOVE spaces TO rst-anulacion.
           MOVE ZERO TO rst-ref-clave.
           MOVE spaces TO rst-reserva.
           MOVE "ARS" TO rst-moneda.
           MOVE "N" TO ws-trans-grabada.
           PERFORM UNTIL trans-grabada OR rst-secuencia = 9999
               WRITE reg-suc-trans
               MOVE ZERO TO ws-saldo-actual
               MOVE "N" TO ws-saldo-existe
               MOVE rst-socio TO sal-socio
               MOVE "ARS" TO sal-moneda
               READ SALDOS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO ws-saldo-existe
               END-READ
               MOVE rst-socio TO sal-socio
               MOVE "ARS" TO sal-moneda
               IF rst-tipo = "D"
                   COMPUTE sal-saldo = ws-saldo-actual + rst-importe
               ELSE
                   COMPUTE sal-saldo = ws-saldo-actual - rst-importe
               END-IF
      * el formato viejo no tenia cheques: todo el saldo esta
      * disponible
               MOVE sal-saldo TO sal-disponible
               IF saldo-existe
                   REWRITE reg-saldo
               ELSE
