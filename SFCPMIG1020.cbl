      * registro T7542340) salen en una seccion propia. El area
      * comercial factura a los comercios los puntos que generan y
      * la migracion es hoy su unica fuente de esa historia.
      * La transaccion de saldo de apertura (RTRA-ES-APERTURA) no es
      * una venta del comercio y no entra a la liquidacion.
      * Fecha : 02-09-2026
      * COMPILAR-LINK : cobol.sh SFCPMIG1020
      *---------------------------------------------------------------*
           05 WS-C-ENT-1                        PIC 9(12) VALUE ZEROS .
           05 WS-C-ENT-2                        PIC 9(12) VALUE ZEROS .
           05 WS-C-PENDIENTES                   PIC 9(12) VALUE ZEROS .
           05 WS-C-APERTURA                     PIC 9(12) VALUE ZEROS .
           05 WS-LINEA                          PIC X(100) .
           05 WS-CANT-ED                        PIC Z(08)9 .
           05 WS-MONTO-ED                       PIC Z(13)9,99- .
                OPEN OUTPUT SALIDA1 .

        200000-PROCESO .
                IF RTRA-ES-APERTURA
                   ADD 1                        TO WS-C-APERTURA
                ELSE
                   PERFORM CLASIFICA-TRANSACCION
                   PERFORM ACUMULA-LIQUIDACION
                END-IF
                PERFORM LEE-01 .

        CLASIFICA-TRANSACCION .
                display "Reg. Leidos TRANSACTIONS = " WS-C-ENT-1.
                display "Reg. Leidos ACCRUALS     = " WS-C-ENT-2.
                display "Mov. Con PENDIENTE       = " WS-C-PENDIENTES.
                display "Trx Saldo Apertura       = " WS-C-APERTURA.
                display "Grupos Liquidados        = " WS-LIQ-CANT.

        ESCRIBE-LIQ-NORMAL .
