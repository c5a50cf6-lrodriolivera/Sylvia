      * SALIDA1 toda diferencia con ambas cifras. Los totales de la
      * conciliacion quedan en el historial de control para que
      * SFCPMIG1003 los incluya en el reporte de operaciones.
      * SALIDA3 deja ademas el saldo neto migrado de cada RUT con
      * movimientos (layout COPY_SALDO_LEGACY), que usa el aviso de
      * migracion a clientes SFCPMIG1048.
      * Fecha : 07-12-2018
      * COMPILAR-LINK : cobol.sh SFCPMIG1004
      *---------------------------------------------------------------*
                SELECT SALIDA1 ASSIGN TO EXTERNAL FSALIDA1
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA3 ASSIGN TO EXTERNAL FSALDOMIGRADO
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA2 ASSIGN TO EXTERNAL FCONTROLTOTALES
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-CTOT-STATUS.

      *         Registro de control de la fecha de negocio de la
      *         cadena (COPY_FECHA_NEGOCIO).
                SELECT FECNEG ASSIGN TO EXTERNAL FFECHANEGOCIO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-FECNEG-STATUS.

      *         Bitacora de ejecuciones, solo para conocer el ultimo
      *         dia de negocio cerrado.
                SELECT LEDGER ASSIGN TO EXTERNAL FRUNLEDGER
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-RUNL-STATUS.

      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *                    =========================                  *
       01  REG-SALIDA1 .
           COPY COPY_SALDO_DIFERENCIA .

      *    Saldo neto migrado por RUT, mismo layout del extracto
      *    legado, ordenado por RUT ascendente.
       FD SALIDA3
          RECORDING MODE IS F
          RECORD CONTAINS 20 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA3 .
           COPY COPY_SALDO_LEGACY REPLACING LEADING ==SALDO== BY
                ==SMIG== .

      *    Historial de totales de control de la corrida
      *    (COPY_CONTROL_TOTALES), compartido por toda la cadena.
       FD SALIDA2
       01  REG-SALIDA2 .
           COPY COPY_CONTROL_TOTALES .

      *    Registro de control de la fecha de negocio de la cadena
      *    (COPY_FECHA_NEGOCIO): toda la datacion de la corrida sale
      *    de aqui y no del reloj del sistema.
       FD FECNEG
          RECORDING MODE IS F
          RECORD CONTAINS 30 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-FECNEG .
           COPY COPY_FECHA_NEGOCIO .

      *    Bitacora de ejecuciones de la cadena (COPY_RUN_LEDGER).
       FD LEDGER
          RECORDING MODE IS F
          RECORD CONTAINS 69 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-LEDGER .
           COPY COPY_RUN_LEDGER .

       WORKING-STORAGE SECTION.
      *-----------------------.

           05 WS-C-DIFERENCIA                   PIC 9(12) VALUE ZEROS .
           05 WS-C-SOLO-LEGACY                  PIC 9(12) VALUE ZEROS .
           05 WS-C-SOLO-MIGRADO                 PIC 9(12) VALUE ZEROS .
           05 WS-C-SAL-3                        PIC 9(12) VALUE ZEROS .
           05 WS-MIN-RUT                        PIC 9(08) .
           05 WS-FECHA .
              10 WS-FAA                         PIC X(04) .
        01 WS-CONTROL-TOTALES.
           05 WS-CTOT-STATUS                    PIC X(02) .

      *    Fecha de negocio de la cadena (COPY_FECHA_NEGOCIO) y
      *    ultimo dia cerrado (evento CIERRE) segun la bitacora.
        01 WS-FECHA-NEGOCIO-CTL.
           05 WS-FECNEG-STATUS                  PIC X(02) .
           05 WS-RUNL-STATUS                    PIC X(02) .
           05 WS-FIN-RL                         PIC 9(01) VALUE ZEROS .
           05 WS-FECHA-NEGOCIO                  PIC X(08) VALUE SPACES .
           05 WS-ULTIMO-CIERRE                  PIC X(08) VALUE ZEROS .

        PROCEDURE DIVISION .

        MAIN-SEC SECTION.
                STOP RUN .

        100000-INICIO .
                PERFORM LEE-FECHA-NEGOCIO
                OPEN INPUT ENTRADA1 .
                PERFORM LEE-01
                OPEN INPUT ENTRADA2 .
                   STOP RUN
                END-IF
                OPEN OUTPUT SALIDA1 .
                OPEN OUTPUT SALIDA3 .

        200000-PROCESO .
                PERFORM CALCULA-MINIMO
                        WS-SUM-MIGRADO - WS-SALDO-LEGACY
                IF WS-DIFERENCIA NOT = ZEROS
                   PERFORM GRABA-DIFERENCIA
                END-IF
                IF HAY-MIGRADO
                   PERFORM GRABA-SALDO-MIGRADO
                END-IF .

        GRABA-SALDO-MIGRADO .
                ADD 1                           TO WS-C-SAL-3
                MOVE WS-MIN-RUT                 TO SMIG-RUT
                IF WS-SUM-MIGRADO < ZEROS
                   MOVE "-"                     TO SMIG-SIGNO
                ELSE
                   MOVE "+"                     TO SMIG-SIGNO
                END-IF
                MOVE WS-SUM-MIGRADO             TO WS-ABSOLUTO
                MOVE WS-ABSOLUTO                TO SMIG-PUNTOS
                WRITE REG-SALIDA3
                END-WRITE .

        GRABA-DIFERENCIA .
                ADD 1                           TO WS-C-DIFERENCIA
                MOVE WS-MIN-RUT                 TO DIF-RUT
                CLOSE ENTRADA3 .
                CLOSE ENTRADA4 .
                CLOSE SALIDA1 .
                CLOSE SALIDA3 .
                PERFORM ESCRIBE-CONTROL-TOTALES
                display "Reg. Leidos ACCRUALS      = " WS-C-ENT-1.
                display "Reg. Leidos REDEMPTIONS   = " WS-C-ENT-2.
                display "RUT Solo en Legacy        = " WS-C-SOLO-LEGACY.
                display "RUT Solo Migrados         = "
                        WS-C-SOLO-MIGRADO.
                display "Saldos Migrados Grabados  = " WS-C-SAL-3.

        ESCRIBE-CONTROL-TOTALES .
                OPEN EXTEND SALIDA2
                   OPEN OUTPUT SALIDA2
                END-IF
                MOVE "SFCPMIG1004"              TO CTOT-PROGRAM_NAME
                MOVE WS-FECHA-NEGOCIO           TO WS-FECHA
                MOVE WS-FECHA                    TO CTOT-FECHA
                MOVE "LEIDOS ACCRUALS"          TO CTOT-CONTADOR
                MOVE WS-C-ENT-1                  TO CTOT-VALOR
                MOVE "RUT SOLO MIGRADOS"        TO CTOT-CONTADOR
                MOVE WS-C-SOLO-MIGRADO           TO CTOT-VALOR
                WRITE REG-SALIDA2 END-WRITE
                MOVE "GRABADOS SALDO MIG"       TO CTOT-CONTADOR
                MOVE WS-C-SAL-3                  TO CTOT-VALOR
                WRITE REG-SALIDA2 END-WRITE
                CLOSE SALIDA2 .

        LEE-FECHA-NEGOCIO .
      *         Fecha de negocio de la cadena (COPY_FECHA_NEGOCIO): la
      *         datacion de la corrida sale de ella y no del reloj,
      *         para que una noche que cruza la medianoche o se
      *         reprocesa al dia siguiente conserve su fecha. Sin
      *         registro de control, o con una fecha anterior al
      *         ultimo dia cerrado en la bitacora, no se parte.
                OPEN INPUT FECNEG
                IF WS-FECNEG-STATUS = "00"
                   READ FECNEG
                   IF WS-FECNEG-STATUS = "00"
                      MOVE FECNEG-FECHA-PROC    TO WS-FECHA-NEGOCIO
                   END-IF
                   CLOSE FECNEG
                END-IF
                IF WS-FECHA-NEGOCIO IS NOT NUMERIC
                   DISPLAY "REGISTRO DE FECHA DE NEGOCIO NO DISPONIBLE"
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE ZEROS                      TO WS-FIN-RL
                OPEN INPUT LEDGER
                IF WS-RUNL-STATUS = "00"
                   PERFORM LEE-CIERRE-LEDGER UNTIL WS-FIN-RL = 1
                   CLOSE LEDGER
                END-IF
                IF WS-FECHA-NEGOCIO < WS-ULTIMO-CIERRE
                   DISPLAY "FECHA DE NEGOCIO " WS-FECHA-NEGOCIO
                           " ANTERIOR AL ULTIMO CIERRE "
                           WS-ULTIMO-CIERRE
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE 12                     TO RETURN-CODE
                   STOP RUN
                END-IF .

        LEE-CIERRE-LEDGER .
                READ LEDGER AT END MOVE 1       TO WS-FIN-RL .
                IF WS-FIN-RL = ZEROS
                   AND RUNL-EVENTO = "CIERRE"
                   AND RUNL-RUN-ID (1:8) > WS-ULTIMO-CIERRE
                   MOVE RUNL-RUN-ID (1:8)       TO WS-ULTIMO-CIERRE
                END-IF .
