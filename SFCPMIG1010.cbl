                SELECT SALIDA1 ASSIGN TO EXTERNAL FSALIDA1
                       ORGANIZATION LINE SEQUENTIAL.

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

       01  REG-SALIDA1                           PIC X(501) .

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

           05 WS-LARGO-FEED                     PIC 9(04) COMP
                                                 VALUE ZEROS .

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
        PP-MAIN.
                PERFORM LEE-FECHA-NEGOCIO
                OPEN OUTPUT SALIDA1
                PERFORM MEZCLA-PART1
                PERFORM MEZCLA-PART2
                IF WS-C-DETALLES > 0
                   MOVE WS-C-DETALLES           TO WS-REGCONT
                   MOVE SPACES                  TO WS-REG-ACTUAL
                   MOVE WS-FECHA-NEGOCIO        TO WS-FECHA
                   STRING WS-FDD                DELIMITED BY SIZE
                          WS-FMM                DELIMITED BY SIZE
                          WS-FAA                DELIMITED BY SIZE
                   WRITE REG-SALIDA1 FROM WS-REG-ACTUAL
                   END-WRITE
                END-IF .

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
