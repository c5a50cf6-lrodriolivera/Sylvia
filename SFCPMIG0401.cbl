                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ENSAYO-STATUS.

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
       01  REG-ENSAYO .
           05 ENSAYO-MARCA                      PIC X(01) .

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

           05 WS-ENSAYO-SW                      PIC X(01) VALUE "N" .
              88 MODO-ENSAYO                    VALUE "S" .

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

        100000-INICIO .
                PERFORM ABRE-ENSAYO
                PERFORM LEE-FECHA-NEGOCIO
                PERFORM LEE-UMBRALES
                PERFORM CARGA-ANTERIOR
                OPEN OUTPUT SALIDA1 .
                IF WS-FIN-A = ZEROS
                   AND CTOT-PROGRAM_NAME = "SFCPMIG0401"
                   IF CTOT-FECHA >= WS-ANT-FECHA
                      AND CTOT-FECHA < WS-FECHA-NEGOCIO
                      MOVE CTOT-FECHA           TO WS-ANT-FECHA
                      EVALUATE CTOT-CONTADOR
                         WHEN "LEIDOS RUTERO"
                   OPEN OUTPUT SALIDA2
                END-IF
                MOVE "SFCPMIG0401"              TO CTOT-PROGRAM_NAME
                MOVE WS-FECHA-NEGOCIO           TO WS-FECHA
                MOVE WS-FECHA                    TO CTOT-FECHA
                MOVE "LEIDOS RUTERO"            TO CTOT-CONTADOR
                MOVE WS-C-RUTERO                 TO CTOT-VALOR
                END-IF
                MOVE FUNCTION CURRENT-DATE      TO WS-ALERTA-TS
                MOVE WS-ALERTA-TS (1:14)        TO ALER-RUN-ID
                IF WS-FECHA-NEGOCIO IS NUMERIC
                   MOVE WS-FECHA-NEGOCIO        TO ALER-RUN-ID (1:8)
                END-IF
                MOVE "SFCPMIG0401"              TO ALER-PROGRAM_NAME
                MOVE "A"                        TO ALER-SEVERIDAD
                MOVE WS-ALERTA-CONDICION        TO ALER-CONDICION
                MOVE WS-ALERTA-MENSAJE          TO ALER-MENSAJE
                WRITE REG-ALERTA END-WRITE
                CLOSE ALERTA .

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
                   MOVE "REGISTRO DE FECHA DE NEGOCIO NO DISPONIBLE"
                                           TO WS-ALERTA-MENSAJE
                   MOVE 1                      TO WS-ALERTA-CONDICION
                   PERFORM GRABA-ALERTA
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
                   AND NOT MODO-ENSAYO
                   DISPLAY "FECHA DE NEGOCIO " WS-FECHA-NEGOCIO
                           " ANTERIOR AL ULTIMO CIERRE "
                           WS-ULTIMO-CIERRE
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE "FECHA DE NEGOCIO ANTERIOR AL ULTIMO CIERRE"
                                           TO WS-ALERTA-MENSAJE
                   MOVE 12                     TO WS-ALERTA-CONDICION
                   PERFORM GRABA-ALERTA
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
