      * sobrevivir.
      * Se ejecuta una vez por carga (accruals y redemptions, con
      * sus archivos propios en el JCL).
      * Si la carga se troceo (SFCPMIG1040) el JCL entrega el indice
      * de trozos (FINDICETROZO, opcional): las claves nuevas se
      * reparten por el rango de RUT de cada trozo y FCONCILIATROZO
      * (COPY_CONCILIA_TROZO) deja por trozo las generadas,
      * confirmadas, rechazadas y sin respuesta, para reenviar solo
      * el trozo cuyo job de import no respondio.
      * Fecha : 07-12-2018
      * COMPILAR-LINK : cobol.sh SFCPMIG1009
      *---------------------------------------------------------------*
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-CTOT-STATUS.

                SELECT INDICE ASSIGN TO EXTERNAL FINDICETROZO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-IDX-STATUS.

                SELECT SALIDA4 ASSIGN TO EXTERNAL FCONCILIATROZO
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ENSAYO ASSIGN TO EXTERNAL FMODOENSAYO
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
       01  REG-SALIDA3 .
           COPY COPY_CONTROL_TOTALES .

      *    Indice de trozos de la carga (COPY_INDICE_TROZO).
       FD INDICE
          RECORDING MODE IS F
          RECORD CONTAINS 96 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-INDICE .
           COPY COPY_INDICE_TROZO .

      *    Conciliacion por trozo (COPY_CONCILIA_TROZO).
       FD SALIDA4
          RECORDING MODE IS F
          RECORD CONTAINS 91 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA4 .
           COPY COPY_CONCILIA_TROZO .

      *    Interruptor de modo ensayo: un ensayo nunca se transfirio
      *    (SFCPMIG1008 se nego a manifestarlo), asi que no hay
      *    respuesta de Oracle que conciliar; este paso se detiene
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

              10 WS-RESP-RUT                    PIC 9(08) .
              10 WS-RESP-NUMMOVIM               PIC 9(10) .

      *    Trozos de la carga segun el indice de SFCPMIG1040 (hasta
      *    diez, ordenados por rango de RUT) y sus contadores.
        01 WS-TROZOS.
           05 WS-IDX-STATUS                     PIC X(02) .
           05 WS-TRZ-CANT                       PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-TRZ-IDX                        PIC 9(04) COMP .
           05 WS-TRZ-HIT                        PIC 9(04) COMP .
           05 WS-TRZ-ITEM OCCURS 10 TIMES .
              10 WS-TRZ-ARCHIVO                 PIC X(14) .
              10 WS-TRZ-RUT-DESDE               PIC 9(08) .
              10 WS-TRZ-RUT-HASTA               PIC 9(08) .
              10 WS-TRZ-GENERADAS               PIC 9(12) .
              10 WS-TRZ-CONFIRMADAS             PIC 9(12) .
              10 WS-TRZ-RECHAZADAS              PIC 9(12) .
              10 WS-TRZ-SIN-RESPUESTA           PIC 9(12) .

      *    Control de apertura del historial de totales (SALIDA3).
        01 WS-CONTROL-TOTALES.
           05 WS-CTOT-STATUS                    PIC X(02) .
        01 WS-MODO-ENSAYO.
           05 WS-ENSAYO-STATUS                  PIC X(02) .

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
                OPEN INPUT ENTRADA1 .
                PERFORM LEE-01
                IF WS-FIN-1 = 1
                END-IF
                OPEN OUTPUT SALIDA1 .
                OPEN OUTPUT SALIDA2 .
                PERFORM CARGA-INDICE-TROZOS .

        CARGA-INDICE-TROZOS .
      *         Sin indice la carga viajo en un solo archivo y no se
      *         concilia por trozo.
                OPEN INPUT INDICE
                IF WS-IDX-STATUS = "00"
                   PERFORM LEE-INDICE UNTIL WS-IDX-STATUS NOT = "00"
                   CLOSE INDICE
                END-IF .

        LEE-INDICE .
                READ INDICE
                IF WS-IDX-STATUS = "00"
                   IF WS-TRZ-CANT NOT < 10
                      DISPLAY "INDICE CON MAS DE 10 TROZOS"
                      DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                      DISPLAY "---------------------------------"
                      MOVE 1                   TO RETURN-CODE
                      STOP RUN
                   END-IF
                   ADD 1                        TO WS-TRZ-CANT
                   MOVE TROZO-ARCHIVO           TO
                        WS-TRZ-ARCHIVO (WS-TRZ-CANT)
                   MOVE TROZO-RUT-DESDE         TO
                        WS-TRZ-RUT-DESDE (WS-TRZ-CANT)
                   MOVE TROZO-RUT-HASTA         TO
                        WS-TRZ-RUT-HASTA (WS-TRZ-CANT)
                   MOVE ZEROS                   TO
                        WS-TRZ-GENERADAS (WS-TRZ-CANT)
                        WS-TRZ-CONFIRMADAS (WS-TRZ-CANT)
                        WS-TRZ-RECHAZADAS (WS-TRZ-CANT)
                        WS-TRZ-SIN-RESPUESTA (WS-TRZ-CANT)
                END-IF .

        ABRE-ENSAYO .
      *         Una corrida en modo ensayo no concilia respuestas:
                END-IF .

        CONCILIA-CLAVE-NUEVA .
                PERFORM BUSCA-TROZO
                PERFORM LEE-02
                   UNTIL WS-RESP-CLAVE >= CLAVEPOSTE-CLAVE
                      OR WS-FIN-2 = 1
                        AND WS-RESP-CLAVE = CLAVEPOSTE-CLAVE
                        AND RESP-ESTADO = "OK"
                      PERFORM GRABA-CONFIRMADA
                      IF WS-TRZ-HIT > ZEROS
                         ADD 1                  TO
                             WS-TRZ-CONFIRMADAS (WS-TRZ-HIT)
                      END-IF
                   WHEN WS-FIN-2 = ZEROS
                        AND WS-RESP-CLAVE = CLAVEPOSTE-CLAVE
                      PERFORM GRABA-RECHAZADA
                      IF WS-TRZ-HIT > ZEROS
                         ADD 1                  TO
                             WS-TRZ-RECHAZADAS (WS-TRZ-HIT)
                      END-IF
                   WHEN OTHER
                      ADD 1                     TO WS-C-SIN-RESPUESTA
                      IF WS-TRZ-HIT > ZEROS
                         ADD 1                  TO
                             WS-TRZ-SIN-RESPUESTA (WS-TRZ-HIT)
                      END-IF
                END-EVALUATE
                PERFORM LEE-01 .

        BUSCA-TROZO .
      *         Trozo cuyo rango de RUT contiene la clave nueva; las
      *         claves arrastradas no viajaron y no se cuentan.
                MOVE ZEROS                      TO WS-TRZ-HIT
                PERFORM COMPARA-TROZO
                   VARYING WS-TRZ-IDX FROM 1 BY 1
                   UNTIL WS-TRZ-IDX > WS-TRZ-CANT
                      OR WS-TRZ-HIT > ZEROS
                IF WS-TRZ-HIT > ZEROS
                   ADD 1                        TO
                       WS-TRZ-GENERADAS (WS-TRZ-HIT)
                END-IF .

        COMPARA-TROZO .
                IF CLAVEPOSTE-RUT NOT < WS-TRZ-RUT-DESDE (WS-TRZ-IDX)
                   AND CLAVEPOSTE-RUT
                       NOT > WS-TRZ-RUT-HASTA (WS-TRZ-IDX)
                   MOVE WS-TRZ-IDX              TO WS-TRZ-HIT
                END-IF .

        GRABA-CONFIRMADA .
                ADD 1                           TO WS-C-CONFIRMADAS
                MOVE CLAVEPOSTE-RUT             TO CLAVEPOSTS-RUT
                CLOSE SALIDA1
                CLOSE SALIDA2
                PERFORM ESCRIBE-CONTROL-TOTALES
                IF WS-TRZ-CANT > ZEROS
                   OPEN OUTPUT SALIDA4
                   PERFORM ESCRIBE-CONCILIA-TROZO
                      VARYING WS-TRZ-IDX FROM 1 BY 1
                      UNTIL WS-TRZ-IDX > WS-TRZ-CANT
                   CLOSE SALIDA4
                END-IF
                display "Claves Generadas     = " WS-C-ENT-1.
                display "Respuestas Leidas    = " WS-C-ENT-2.
                display "Claves Confirmadas   = " WS-C-CONFIRMADAS.
                display "Claves Sin Respuesta = " WS-C-SIN-RESPUESTA.
                display "Claves Arrastradas   = " WS-C-ARRASTRADAS.

        ESCRIBE-CONCILIA-TROZO .
      *         Estado del trozo: sin ninguna respuesta el job de
      *         import no corrio o no devolvio resultados; con parte
      *         de sus claves sin respuesta quedo a medias.
                MOVE WS-TRZ-ARCHIVO (WS-TRZ-IDX) TO CONTRZ-ARCHIVO
                MOVE WS-TRZ-RUT-DESDE (WS-TRZ-IDX) TO CONTRZ-RUT-DESDE
                MOVE WS-TRZ-RUT-HASTA (WS-TRZ-IDX) TO CONTRZ-RUT-HASTA
                MOVE WS-TRZ-GENERADAS (WS-TRZ-IDX) TO CONTRZ-GENERADAS
                MOVE WS-TRZ-CONFIRMADAS (WS-TRZ-IDX)
                                                TO CONTRZ-CONFIRMADAS
                MOVE WS-TRZ-RECHAZADAS (WS-TRZ-IDX)
                                                TO CONTRZ-RECHAZADAS
                MOVE WS-TRZ-SIN-RESPUESTA (WS-TRZ-IDX)
                                                TO CONTRZ-SIN-RESPUESTA
                EVALUATE TRUE
                   WHEN CONTRZ-GENERADAS > ZEROS
                        AND CONTRZ-CONFIRMADAS = ZEROS
                        AND CONTRZ-RECHAZADAS = ZEROS
                      MOVE "SIN RESPUESTA"      TO CONTRZ-ESTADO
                   WHEN CONTRZ-SIN-RESPUESTA > ZEROS
                      MOVE "PARCIAL"            TO CONTRZ-ESTADO
                   WHEN CONTRZ-RECHAZADAS > ZEROS
                      MOVE "CON RECHAZOS"       TO CONTRZ-ESTADO
                   WHEN OTHER
                      MOVE "COMPLETO"           TO CONTRZ-ESTADO
                END-EVALUATE
                WRITE REG-SALIDA4 END-WRITE
                display "Trozo " CONTRZ-ARCHIVO " Generadas = "
                        CONTRZ-GENERADAS " " CONTRZ-ESTADO .

        ESCRIBE-CONTROL-TOTALES .
                OPEN EXTEND SALIDA3
                IF WS-CTOT-STATUS NOT = "00"
                   OPEN OUTPUT SALIDA3
                END-IF
                MOVE "SFCPMIG1009"              TO CTOT-PROGRAM_NAME
                MOVE WS-FECHA-NEGOCIO           TO WS-FECHA
                MOVE WS-FECHA                    TO CTOT-FECHA
                MOVE "CLAVES GENERADAS"         TO CTOT-CONTADOR
                MOVE WS-C-ENT-1                  TO CTOT-VALOR
                MOVE WS-C-ARRASTRADAS            TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                CLOSE SALIDA3 .

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
