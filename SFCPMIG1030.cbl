        IDENTIFICATION DIVISION.
        PROGRAM-ID. SFCPMIG1030 .
        AUTHOR.     CONNECTIS-GS.
      * Reporte del corte de migracion para el runbook del cutover:
      * relee los resumenes por marca que dejan SFCPMIG0601
      * (TRANSACTIONS), SFCPMIG0701 (ACCRUALS) y SFCPMIG0801
      * (REDEMPTIONS y EXPIRATIONS) en COPY_CORTE_RESUMEN y arma un
      * reporte, una pagina por etapa, con la cantidad de movimientos y
      * de puntos que cayeron en la carga masiva de historia (FECTRX
      * hasta la fecha de congelamiento) y en la de delta
      * (posteriores), por marca y en total, para que cada carga se
      * firme por separado.
      * Los resumenes que no vengan informados en el JCL se omiten.
      * Fecha : 15-10-2026
      * COMPILAR-LINK : cobol.sh SFCPMIG1030
      *---------------------------------------------------------------*
      *             E N V I R O N M E N T   D I V I S I O N           *
      *             =======================================           *
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
      *--------------------.

       CONFIGURATION SECTION.
      *---------------------.

       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
      *--------------------.
       FILE-CONTROL.

                SELECT ENTRADA1 ASSIGN TO EXTERNAL FCORTERESUMEN0601
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ENT1-STATUS.

                SELECT ENTRADA2 ASSIGN TO EXTERNAL FCORTERESUMEN0701
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ENT2-STATUS.

                SELECT ENTRADA3 ASSIGN TO EXTERNAL FCORTERESUMEN0801
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ENT3-STATUS.

                SELECT SALIDA1 ASSIGN TO EXTERNAL FREPORTECORTE
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
      *---------------------------------------------------------------*

       DATA DIVISION.
      *-------------.

       FILE SECTION.
      *------------.

      *    Resumenes del corte por etapa (COPY_CORTE_RESUMEN); se
      *    leen sobre WS-CORTE-RES.
       FD ENTRADA1
          RECORDING MODE IS F
          RECORD CONTAINS 57 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA1                          PIC X(57) .

       FD ENTRADA2
          RECORDING MODE IS F
          RECORD CONTAINS 57 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA2                          PIC X(57) .

       FD ENTRADA3
          RECORDING MODE IS F
          RECORD CONTAINS 57 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA3                          PIC X(57) .

       FD SALIDA1
          RECORDING MODE IS F
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA1                           PIC X(80) .

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

        01 WS-RARAS.
           05 WS-ENT1-STATUS                    PIC X(02) .
           05 WS-ENT2-STATUS                    PIC X(02) .
           05 WS-ENT3-STATUS                    PIC X(02) .
           05 WS-FIN-1                          PIC 9(01) VALUE ZEROS .
           05 WS-C-ENT-1                        PIC 9(12) VALUE ZEROS .
           05 WS-C-SAL-1                        PIC 9(12) VALUE ZEROS .
           05 WS-LINEA                          PIC X(80) .
           05 WS-SEPARADOR                      PIC X(80)
                                                 VALUE ALL "-" .
           05 WS-ETAPA                          PIC X(12) .

      *    Registro del resumen en proceso (COPY_CORTE_RESUMEN).
        01 WS-CORTE-RES .
           COPY COPY_CORTE_RESUMEN .

      *    Linea de detalle por marca: el resumen trae un registro
      *    de historia (H) seguido del de delta (D) de cada marca;
      *    en caducidades, C seguido de E.
        01 WS-DETALLE.
           05 WS-DET-ORG_CODE                   PIC X(10) .
           05 WS-DET-C-HIST                     PIC 9(12) .
           05 WS-DET-P-HIST                     PIC 9(15) .
           05 WS-DET-C-DELTA                    PIC 9(12) .
           05 WS-DET-P-DELTA                    PIC 9(15) .
           05 WS-MOV-ED                         PIC Z(10)9 .
           05 WS-PTS-ED                         PIC Z(13)9 .
           05 WS-MOVD-ED                        PIC Z(10)9 .
           05 WS-PTSD-ED                        PIC Z(13)9 .

      *    Totales por etapa y de la corrida completa.
        01 WS-TOTALES.
           05 WS-T-C-HIST                       PIC 9(12) VALUE ZEROS .
           05 WS-T-P-HIST                       PIC 9(15) VALUE ZEROS .
           05 WS-T-C-DELTA                      PIC 9(12) VALUE ZEROS .
           05 WS-T-P-DELTA                      PIC 9(15) VALUE ZEROS .
           05 WS-G-C-HIST                       PIC 9(12) VALUE ZEROS .
           05 WS-G-P-HIST                       PIC 9(15) VALUE ZEROS .
           05 WS-G-C-DELTA                      PIC 9(12) VALUE ZEROS .
           05 WS-G-P-DELTA                      PIC 9(15) VALUE ZEROS .

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
                PERFORM 100000-INICIO
                PERFORM 200000-PROCESO
                PERFORM 300000-FINAL.
                MOVE ZEROS                 TO RETURN-CODE
                STOP RUN .

        100000-INICIO .
                PERFORM LEE-FECHA-NEGOCIO
                OPEN OUTPUT SALIDA1 .

        200000-PROCESO .
      *         Una pagina por etapa de carga, en el orden de la
      *         cadena; el resumen que no venga se omite.
                OPEN INPUT ENTRADA1
                IF WS-ENT1-STATUS = "00"
                   MOVE "TRANSACTIONS"          TO WS-ETAPA
                   MOVE ZEROS                   TO WS-FIN-1
                   PERFORM LEE-01
                   PERFORM ESCRIBE-ETAPA-01
                   CLOSE ENTRADA1
                END-IF
                OPEN INPUT ENTRADA2
                IF WS-ENT2-STATUS = "00"
                   MOVE "ACCRUALS"              TO WS-ETAPA
                   MOVE ZEROS                   TO WS-FIN-1
                   PERFORM LEE-02
                   PERFORM ESCRIBE-ETAPA-02
                   CLOSE ENTRADA2
                END-IF
                OPEN INPUT ENTRADA3
                IF WS-ENT3-STATUS = "00"
                   MOVE "REDEMPTIONS"           TO WS-ETAPA
                   MOVE ZEROS                   TO WS-FIN-1
                   PERFORM LEE-03
                   PERFORM ESCRIBE-ETAPA-03
                   CLOSE ENTRADA3
                END-IF .

        ESCRIBE-ETAPA-01 .
                IF WS-FIN-1 = ZEROS
                   PERFORM ESCRIBE-ENCABEZADO-PAGINA
                   PERFORM ACUMULA-DETALLE-01 UNTIL WS-FIN-1 = 1
                   PERFORM ESCRIBE-PIE-PAGINA
                END-IF .

        ESCRIBE-ETAPA-02 .
                IF WS-FIN-1 = ZEROS
                   PERFORM ESCRIBE-ENCABEZADO-PAGINA
                   PERFORM ACUMULA-DETALLE-02 UNTIL WS-FIN-1 = 1
                   PERFORM ESCRIBE-PIE-PAGINA
                END-IF .

        ESCRIBE-ETAPA-03 .
                IF WS-FIN-1 = ZEROS
                   PERFORM ESCRIBE-ENCABEZADO-PAGINA
                   PERFORM ACUMULA-DETALLE-03 UNTIL WS-FIN-1 = 1
                   PERFORM ESCRIBE-PIE-PAGINA
                END-IF .

        ACUMULA-DETALLE-01 .
                PERFORM ACUMULA-DETALLE
                PERFORM LEE-01 .

        ACUMULA-DETALLE-02 .
                PERFORM ACUMULA-DETALLE
                PERFORM LEE-02 .

        ACUMULA-DETALLE-03 .
      *         Los pares de caducidad vienen despues de los de canje:
      *         el primero cierra la pagina REDEMPTIONS y abre la de
      *         EXPIRATIONS, que se firma por separado.
                IF CORTERES-LADO-CADUCIDAD
                   AND WS-ETAPA NOT = "EXPIRATIONS"
                   PERFORM ESCRIBE-PIE-PAGINA
                   MOVE "EXPIRATIONS"           TO WS-ETAPA
                   PERFORM ESCRIBE-ENCABEZADO-PAGINA
                END-IF
                PERFORM ACUMULA-DETALLE
                PERFORM LEE-03 .

        LEE-01 .
                READ ENTRADA1 INTO WS-CORTE-RES
                     AT END MOVE 1              TO WS-FIN-1 .
                IF WS-FIN-1 = ZEROS
                   ADD 1                        TO WS-C-ENT-1
                END-IF .

        LEE-02 .
                READ ENTRADA2 INTO WS-CORTE-RES
                     AT END MOVE 1              TO WS-FIN-1 .
                IF WS-FIN-1 = ZEROS
                   ADD 1                        TO WS-C-ENT-1
                END-IF .

        LEE-03 .
                READ ENTRADA3 INTO WS-CORTE-RES
                     AT END MOVE 1              TO WS-FIN-1 .
                IF WS-FIN-1 = ZEROS
                   ADD 1                        TO WS-C-ENT-1
                END-IF .

        ACUMULA-DETALLE .
      *         El registro de historia (H, o C en caducidades) abre
      *         la linea de la marca y el de delta la completa y la
      *         imprime.
                IF CORTERES-LADO-ABRE
                   MOVE CORTERES-ORG_CODE       TO WS-DET-ORG_CODE
                   MOVE CORTERES-MOVIMIENTOS    TO WS-DET-C-HIST
                   MOVE CORTERES-PUNTOS         TO WS-DET-P-HIST
                ELSE
                   MOVE CORTERES-MOVIMIENTOS    TO WS-DET-C-DELTA
                   MOVE CORTERES-PUNTOS         TO WS-DET-P-DELTA
                   PERFORM ESCRIBE-DETALLE
                END-IF .

        ESCRIBE-ENCABEZADO-PAGINA .
                ADD 1                           TO WS-C-SAL-1
                MOVE ZEROS                      TO WS-T-C-HIST
                                                   WS-T-P-HIST
                                                   WS-T-C-DELTA
                                                   WS-T-P-DELTA
                MOVE SPACES                     TO REG-SALIDA1
                WRITE REG-SALIDA1 END-WRITE
                MOVE "REPORTE DE CORTE DE MIGRACION - HISTORIA Y DELTA"
                                                 TO REG-SALIDA1
                WRITE REG-SALIDA1 END-WRITE
                MOVE SPACES                     TO WS-LINEA
                STRING "ETAPA: "                DELIMITED BY SIZE
                       WS-ETAPA                 DELIMITED BY SIZE
                       " ("                     DELIMITED BY SIZE
                       CORTERES-PROGRAM_NAME    DELIMITED BY SIZE
                       ")  CORTE: "             DELIMITED BY SIZE
                       CORTERES-FECHA-CORTE     DELIMITED BY SIZE
                       "  FECHA: "              DELIMITED BY SIZE
                       WS-FECHA-NEGOCIO         DELIMITED BY SIZE
                                                 INTO WS-LINEA
                END-STRING
                MOVE WS-LINEA                   TO REG-SALIDA1
                WRITE REG-SALIDA1 END-WRITE
                MOVE SPACES                     TO REG-SALIDA1
                WRITE REG-SALIDA1 END-WRITE
                MOVE SPACES                     TO WS-LINEA
                STRING "  MARCA     "           DELIMITED BY SIZE
                       "  MOVS HIST"            DELIMITED BY SIZE
                       "    PUNTOS HISTORIA"    DELIMITED BY SIZE
                       " MOVS DELTA"            DELIMITED BY SIZE
                       "     PUNTOS DELTA"      DELIMITED BY SIZE
                                                 INTO WS-LINEA
                END-STRING
                MOVE WS-LINEA                   TO REG-SALIDA1
                WRITE REG-SALIDA1 END-WRITE
                MOVE WS-SEPARADOR               TO REG-SALIDA1
                WRITE REG-SALIDA1 END-WRITE .

        ESCRIBE-DETALLE .
                ADD WS-DET-C-HIST               TO WS-T-C-HIST
                ADD WS-DET-P-HIST               TO WS-T-P-HIST
                ADD WS-DET-C-DELTA              TO WS-T-C-DELTA
                ADD WS-DET-P-DELTA              TO WS-T-P-DELTA
                PERFORM ESCRIBE-LINEA-CIFRAS .

        ESCRIBE-LINEA-CIFRAS .
                MOVE WS-DET-C-HIST              TO WS-MOV-ED
                MOVE WS-DET-P-HIST              TO WS-PTS-ED
                MOVE WS-DET-C-DELTA             TO WS-MOVD-ED
                MOVE WS-DET-P-DELTA             TO WS-PTSD-ED
                MOVE SPACES                     TO WS-LINEA
                STRING "  "                     DELIMITED BY SIZE
                       WS-DET-ORG_CODE          DELIMITED BY SIZE
                       WS-MOV-ED                DELIMITED BY SIZE
                       "    "                   DELIMITED BY SIZE
                       WS-PTS-ED                DELIMITED BY SIZE
                       WS-MOVD-ED               DELIMITED BY SIZE
                       "   "                    DELIMITED BY SIZE
                       WS-PTSD-ED               DELIMITED BY SIZE
                                                 INTO WS-LINEA
                END-STRING
                MOVE WS-LINEA                   TO REG-SALIDA1
                WRITE REG-SALIDA1 END-WRITE .

        ESCRIBE-PIE-PAGINA .
                MOVE WS-SEPARADOR               TO REG-SALIDA1
                WRITE REG-SALIDA1 END-WRITE
                MOVE "TOTAL"                    TO WS-DET-ORG_CODE
                MOVE WS-T-C-HIST                TO WS-DET-C-HIST
                MOVE WS-T-P-HIST                TO WS-DET-P-HIST
                MOVE WS-T-C-DELTA               TO WS-DET-C-DELTA
                MOVE WS-T-P-DELTA               TO WS-DET-P-DELTA
                PERFORM ESCRIBE-LINEA-CIFRAS
                ADD WS-T-C-HIST                 TO WS-G-C-HIST
                ADD WS-T-P-HIST                 TO WS-G-P-HIST
                ADD WS-T-C-DELTA                TO WS-G-C-DELTA
                ADD WS-T-P-DELTA                TO WS-G-P-DELTA
                MOVE SPACES                     TO REG-SALIDA1
                WRITE REG-SALIDA1 END-WRITE .

        300000-FINAL .
                CLOSE SALIDA1 .
                display "Fecha de Negocio = " WS-FECHA-NEGOCIO .
                display "Reg. Leidos RESUMEN CORTE   = " WS-C-ENT-1.
                display "Paginas Generadas           = " WS-C-SAL-1.
                display "Movimientos Historia        = " WS-G-C-HIST.
                display "Puntos Historia             = " WS-G-P-HIST.
                display "Movimientos Delta           = " WS-G-C-DELTA.
                display "Puntos Delta                = " WS-G-P-DELTA.

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
