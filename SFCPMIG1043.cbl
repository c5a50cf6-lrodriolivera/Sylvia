        IDENTIFICATION DIVISION.
        PROGRAM-ID. SFCPMIG1043 .
        AUTHOR.     CONNECTIS-GS.
      * Analisis de quiebre (breakage) por cohorte de acumulacion para
      * Finanzas: agrupa la salida ACCRUALS de SFCPMIG0701
      * (COPY_ACURUALS) por marca (prefijo del MEM_NUM contra
      * COPY_MARCA) y cohorte AAAAMM de acreditacion
      * (RACUR-PROCESS_DT) con un SORT interno, y por cohorte informa
      * que porcentaje se canjeo (RACUR-USED_VALUE), vencio
      * (RACUR-EXPIRED_VALUE) o sigue abierto. Las cohortes maduras
      * (todos sus puntos ya vencidos a la fecha de negocio) dan la
      * curva historica y la tasa de quiebre de la marca (vencido
      * sobre vencido mas canjeado), que se aplica al saldo abierto
      * vigente y se valoriza con el factor de Finanzas
      * (COPY_VALOR_PUNTO), como el reporte de pasivo SFCPMIG1019.
      * El historial REDEMPTIONS de SFCPMIG0801 (canjes y anulaciones,
      * mas las caducidades de FCADUCIDAD) se totaliza por marca y se
      * cuadra contra lo canjeado y vencido de los ACCRUALS. Salidas:
      * detalle COPY_BREAKAGE_COHORTE y reporte de 100 columnas.
      * Fecha : 15-10-2026
      * COMPILAR-LINK : cobol.sh SFCPMIG1043
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

                SELECT ENTRADA1 ASSIGN TO EXTERNAL FACCRUALS
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ENTRADA2 ASSIGN TO EXTERNAL FREDEMPTIONS
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-REDE-STATUS.

                SELECT ENTRADA3 ASSIGN TO EXTERNAL FCADUCIDAD
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-CADU-STATUS.

                SELECT ENTRADA4 ASSIGN TO EXTERNAL FMARCA
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ENTRADA5 ASSIGN TO EXTERNAL FVALORPUNTO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-VALP-STATUS.

                SELECT SORTCOH ASSIGN TO EXTERNAL SORTWKCOH .

                SELECT SALIDA1 ASSIGN TO EXTERNAL FBREAKAGECOHORTE
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA2 ASSIGN TO EXTERNAL FREPORTEBREAKAGE
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

      *    Salida ACCRUALS de SFCPMIG0701 (o consolidado).
       FD ENTRADA1
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 251 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA1 .
          COPY COPY_ACURUALS .

      *    Historial REDEMPTIONS de SFCPMIG0801 (opcional).
       FD ENTRADA2
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 154 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA2 .
          COPY COPY_REDEMPTIONS .

      *    Caducidades de SFCPMIG0801, layout REDEMPTIONS (opcional).
       FD ENTRADA3
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 154 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA3                          PIC X(154) .

      *    Tabla de marcas/cadenas del grupo (COPY_MARCA).
       FD ENTRADA4
          RECORDING MODE IS F
          RECORD CONTAINS 26 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA4 .
           COPY COPY_MARCA .

      *    Tabla de valorizacion de puntos de Finanzas (opcional).
       FD ENTRADA5
          RECORDING MODE IS F
          RECORD CONTAINS 19 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA5 .
           COPY COPY_VALOR_PUNTO .

      *    ACCRUALS reducidos a marca, cohorte y valores, ordenados
      *    por marca y cohorte.
       SD SORTCOH .

       01  REG-SORTCOH .
           05 SCOH-ORG_CODE                     PIC X(10) .
           05 SCOH-COHORTE                      PIC X(06) .
           05 SCOH-VENCE                        PIC X(08) .
           05 SCOH-ACREDITADO                   PIC S9(09) .
           05 SCOH-USADO                        PIC S9(09) .
           05 SCOH-VENCIDO                      PIC S9(09) .

      *    Curva de quiebre por marca y cohorte.
       FD SALIDA1
          RECORDING MODE IS F
          RECORD CONTAINS 141 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA1 .
           COPY COPY_BREAKAGE_COHORTE .

      *    Reporte para Finanzas.
       FD SALIDA2
          RECORDING MODE IS F
          RECORD CONTAINS 100 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA2                          PIC X(100) .

      *    Registro de control de la fecha de negocio de la cadena
      *    (COPY_FECHA_NEGOCIO), un solo registro.
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
           05 WS-FIN-1                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-2                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-3                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-4                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-5                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-SCOH                       PIC 9(01) VALUE ZEROS .
           05 WS-REDE-STATUS                    PIC X(02) .
           05 WS-CADU-STATUS                    PIC X(02) .
           05 WS-VALP-STATUS                    PIC X(02) .
           05 WS-C-ENT-1                        PIC 9(12) VALUE ZEROS .
           05 WS-C-ENT-2                        PIC 9(12) VALUE ZEROS .
           05 WS-C-ENT-3                        PIC 9(12) VALUE ZEROS .
           05 WS-C-APERTURA                     PIC 9(12) VALUE ZEROS .
           05 WS-C-SAL-1                        PIC 9(12) VALUE ZEROS .
           05 WS-C-MARCAS                       PIC 9(04) VALUE ZEROS .
           05 WS-HAY-REDEMPTIONS                PIC X(01) VALUE "N" .
              88 CON-REDEMPTIONS                VALUE "S" .

      *    Clasificacion de registros de los archivos de carga:
      *    encabezado con la firma del programa, trailer con fecha y
      *    contador numericos, lo demas es detalle.
        01 WS-CLASIFICACION.
           05 WS-REG-BUF                        PIC X(251) .
           05 WS-REG-BUF-R REDEFINES WS-REG-BUF .
              10 WS-CABEZA-7                    PIC X(07) .
              10 FILLER                         PIC X(244) .
           05 WS-REG-BUF-R2 REDEFINES WS-REG-BUF .
              10 WS-CABEZA-20                   PIC X(20) .
              10 FILLER                         PIC X(231) .
           05 WS-DETALLE-SW                     PIC X(01) .
              88 ES-DETALLE                     VALUE "S" .

      *    Valores del registro en proceso, des-editados.
        01 WS-VALORES.
           05 WS-VAL-ACREDITADO                 PIC S9(09) .
           05 WS-VAL-USADO                      PIC S9(09) .
           05 WS-VAL-VENCIDO                    PIC S9(09) .
           05 WS-VAL-REDE                       PIC S9(09) .
           05 WS-VAL-DIF                        PIC S9(15) .
           05 WS-PREFIJO-ACTUAL                 PIC X(04) .
           05 WS-ORG-ACTUAL                     PIC X(10) .
           05 WS-FACTOR-ACTUAL                  PIC 9(07)V99 .

      *    Fecha de negocio y edad de la cohorte en meses.
        01 WS-FECHA-NEGOCIO-CTL.
           05 WS-FECNEG-STATUS                  PIC X(02) .
           05 WS-RUNL-STATUS                    PIC X(02) .
           05 WS-FIN-RL                         PIC 9(01) VALUE ZEROS .
           05 WS-FECHA-NEGOCIO                  PIC X(08) VALUE SPACES .
           05 WS-FECHA-NEGOCIO-R REDEFINES WS-FECHA-NEGOCIO .
              10 WS-FN-AAAA                     PIC 9(04) .
              10 WS-FN-MM                       PIC 9(02) .
              10 WS-FN-DD                       PIC 9(02) .
           05 WS-ULTIMO-CIERRE                  PIC X(08) VALUE ZEROS .
           05 WS-COHORTE-TRABAJO                PIC X(06) .
           05 WS-COHORTE-TRABAJO-R REDEFINES WS-COHORTE-TRABAJO .
              10 WS-COH-AAAA                    PIC 9(04) .
              10 WS-COH-MM                      PIC 9(02) .
           05 WS-EDAD-MESES                     PIC S9(06) .

      *    Cohorte en proceso (control de quiebre del SORT).
        01 WS-COHORTE.
           05 WS-COH-ORG_CODE                   PIC X(10) .
           05 WS-COH-COHORTE                    PIC X(06) .
           05 WS-COH-VENCE-MAX                  PIC X(08) .
           05 WS-COH-MADURA                     PIC X(01) .
              88 COHORTE-MADURA                 VALUE "S" .
           05 WS-COH-ACREDITADO                 PIC S9(13) COMP-3 .
           05 WS-COH-USADO                      PIC S9(13) COMP-3 .
           05 WS-COH-VENCIDO                    PIC S9(13) COMP-3 .
           05 WS-COH-ABIERTO                    PIC S9(13) COMP-3 .
           05 WS-COH-PCT-CANJEADO               PIC S9(03)V99 .
           05 WS-COH-PCT-VENCIDO                PIC S9(03)V99 .
           05 WS-COH-PCT-ABIERTO                PIC S9(03)V99 .

      *    Acumulados de la marca en proceso y totales generales.
        01 WS-MARCA-ACUM.
           05 WS-MAR-ORG_CODE                   PIC X(10) .
           05 WS-MAR-COHORTES                   PIC 9(04) .
           05 WS-MAR-MADURAS                    PIC 9(04) .
           05 WS-MAR-ACREDITADO                 PIC S9(15) COMP-3 .
           05 WS-MAR-USADO                      PIC S9(15) COMP-3 .
           05 WS-MAR-VENCIDO                    PIC S9(15) COMP-3 .
           05 WS-MAR-ABIERTO                    PIC S9(15) COMP-3 .
           05 WS-MAR-MAD-USADO                  PIC S9(15) COMP-3 .
           05 WS-MAR-MAD-VENCIDO                PIC S9(15) COMP-3 .
           05 WS-MAR-TASA                       PIC 9(03)V99 .
           05 WS-MAR-ESTIMADO                   PIC S9(15) COMP-3 .
           05 WS-MAR-PESOS                      PIC S9(15)V99 COMP-3 .
        01 WS-TOTALES-GEN.
           05 WS-TOT-ABIERTO                    PIC S9(15) COMP-3
                                                 VALUE ZEROS .
           05 WS-TOT-ESTIMADO                   PIC S9(15) COMP-3
                                                 VALUE ZEROS .
           05 WS-TOT-PESOS                      PIC S9(15)V99 COMP-3
                                                 VALUE ZEROS .

      *    Historial REDEMPTIONS totalizado por marca: canjes netos
      *    (canjes menos anulaciones) y caducidades, en positivo.
        01 WS-TABLA-CANJE.
           05 WS-CNJ-CANT                       PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-CNJ-IDX                        PIC 9(04) COMP .
           05 WS-CNJ-HIT                        PIC 9(04) COMP .
           05 WS-CNJ-ITEM OCCURS 51 TIMES .
              10 WS-CNJ-ORG                     PIC X(10) .
              10 WS-CNJ-CANJES                  PIC S9(15) COMP-3 .
              10 WS-CNJ-CADUCIDADES             PIC S9(15) COMP-3 .

      *    Tabla de marcas (prefijo por ORG_CODE).
        01 WS-TABLA-MARCA.
           05 WS-MARCA-CANT                     PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-MARCA-IDX                      PIC 9(04) COMP .
           05 WS-MARCA-ENCONTRADO               PIC X(01) .
              88 MARCA-FUE-ENCONTRADA           VALUE "S" .
           05 WS-MARCA-ITEM OCCURS 50 TIMES .
              10 WS-MARCA-ITEM-ORG_CODE         PIC X(10) .
              10 WS-MARCA-ITEM-PREFIJO          PIC X(04) .

      *    Tabla de valorizacion de Finanzas (factor por ORG_CODE).
        01 WS-TABLA-VALOR.
           05 WS-VALP-CANT                      PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-VALP-IDX                       PIC 9(04) COMP .
           05 WS-VALP-ENCONTRADO                PIC X(01) .
              88 VALOR-FUE-ENCONTRADO           VALUE "S" .
           05 WS-VALP-ITEM OCCURS 50 TIMES .
              10 WS-VALP-ORG                    PIC X(10) .
              10 WS-VALP-FACTOR                 PIC 9(07)V99 .

      *    Lineas del reporte.
        01 WS-REPORTE.
           05 WS-LINEA                          PIC X(100) .
           05 WS-SEPARADOR                      PIC X(100)
                                                 VALUE ALL "-" .
           05 WS-EDAD-ED                        PIC ZZZ9 .
           05 WS-ACRE-ED                        PIC -(12)9 .
           05 WS-USAD-ED                        PIC -(12)9 .
           05 WS-VENC-ED                        PIC -(12)9 .
           05 WS-ABIE-ED                        PIC -(12)9 .
           05 WS-PCT1-ED                        PIC ZZ9,99- .
           05 WS-PCT2-ED                        PIC ZZ9,99- .
           05 WS-PCT3-ED                        PIC ZZ9,99- .
           05 WS-TASA-ED                        PIC ZZ9,99 .
           05 WS-FACTOR-ED                      PIC Z(06)9,99 .
           05 WS-PESOS-ED                       PIC Z(13)9,99- .
           05 WS-COHORTE-ED                     PIC X(06) .

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
                OPEN INPUT ENTRADA4 .
                PERFORM LEE-04
                PERFORM CARGA-MARCA UNTIL WS-FIN-4 = 1
                CLOSE ENTRADA4 .
                PERFORM CARGA-VALORES
                PERFORM CARGA-REDEMPTIONS
                PERFORM CARGA-CADUCIDADES .

        LEE-FECHA-NEGOCIO .
      *         Fecha de negocio de la cadena (COPY_FECHA_NEGOCIO): la
      *         edad y la madurez de cada cohorte se miden contra ella
      *         y no contra el reloj. Sin registro de control, o con
      *         una fecha anterior al ultimo dia cerrado en la
      *         bitacora, no se parte.
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

        LEE-04 .
                READ ENTRADA4 AT END MOVE 1     TO WS-FIN-4 .

        CARGA-MARCA .
                ADD 1                           TO WS-MARCA-CANT
                IF WS-MARCA-CANT > 50
                   DISPLAY "TABLA DE MARCAS EXCEDE SU CAPACIDAD"
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE MARCA-ORG_CODE             TO
                     WS-MARCA-ITEM-ORG_CODE (WS-MARCA-CANT)
                MOVE MARCA-PREFIJO              TO
                     WS-MARCA-ITEM-PREFIJO (WS-MARCA-CANT)
                PERFORM LEE-04 .

        CARGA-VALORES .
                OPEN INPUT ENTRADA5
                IF WS-VALP-STATUS = "00"
                   PERFORM LEE-05
                   PERFORM CARGA-VALOR UNTIL WS-FIN-5 = 1
                   CLOSE ENTRADA5
                END-IF .

        LEE-05 .
                READ ENTRADA5 AT END MOVE 1     TO WS-FIN-5 .

        CARGA-VALOR .
                ADD 1                           TO WS-VALP-CANT
                IF WS-VALP-CANT > 50
                   DISPLAY "TABLA DE VALORIZACION EXCEDE"
                           " SU CAPACIDAD"
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE VALP-ORG_CODE              TO
                     WS-VALP-ORG (WS-VALP-CANT)
                MOVE VALP-VALOR                 TO
                     WS-VALP-FACTOR (WS-VALP-CANT)
                PERFORM LEE-05 .

        CARGA-REDEMPTIONS .
      *         Canjes y anulaciones del historial REDEMPTIONS: el
      *         canje viaja en negativo y la anulacion en positivo,
      *         asi que el canje neto es la suma cambiada de signo.
      *         Sin el archivo no hay cuadratura contra REDEMPTIONS.
                OPEN INPUT ENTRADA2
                IF WS-REDE-STATUS = "00"
                   MOVE "S"                     TO WS-HAY-REDEMPTIONS
                   PERFORM LEE-02
                   PERFORM SUMA-REDEMPTION UNTIL WS-FIN-2 = 1
                   CLOSE ENTRADA2
                END-IF .

        LEE-02 .
                MOVE "N"                        TO WS-DETALLE-SW
                PERFORM LEE-02-FISICO
                   UNTIL WS-FIN-2 = 1 OR ES-DETALLE .

        LEE-02-FISICO .
                READ ENTRADA2 AT END MOVE 1     TO WS-FIN-2 .
                IF WS-FIN-2 = ZEROS
                   MOVE REG-ENTRADA2            TO WS-REG-BUF
                   PERFORM CLASIFICA-REGISTRO
                END-IF .

        SUMA-REDEMPTION .
                ADD 1                           TO WS-C-ENT-2
                MOVE RREDE-MEM_NUM (1:4)        TO WS-PREFIJO-ACTUAL
                PERFORM BUSCA-MARCA
                PERFORM BUSCA-CANJE
                MOVE RREDE-VALUE                TO WS-VAL-REDE
                IF RREDE-TYPE_CODE = "EXPIRATION"
                   SUBTRACT WS-VAL-REDE         FROM
                            WS-CNJ-CADUCIDADES (WS-CNJ-HIT)
                ELSE
                   SUBTRACT WS-VAL-REDE         FROM
                            WS-CNJ-CANJES (WS-CNJ-HIT)
                END-IF
                PERFORM LEE-02 .

        CARGA-CADUCIDADES .
      *         Las caducidades salen de SFCPMIG0801 en archivo propio
      *         con el layout REDEMPTIONS y tipo EXPIRATION.
                OPEN INPUT ENTRADA3
                IF WS-CADU-STATUS = "00"
                   MOVE "S"                     TO WS-HAY-REDEMPTIONS
                   PERFORM LEE-03
                   PERFORM SUMA-CADUCIDAD UNTIL WS-FIN-3 = 1
                   CLOSE ENTRADA3
                END-IF .

        LEE-03 .
                MOVE "N"                        TO WS-DETALLE-SW
                PERFORM LEE-03-FISICO
                   UNTIL WS-FIN-3 = 1 OR ES-DETALLE .

        LEE-03-FISICO .
                READ ENTRADA3 AT END MOVE 1     TO WS-FIN-3 .
                IF WS-FIN-3 = ZEROS
                   MOVE REG-ENTRADA3            TO WS-REG-BUF
                   PERFORM CLASIFICA-REGISTRO
                END-IF .

        SUMA-CADUCIDAD .
                ADD 1                           TO WS-C-ENT-3
                MOVE REG-ENTRADA3               TO REG-ENTRADA2
                MOVE RREDE-MEM_NUM (1:4)        TO WS-PREFIJO-ACTUAL
                PERFORM BUSCA-MARCA
                PERFORM BUSCA-CANJE
                MOVE RREDE-VALUE                TO WS-VAL-REDE
                SUBTRACT WS-VAL-REDE            FROM
                         WS-CNJ-CADUCIDADES (WS-CNJ-HIT)
                PERFORM LEE-03 .

        BUSCA-CANJE .
                MOVE ZEROS                      TO WS-CNJ-HIT
                PERFORM COMPARA-CANJE
                   VARYING WS-CNJ-IDX FROM 1 BY 1
                   UNTIL WS-CNJ-IDX > WS-CNJ-CANT
                      OR WS-CNJ-HIT > ZEROS
                IF WS-CNJ-HIT = ZEROS
                   ADD 1                        TO WS-CNJ-CANT
                   MOVE WS-CNJ-CANT             TO WS-CNJ-HIT
                   MOVE WS-ORG-ACTUAL           TO
                        WS-CNJ-ORG (WS-CNJ-HIT)
                   MOVE ZEROS                   TO
                        WS-CNJ-CANJES (WS-CNJ-HIT)
                   MOVE ZEROS                   TO
                        WS-CNJ-CADUCIDADES (WS-CNJ-HIT)
                END-IF .

        COMPARA-CANJE .
                IF WS-CNJ-ORG (WS-CNJ-IDX) = WS-ORG-ACTUAL
                   MOVE WS-CNJ-IDX              TO WS-CNJ-HIT
                END-IF .

        CLASIFICA-REGISTRO .
      *         Encabezado: firma del programa; trailer: fecha +
      *         contador numericos; lo demas es detalle.
                MOVE "S"                        TO WS-DETALLE-SW
                IF WS-CABEZA-7 = "SFCPMIG"
                   OR WS-CABEZA-20 IS NUMERIC
                   MOVE "N"                     TO WS-DETALLE-SW
                END-IF .

        200000-PROCESO .
                SORT SORTCOH
                     ON ASCENDING KEY SCOH-ORG_CODE
                                      SCOH-COHORTE
                     INPUT PROCEDURE IS CARGA-ACCRUALS
                     OUTPUT PROCEDURE IS EMITE-CURVA .

        CARGA-ACCRUALS .
                OPEN INPUT ENTRADA1 .
                PERFORM LEE-01
                IF WS-FIN-1 = 1
                   DISPLAY "ARCHIVO ACCRUALS SIN INFORMACION"
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                PERFORM SUELTA-ACCRUAL UNTIL WS-FIN-1 = 1
                CLOSE ENTRADA1 .

        LEE-01 .
                MOVE "N"                        TO WS-DETALLE-SW
                PERFORM LEE-01-FISICO
                   UNTIL WS-FIN-1 = 1 OR ES-DETALLE .

        LEE-01-FISICO .
                READ ENTRADA1 AT END MOVE 1     TO WS-FIN-1 .
                IF WS-FIN-1 = ZEROS
                   MOVE REG-ENTRADA1            TO WS-REG-BUF
                   PERFORM CLASIFICA-REGISTRO
                END-IF .

        SUELTA-ACCRUAL .
      *         La cohorte es el anio/mes de acreditacion. Los saldos
      *         de apertura ya no conservan su fecha de origen: van a
      *         la cohorte 000000, que suma al saldo abierto pero no
      *         a la curva historica.
                ADD 1                           TO WS-C-ENT-1
                MOVE RACUR-MEM_NUM (1:4)        TO WS-PREFIJO-ACTUAL
                PERFORM BUSCA-MARCA
                MOVE WS-ORG-ACTUAL              TO SCOH-ORG_CODE
                IF RACUR-ACTION_NOTE = "Saldo Apertura"
                   OR RACUR-PROCESS_DT (1:6) IS NOT NUMERIC
                   MOVE "000000"                TO SCOH-COHORTE
                   ADD 1                        TO WS-C-APERTURA
                ELSE
                   MOVE RACUR-PROCESS_DT (1:6)  TO SCOH-COHORTE
                END-IF
                MOVE RACUR-EXPIRATION_DT        TO SCOH-VENCE
                MOVE RACUR-ACCRUALED_VALUE      TO SCOH-ACREDITADO
                MOVE RACUR-USED_VALUE           TO SCOH-USADO
                MOVE RACUR-EXPIRED_VALUE        TO SCOH-VENCIDO
                RELEASE REG-SORTCOH
                PERFORM LEE-01 .

        BUSCA-MARCA .
      *         El prefijo del MEM_NUM identifica la marca; sin calce
      *         se mantiene la marca historica RIPLEY por defecto.
                MOVE "N"                        TO WS-MARCA-ENCONTRADO
                MOVE "RIPLEY"                   TO WS-ORG-ACTUAL
                PERFORM COMPARA-MARCA
                   VARYING WS-MARCA-IDX FROM 1 BY 1
                   UNTIL WS-MARCA-IDX > WS-MARCA-CANT
                      OR MARCA-FUE-ENCONTRADA .

        COMPARA-MARCA .
                IF WS-MARCA-ITEM-PREFIJO (WS-MARCA-IDX)
                   = WS-PREFIJO-ACTUAL
                   MOVE "S"                     TO WS-MARCA-ENCONTRADO
                   MOVE WS-MARCA-ITEM-ORG_CODE (WS-MARCA-IDX)
                                                TO WS-ORG-ACTUAL
                END-IF .

        EMITE-CURVA .
                OPEN OUTPUT SALIDA1
                OPEN OUTPUT SALIDA2
                PERFORM ESCRIBE-ENCABEZADO
                PERFORM LEE-SORTCOH
                PERFORM PROCESA-MARCA UNTIL WS-FIN-SCOH = 1
                MOVE WS-SEPARADOR               TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE
                MOVE SPACES                     TO WS-LINEA
                MOVE WS-TOT-ABIERTO             TO WS-ABIE-ED
                MOVE WS-TOT-ESTIMADO            TO WS-ACRE-ED
                MOVE WS-TOT-PESOS               TO WS-PESOS-ED
                STRING "  TOTAL GENERAL  ABIERTO "
                                                DELIMITED BY SIZE
                       WS-ABIE-ED               DELIMITED BY SIZE
                       "  QUIEBRE ESTIMADO "    DELIMITED BY SIZE
                       WS-ACRE-ED               DELIMITED BY SIZE
                       "  PESOS "               DELIMITED BY SIZE
                       WS-PESOS-ED              DELIMITED BY SIZE
                                                INTO WS-LINEA
                END-STRING
                MOVE WS-LINEA                   TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE
                CLOSE SALIDA1
                CLOSE SALIDA2 .

        LEE-SORTCOH .
                RETURN SORTCOH AT END MOVE 1    TO WS-FIN-SCOH
                END-RETURN .

        ESCRIBE-ENCABEZADO .
                MOVE "QUIEBRE (BREAKAGE) DE PUNTOS POR MARCA Y COHORTE"
                                                TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE
                MOVE SPACES                     TO WS-LINEA
                STRING "PROGRAMA: SFCPMIG1043"  DELIMITED BY SIZE
                       "  FECHA: "              DELIMITED BY SIZE
                       WS-FECHA-NEGOCIO         DELIMITED BY SIZE
                                                INTO WS-LINEA
                END-STRING
                MOVE WS-LINEA                   TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE
                MOVE WS-SEPARADOR               TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE
                MOVE SPACES                     TO WS-LINEA
                STRING "  COHORTE  EDAD  M"     DELIMITED BY SIZE
                       "     ACREDITADO"        DELIMITED BY SIZE
                       "      CANJEADO"         DELIMITED BY SIZE
                       "       VENCIDO"         DELIMITED BY SIZE
                       "       ABIERTO"         DELIMITED BY SIZE
                       "   %CANJ "              DELIMITED BY SIZE
                       "  %VENC "               DELIMITED BY SIZE
                       "  %ABIE"                DELIMITED BY SIZE
                                                INTO WS-LINEA
                END-STRING
                MOVE WS-LINEA                   TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE .

        PROCESA-MARCA .
                INITIALIZE WS-MARCA-ACUM
                MOVE SCOH-ORG_CODE              TO WS-MAR-ORG_CODE
                ADD 1                           TO WS-C-MARCAS
                MOVE WS-SEPARADOR               TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE
                MOVE SPACES                     TO WS-LINEA
                STRING "  MARCA "               DELIMITED BY SIZE
                       WS-MAR-ORG_CODE          DELIMITED BY SIZE
                                                INTO WS-LINEA
                END-STRING
                MOVE WS-LINEA                   TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE
                PERFORM PROCESA-COHORTE
                   UNTIL WS-FIN-SCOH = 1
                      OR SCOH-ORG_CODE NOT = WS-MAR-ORG_CODE
                PERFORM CIERRA-MARCA .

        PROCESA-COHORTE .
                MOVE SCOH-ORG_CODE              TO WS-COH-ORG_CODE
                MOVE SCOH-COHORTE               TO WS-COH-COHORTE
                MOVE LOW-VALUES                 TO WS-COH-VENCE-MAX
                MOVE ZEROS                      TO WS-COH-ACREDITADO
                                                   WS-COH-USADO
                                                   WS-COH-VENCIDO
                MOVE "S"                        TO WS-COH-MADURA
                PERFORM ACUMULA-COHORTE
                   UNTIL WS-FIN-SCOH = 1
                      OR SCOH-ORG_CODE NOT = WS-COH-ORG_CODE
                      OR SCOH-COHORTE NOT = WS-COH-COHORTE
                COMPUTE WS-COH-ABIERTO = WS-COH-ACREDITADO
                        - WS-COH-USADO - WS-COH-VENCIDO
      *         Madura: todos los vencimientos de la cohorte ya
      *         pasaron a la fecha de negocio. La cohorte de apertura
      *         nunca es madura.
                IF WS-COH-COHORTE = "000000"
                   OR WS-COH-VENCE-MAX NOT < WS-FECHA-NEGOCIO
                   MOVE "N"                     TO WS-COH-MADURA
                END-IF
                PERFORM CALCULA-EDAD
                PERFORM CALCULA-PORCENTAJES
                ADD 1                           TO WS-MAR-COHORTES
                ADD WS-COH-ACREDITADO           TO WS-MAR-ACREDITADO
                ADD WS-COH-USADO                TO WS-MAR-USADO
                ADD WS-COH-VENCIDO              TO WS-MAR-VENCIDO
                ADD WS-COH-ABIERTO              TO WS-MAR-ABIERTO
                IF COHORTE-MADURA
                   ADD 1                        TO WS-MAR-MADURAS
                   ADD WS-COH-USADO             TO WS-MAR-MAD-USADO
                   ADD WS-COH-VENCIDO           TO WS-MAR-MAD-VENCIDO
                END-IF
                PERFORM GRABA-COHORTE
                PERFORM ESCRIBE-LINEA-COHORTE .

        ACUMULA-COHORTE .
      *         Un vencimiento no numerico deja la cohorte abierta.
                IF SCOH-VENCE IS NOT NUMERIC
                   MOVE "N"                     TO WS-COH-MADURA
                END-IF
                IF SCOH-VENCE > WS-COH-VENCE-MAX
                   MOVE SCOH-VENCE              TO WS-COH-VENCE-MAX
                END-IF
                ADD SCOH-ACREDITADO             TO WS-COH-ACREDITADO
                ADD SCOH-USADO                  TO WS-COH-USADO
                ADD SCOH-VENCIDO                TO WS-COH-VENCIDO
                PERFORM LEE-SORTCOH .

        CALCULA-EDAD .
                IF WS-COH-COHORTE = "000000"
                   MOVE ZEROS                   TO WS-EDAD-MESES
                ELSE
                   MOVE WS-COH-COHORTE          TO WS-COHORTE-TRABAJO
                   COMPUTE WS-EDAD-MESES =
                           (WS-FN-AAAA * 12 + WS-FN-MM)
                         - (WS-COH-AAAA * 12 + WS-COH-MM)
                   IF WS-EDAD-MESES < ZEROS
                      MOVE ZEROS                TO WS-EDAD-MESES
                   END-IF
                END-IF .

        CALCULA-PORCENTAJES .
                MOVE ZEROS                      TO WS-COH-PCT-CANJEADO
                                                   WS-COH-PCT-VENCIDO
                                                   WS-COH-PCT-ABIERTO
                IF WS-COH-ACREDITADO > ZEROS
                   COMPUTE WS-COH-PCT-CANJEADO ROUNDED =
                           WS-COH-USADO * 100 / WS-COH-ACREDITADO
                   COMPUTE WS-COH-PCT-VENCIDO ROUNDED =
                           WS-COH-VENCIDO * 100 / WS-COH-ACREDITADO
                   COMPUTE WS-COH-PCT-ABIERTO ROUNDED =
                           WS-COH-ABIERTO * 100 / WS-COH-ACREDITADO
                END-IF .

        GRABA-COHORTE .
                MOVE SPACES                     TO REG-SALIDA1
                MOVE "C"                        TO BRKC-TIPO
                MOVE WS-FECHA-NEGOCIO           TO BRKC-FECHA
                MOVE WS-COH-ORG_CODE            TO BRKC-ORG_CODE
                MOVE WS-COH-COHORTE             TO BRKC-COHORTE
                MOVE WS-EDAD-MESES              TO BRKC-EDAD-MESES
                MOVE WS-COH-MADURA              TO BRKC-MADURA
                MOVE WS-COH-ACREDITADO          TO BRKC-ACREDITADO
                MOVE WS-COH-USADO               TO BRKC-CANJEADO
                MOVE WS-COH-VENCIDO             TO BRKC-VENCIDO
                MOVE WS-COH-ABIERTO             TO BRKC-ABIERTO
                MOVE WS-COH-PCT-CANJEADO        TO BRKC-PCT-CANJEADO
                MOVE WS-COH-PCT-VENCIDO         TO BRKC-PCT-VENCIDO
                MOVE WS-COH-PCT-ABIERTO         TO BRKC-PCT-ABIERTO
                MOVE ZEROS                      TO BRKC-TASA-BREAKAGE
                                                   BRKC-ESTIMADO-PUNTOS
                                                   BRKC-FACTOR
                                                   BRKC-ESTIMADO-PESOS
                WRITE REG-SALIDA1 END-WRITE
                ADD 1                           TO WS-C-SAL-1 .

        ESCRIBE-LINEA-COHORTE .
                IF WS-COH-COHORTE = "000000"
                   MOVE "APERT."                TO WS-COHORTE-ED
                ELSE
                   MOVE WS-COH-COHORTE          TO WS-COHORTE-ED
                END-IF
                MOVE WS-EDAD-MESES              TO WS-EDAD-ED
                MOVE WS-COH-ACREDITADO          TO WS-ACRE-ED
                MOVE WS-COH-USADO               TO WS-USAD-ED
                MOVE WS-COH-VENCIDO             TO WS-VENC-ED
                MOVE WS-COH-ABIERTO             TO WS-ABIE-ED
                MOVE WS-COH-PCT-CANJEADO        TO WS-PCT1-ED
                MOVE WS-COH-PCT-VENCIDO         TO WS-PCT2-ED
                MOVE WS-COH-PCT-ABIERTO         TO WS-PCT3-ED
                MOVE SPACES                     TO WS-LINEA
                STRING "  "                     DELIMITED BY SIZE
                       WS-COHORTE-ED            DELIMITED BY SIZE
                       "  "                     DELIMITED BY SIZE
                       WS-EDAD-ED               DELIMITED BY SIZE
                       "  "                     DELIMITED BY SIZE
                       WS-COH-MADURA            DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       WS-ACRE-ED               DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       WS-USAD-ED               DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       WS-VENC-ED               DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       WS-ABIE-ED               DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       WS-PCT1-ED               DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       WS-PCT2-ED               DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       WS-PCT3-ED               DELIMITED BY SIZE
                                                INTO WS-LINEA
                END-STRING
                MOVE WS-LINEA                   TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE .

        CIERRA-MARCA .
      *         Tasa historica de quiebre: de los puntos ya resueltos
      *         en las cohortes maduras, la parte que vencio sin
      *         canjearse. Se aplica al saldo abierto de la marca
      *         (todas sus cohortes, incluida la de apertura).
                MOVE ZEROS                      TO WS-MAR-TASA
                                                   WS-MAR-ESTIMADO
                IF WS-MAR-MAD-USADO + WS-MAR-MAD-VENCIDO > ZEROS
                   COMPUTE WS-MAR-TASA ROUNDED =
                           WS-MAR-MAD-VENCIDO * 100
                         / (WS-MAR-MAD-USADO + WS-MAR-MAD-VENCIDO)
                END-IF
                IF WS-MAR-ABIERTO > ZEROS
                   COMPUTE WS-MAR-ESTIMADO ROUNDED =
                           WS-MAR-ABIERTO * WS-MAR-TASA / 100
                END-IF
                PERFORM BUSCA-VALOR
                COMPUTE WS-MAR-PESOS =
                        WS-MAR-ESTIMADO * WS-FACTOR-ACTUAL
                ADD WS-MAR-ABIERTO              TO WS-TOT-ABIERTO
                ADD WS-MAR-ESTIMADO             TO WS-TOT-ESTIMADO
                ADD WS-MAR-PESOS                TO WS-TOT-PESOS
                PERFORM GRABA-RESUMEN-MARCA
                PERFORM ESCRIBE-RESUMEN-MARCA
                PERFORM ESCRIBE-CUADRATURA .

        BUSCA-VALOR .
      *         Factor de valorizacion por ORG_CODE; una marca sin
      *         factor sale valorizada en cero y rotulada SIN FACTOR
      *         para que Finanzas complete su tabla.
                MOVE "N"                        TO WS-VALP-ENCONTRADO
                MOVE ZEROS                      TO WS-FACTOR-ACTUAL
                PERFORM COMPARA-VALOR
                   VARYING WS-VALP-IDX FROM 1 BY 1
                   UNTIL WS-VALP-IDX > WS-VALP-CANT
                      OR VALOR-FUE-ENCONTRADO .

        COMPARA-VALOR .
                IF WS-VALP-ORG (WS-VALP-IDX) = WS-MAR-ORG_CODE
                   MOVE "S"                     TO WS-VALP-ENCONTRADO
                   MOVE WS-VALP-FACTOR (WS-VALP-IDX)
                                                TO WS-FACTOR-ACTUAL
                END-IF .

        GRABA-RESUMEN-MARCA .
                MOVE SPACES                     TO REG-SALIDA1
                MOVE "M"                        TO BRKC-TIPO
                MOVE WS-FECHA-NEGOCIO           TO BRKC-FECHA
                MOVE WS-MAR-ORG_CODE            TO BRKC-ORG_CODE
                MOVE ZEROS                      TO BRKC-EDAD-MESES
                MOVE SPACES                     TO BRKC-MADURA
                MOVE WS-MAR-ACREDITADO          TO BRKC-ACREDITADO
                MOVE WS-MAR-USADO               TO BRKC-CANJEADO
                MOVE WS-MAR-VENCIDO             TO BRKC-VENCIDO
                MOVE WS-MAR-ABIERTO             TO BRKC-ABIERTO
                MOVE ZEROS                      TO BRKC-PCT-CANJEADO
                                                   BRKC-PCT-VENCIDO
                                                   BRKC-PCT-ABIERTO
                IF WS-MAR-ACREDITADO > ZEROS
                   COMPUTE BRKC-PCT-CANJEADO ROUNDED =
                           WS-MAR-USADO * 100 / WS-MAR-ACREDITADO
                   COMPUTE BRKC-PCT-VENCIDO ROUNDED =
                           WS-MAR-VENCIDO * 100 / WS-MAR-ACREDITADO
                   COMPUTE BRKC-PCT-ABIERTO ROUNDED =
                           WS-MAR-ABIERTO * 100 / WS-MAR-ACREDITADO
                END-IF
                MOVE WS-MAR-TASA                TO BRKC-TASA-BREAKAGE
                MOVE WS-MAR-ESTIMADO            TO BRKC-ESTIMADO-PUNTOS
                MOVE WS-FACTOR-ACTUAL           TO BRKC-FACTOR
                MOVE WS-MAR-PESOS               TO BRKC-ESTIMADO-PESOS
                WRITE REG-SALIDA1 END-WRITE
                ADD 1                           TO WS-C-SAL-1 .

        ESCRIBE-RESUMEN-MARCA .
                MOVE WS-MAR-ACREDITADO          TO WS-ACRE-ED
                MOVE WS-MAR-USADO               TO WS-USAD-ED
                MOVE WS-MAR-VENCIDO             TO WS-VENC-ED
                MOVE WS-MAR-ABIERTO             TO WS-ABIE-ED
                MOVE SPACES                     TO WS-LINEA
                STRING "  TOTAL          "      DELIMITED BY SIZE
                       WS-ACRE-ED               DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       WS-USAD-ED               DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       WS-VENC-ED               DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       WS-ABIE-ED               DELIMITED BY SIZE
                                                INTO WS-LINEA
                END-STRING
                MOVE WS-LINEA                   TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE
                MOVE SPACES                     TO WS-LINEA
                MOVE WS-MAR-TASA                TO WS-TASA-ED
                MOVE WS-MAR-MADURAS             TO WS-EDAD-ED
                STRING "  TASA HISTORICA DE QUIEBRE "
                                                DELIMITED BY SIZE
                       WS-TASA-ED               DELIMITED BY SIZE
                       " %  COHORTES MADURAS "  DELIMITED BY SIZE
                       WS-EDAD-ED               DELIMITED BY SIZE
                                                INTO WS-LINEA
                END-STRING
                IF WS-MAR-MADURAS = ZEROS
                   MOVE "SIN HISTORIA MADURA"   TO WS-LINEA (70:19)
                END-IF
                MOVE WS-LINEA                   TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE
                MOVE SPACES                     TO WS-LINEA
                MOVE WS-MAR-ESTIMADO            TO WS-ACRE-ED
                MOVE WS-FACTOR-ACTUAL           TO WS-FACTOR-ED
                MOVE WS-MAR-PESOS               TO WS-PESOS-ED
                STRING "  QUIEBRE ESTIMADO PUNTOS "
                                                DELIMITED BY SIZE
                       WS-ACRE-ED               DELIMITED BY SIZE
                       "  FACTOR "              DELIMITED BY SIZE
                       WS-FACTOR-ED             DELIMITED BY SIZE
                       "  PESOS "               DELIMITED BY SIZE
                       WS-PESOS-ED              DELIMITED BY SIZE
                                                INTO WS-LINEA
                END-STRING
                IF NOT VALOR-FUE-ENCONTRADO
                   MOVE "SIN FACTOR"            TO WS-LINEA (90:10)
                END-IF
                MOVE WS-LINEA                   TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE .

        ESCRIBE-CUADRATURA .
      *         Canjes netos y caducidades del historial REDEMPTIONS
      *         contra lo canjeado y vencido en los ACCRUALS de la
      *         marca; una diferencia indica historial incompleto o
      *         movimientos no imputados a ninguna cohorte.
                IF CON-REDEMPTIONS
                   MOVE WS-MAR-ORG_CODE         TO WS-ORG-ACTUAL
                   PERFORM BUSCA-CANJE
                   MOVE SPACES                  TO WS-LINEA
                   MOVE WS-CNJ-CANJES (WS-CNJ-HIT) TO WS-ACRE-ED
                   COMPUTE WS-VAL-DIF =
                           WS-CNJ-CANJES (WS-CNJ-HIT) - WS-MAR-USADO
                   MOVE WS-VAL-DIF              TO WS-ABIE-ED
                   STRING "  REDEMPTIONS CANJES NETOS "
                                                DELIMITED BY SIZE
                          WS-ACRE-ED            DELIMITED BY SIZE
                          "  DIF. VS CANJEADO "  DELIMITED BY SIZE
                          WS-ABIE-ED            DELIMITED BY SIZE
                                                INTO WS-LINEA
                   END-STRING
                   MOVE WS-LINEA                TO REG-SALIDA2
                   WRITE REG-SALIDA2 END-WRITE
                   MOVE SPACES                  TO WS-LINEA
                   MOVE WS-CNJ-CADUCIDADES (WS-CNJ-HIT) TO WS-ACRE-ED
                   COMPUTE WS-VAL-DIF =
                           WS-CNJ-CADUCIDADES (WS-CNJ-HIT)
                         - WS-MAR-VENCIDO
                   MOVE WS-VAL-DIF              TO WS-ABIE-ED
                   STRING "  REDEMPTIONS CADUCIDADES "
                                                DELIMITED BY SIZE
                          WS-ACRE-ED            DELIMITED BY SIZE
                          "  DIF. VS VENCIDO   "  DELIMITED BY SIZE
                          WS-ABIE-ED            DELIMITED BY SIZE
                                                INTO WS-LINEA
                   END-STRING
                   MOVE WS-LINEA                TO REG-SALIDA2
                   WRITE REG-SALIDA2 END-WRITE
                ELSE
                   MOVE "  SIN HISTORIAL REDEMPTIONS PARA CUADRAR"
                                                TO REG-SALIDA2
                   WRITE REG-SALIDA2 END-WRITE
                END-IF .

        300000-FINAL .
                display "Fecha de Negocio     = " WS-FECHA-NEGOCIO .
                display "Reg. Leidos ACCRUALS = " WS-C-ENT-1.
                display "Accruals Apertura    = " WS-C-APERTURA.
                display "Reg. REDEMPTIONS     = " WS-C-ENT-2.
                display "Reg. Caducidades     = " WS-C-ENT-3.
                display "Marcas               = " WS-C-MARCAS.
                display "Registros Curva      = " WS-C-SAL-1.
