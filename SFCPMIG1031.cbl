        IDENTIFICATION DIVISION.
        PROGRAM-ID. SFCPMIG1031 .
        AUTHOR.     CONNECTIS-GS.
      * Verificacion post-carga de saldos contra Oracle: lee el export
      * de saldos por socio que entrega Oracle Loyalty Cloud despues
      * de la importacion (COPY_SALDO_ORACLE, por MEM_NUM) y compara,
      * RUT a RUT, el saldo de Oracle contra el extracto del legado
      * (COPY_SALDO_LEGACY) y contra el neto migrado (ACCRUALS +
      * REDEMPTIONS + caducidades, igual que SFCPMIG1004). Cada
      * diferencia se clasifica (socio que falta en Oracle, saldo
      * distinto por regla de Oracle o por la carga, socio que sobra
      * en Oracle), queda en SALIDA1 con las tres cifras y se asienta
      * en el libro de excepciones. Los totales por marca salen en
      * el reporte SALIDA2 para que el cierre de la carga se firme
      * con la verificacion de Oracle y no solo con la propia.
      * Fecha : 15-10-2026
      * COMPILAR-LINK : cobol.sh SFCPMIG1031
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
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ENTRADA3 ASSIGN TO EXTERNAL FSALDOLEGACY
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ENTRADA4 ASSIGN TO EXTERNAL FCADUCIDAD
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ENTRADA5 ASSIGN TO EXTERNAL FSALDOORACLE
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ENTRADA6 ASSIGN TO EXTERNAL FENTRADA1
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ENTRADA7 ASSIGN TO EXTERNAL FMARCA
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA1 ASSIGN TO EXTERNAL FVERIFORACLEDIF
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA2 ASSIGN TO EXTERNAL FREPORTEVERIFORACLE
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA3 ASSIGN TO EXTERNAL FCONTROLTOTALES
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-CTOT-STATUS.

                SELECT EXLEDGER ASSIGN TO EXTERNAL FEXCEPLEDGER
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-EXLED-STATUS.

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

      *    Salida ACCRUALS de SFCPMIG0701, ordenada por RUT.
       FD ENTRADA1
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 251 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA1 .
          COPY COPY_ACURUALS .

      *    Salida REDEMPTIONS de SFCPMIG0801, ordenada por RUT.
       FD ENTRADA2
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 154 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA2 .
          COPY COPY_REDEMPTIONS .

      *    Extracto de saldo del sistema legado, un registro por RUT.
       FD ENTRADA3
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 20 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA3 .
          COPY COPY_SALDO_LEGACY .

      *    Caducidades (INDICADOR 5) de SFCPMIG0801, mismo layout
      *    REDEMPTIONS en archivo separado, ordenadas por RUT.
       FD ENTRADA4
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 154 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA4 .
          COPY COPY_REDEMPTIONS REPLACING LEADING ==RREDE== BY
               ==RCADU== .

      *    Export de saldos por socio de Oracle, ordenado por el RUT
      *    del MEM_NUM.
       FD ENTRADA5
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 27 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA5 .
          COPY COPY_SALDO_ORACLE .

      *    Archivo Rutero, ordenado por RUT, para el CODPROGR.
       FD ENTRADA6
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 18 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA6 .
          copy COPY_RUTERO_ORD .

      *    Tabla de marcas/cadenas del grupo (COPY_MARCA).
       FD ENTRADA7
          RECORDING MODE IS F
          RECORD CONTAINS 26 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA7 .
           COPY COPY_MARCA .

      *    Diferencias de la verificacion (COPY_VERIFICA_ORACLE).
       FD SALIDA1
          RECORDING MODE IS F
          RECORD CONTAINS 89 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA1 .
           COPY COPY_VERIFICA_ORACLE .

      *    Reporte de la verificacion, totales por marca.
       FD SALIDA2
          RECORDING MODE IS F
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA2                           PIC X(80) .

      *    Historial de totales de control de la corrida
      *    (COPY_CONTROL_TOTALES), compartido por toda la cadena.
       FD SALIDA3
          RECORDING MODE IS F
          RECORD CONTAINS 51 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA3 .
           COPY COPY_CONTROL_TOTALES .

      *    Libro unico de excepciones de la cadena
      *    (COPY_EXCEPCION_LEDGER).
       FD EXLEDGER
          RECORDING MODE IS F
          RECORD CONTAINS 127 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-EXLEDGER .
           COPY COPY_EXCEPCION_LEDGER .

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
           05 WS-FIN-1                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-2                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-3                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-4                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-5                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-6                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-7                          PIC 9(01) VALUE ZEROS .
           05 WS-EXLED-STATUS                   PIC X(02) .
           05 WS-C-ENT-1                        PIC 9(12) VALUE ZEROS .
           05 WS-C-ENT-2                        PIC 9(12) VALUE ZEROS .
           05 WS-C-ENT-3                        PIC 9(12) VALUE ZEROS .
           05 WS-C-ENT-4                        PIC 9(12) VALUE ZEROS .
           05 WS-C-ENT-5                        PIC 9(12) VALUE ZEROS .
           05 WS-C-ORA-ILEGIBLE                 PIC 9(12) VALUE ZEROS .
           05 WS-C-ORA-MULTIMARCA               PIC 9(12) VALUE ZEROS .
           05 WS-C-COMPARADOS                   PIC 9(12) VALUE ZEROS .
           05 WS-C-CUADRADOS                    PIC 9(12) VALUE ZEROS .
           05 WS-C-SALDO-REGLA                  PIC 9(12) VALUE ZEROS .
           05 WS-C-SALDO-CARGA                  PIC 9(12) VALUE ZEROS .
           05 WS-C-SIN-SOCIO                    PIC 9(12) VALUE ZEROS .
           05 WS-C-SOCIO-EXTRA                  PIC 9(12) VALUE ZEROS .
           05 WS-C-SIN-SALDO                    PIC 9(12) VALUE ZEROS .
           05 WS-SUM-PUNTOS-DIF                 PIC 9(15) VALUE ZEROS .
           05 WS-MIN-RUT                        PIC 9(08) .
           05 WS-RUN-FECHA                      PIC X(08) .
           05 WS-FECHA .
              10 WS-FAA                         PIC X(04) .
              10 WS-FMM                         PIC X(02) .
              10 WS-FDD                         PIC X(02) .

      *    RUT embebido en los numeros de transaccion de las salidas
      *    de 0701/0801 ("TRX" + RUT + NUMMOVIM).
        01 WS-PARSE-TRX.
           05 WS-TRX-ACUR                       PIC X(25) .
           05 WS-TRX-ACUR-R REDEFINES WS-TRX-ACUR .
              10 FILLER                         PIC X(03) .
              10 WS-ACUR-RUT                    PIC 9(08) .
              10 FILLER                         PIC X(14) .
           05 WS-TRX-REDE                       PIC X(25) .
           05 WS-TRX-REDE-R REDEFINES WS-TRX-REDE .
              10 FILLER                         PIC X(03) .
              10 WS-REDE-RUT                    PIC 9(08) .
              10 FILLER                         PIC X(14) .
           05 WS-TRX-CADU                       PIC X(25) .
           05 WS-TRX-CADU-R REDEFINES WS-TRX-CADU .
              10 FILLER                         PIC X(03) .
              10 WS-CADU-RUT                    PIC 9(08) .
              10 FILLER                         PIC X(14) .

      *    Acumuladores del RUT en verificacion.
        01 WS-SALDOS.
           05 WS-SUM-MIGRADO                    PIC S9(13) COMP-3 .
           05 WS-SALDO-LEGACY                   PIC S9(13) COMP-3 .
           05 WS-SALDO-ORACLE                   PIC S9(13) COMP-3 .
           05 WS-SALDO-LEIDO                    PIC S9(13) COMP-3 .
           05 WS-DIFERENCIA                     PIC S9(13) COMP-3 .
           05 WS-HAY-MIGRADO                    PIC X(01) .
              88 HAY-MIGRADO                    VALUE "S" .
           05 WS-HAY-LEGACY                     PIC X(01) .
              88 HAY-LEGACY                     VALUE "S" .
           05 WS-HAY-ORACLE                     PIC X(01) .
              88 HAY-ORACLE                     VALUE "S" .
           05 WS-ABSOLUTO                       PIC 9(11) .
           05 WS-MEM_NUM-ORACLE                 PIC X(15) .
           05 WS-PREFIJO-ORACLE                 PIC X(04) .
           05 WS-CLASE                          PIC X(20) .
           05 WS-SEVERIDAD                      PIC X(01) .
      *    Los valores llegan con signo explicito adelante (formato
      *    visible de los archivos de carga); se des-editan aqui
      *    antes de sumarlos.
           05 WS-VALOR-LEIDO                    PIC S9(09) .

      *    CODPROGR del RUT en verificacion, desde el Rutero.
        01 WS-RUTERO-ACTUAL.
           05 WS-CODPROGR-ACTUAL                PIC X(09) .

      *    Tabla de marcas (ORG/prefijo por CODPROGR). WS-MARCA-SLOT
      *    queda en cero para la marca por defecto (RIPLEY).
        01 WS-TABLA-MARCA.
           05 WS-MARCA-CANT                     PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-MARCA-IDX                      PIC 9(04) COMP .
           05 WS-MARCA-SLOT                     PIC 9(04) COMP .
           05 WS-MARCA-ENCONTRADO                PIC X(01) .
              88 MARCA-FUE-ENCONTRADA            VALUE "S" .
           05 WS-MARCA-ITEM OCCURS 50 TIMES .
              10 WS-MARCA-ITEM-CODPROGR         PIC X(09) .
              10 WS-MARCA-ITEM-ORG_CODE         PIC X(10) .
              10 WS-MARCA-ITEM-PREFIJO          PIC X(04) .

      *    Totales de la verificacion por marca: la posicion 1 es la
      *    marca por defecto y la N+1 la N-esima de la tabla.
        01 WS-TABLA-TOTALES.
           05 WS-TOT-IDX                        PIC 9(04) COMP .
           05 WS-TOT-ITEM OCCURS 51 TIMES .
              10 WS-TOT-COMPARADOS              PIC 9(12) .
              10 WS-TOT-CUADRADOS               PIC 9(12) .
              10 WS-TOT-SALDO-REGLA             PIC 9(12) .
              10 WS-TOT-SALDO-CARGA             PIC 9(12) .
              10 WS-TOT-SIN-SOCIO               PIC 9(12) .
              10 WS-TOT-SOCIO-EXTRA             PIC 9(12) .
              10 WS-TOT-PUNTOS-DIF              PIC 9(15) .

      *    Lineas del reporte.
        01 WS-REPORTE.
           05 WS-LINEA                          PIC X(80) .
           05 WS-SEPARADOR                      PIC X(80)
                                                 VALUE ALL "-" .
           05 WS-DET-ORG_CODE                   PIC X(10) .
           05 WS-DET-COMPARADOS                 PIC 9(12) .
           05 WS-DET-CUADRADOS                  PIC 9(12) .
           05 WS-DET-SALDO-REGLA                PIC 9(12) .
           05 WS-DET-SALDO-CARGA                PIC 9(12) .
           05 WS-DET-SIN-SOCIO                  PIC 9(12) .
           05 WS-DET-SOCIO-EXTRA                PIC 9(12) .
           05 WS-DET-PUNTOS-DIF                 PIC 9(15) .
           05 WS-COMP-ED                        PIC Z(07)9 .
           05 WS-CUAD-ED                        PIC Z(07)9 .
           05 WS-REGL-ED                        PIC Z(07)9 .
           05 WS-CARG-ED                        PIC Z(07)9 .
           05 WS-SINS-ED                        PIC Z(07)9 .
           05 WS-EXTR-ED                        PIC Z(07)9 .
           05 WS-PTS-ED                         PIC Z(10)9 .

      *    Control de apertura del historial de totales (SALIDA3).
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
        PP-MAIN.
                PERFORM 100000-INICIO
                PERFORM 200000-PROCESO
                   UNTIL WS-FIN-1 = 1 AND WS-FIN-2 = 1
                     AND WS-FIN-3 = 1 AND WS-FIN-4 = 1
                     AND WS-FIN-5 = 1
                PERFORM 300000-FINAL.
                MOVE ZEROS                 TO RETURN-CODE
                STOP RUN .

        100000-INICIO .
                PERFORM LEE-FECHA-NEGOCIO
                MOVE WS-FECHA-NEGOCIO           TO WS-FECHA
                MOVE WS-FECHA                   TO WS-RUN-FECHA
                INITIALIZE WS-TABLA-TOTALES
                OPEN INPUT ENTRADA7 .
                PERFORM LEE-07
                PERFORM CARGA-MARCA UNTIL WS-FIN-7 = 1
                CLOSE ENTRADA7 .
                OPEN INPUT ENTRADA6 .
                PERFORM LEE-06
                OPEN INPUT ENTRADA5 .
                PERFORM LEE-05
                IF WS-FIN-5 = 1
                   DISPLAY "EXPORT DE SALDOS ORACLE SIN INFORMACION"
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                OPEN INPUT ENTRADA1 .
                PERFORM LEE-01
                OPEN INPUT ENTRADA2 .
                PERFORM LEE-02
                OPEN INPUT ENTRADA3 .
                PERFORM LEE-03
                OPEN INPUT ENTRADA4 .
                PERFORM LEE-04
                PERFORM ABRE-EXCEPCION-LEDGER
                OPEN OUTPUT SALIDA1 .

        200000-PROCESO .
                PERFORM CALCULA-MINIMO
                MOVE ZEROS                      TO WS-SUM-MIGRADO
                MOVE ZEROS                      TO WS-SALDO-LEGACY
                MOVE ZEROS                      TO WS-SALDO-ORACLE
                MOVE "N"                        TO WS-HAY-MIGRADO
                MOVE "N"                        TO WS-HAY-LEGACY
                MOVE "N"                        TO WS-HAY-ORACLE
                MOVE SPACES                     TO WS-MEM_NUM-ORACLE
                MOVE SPACES                     TO WS-PREFIJO-ORACLE
                PERFORM SUMA-ACCRUAL
                   UNTIL WS-ACUR-RUT NOT = WS-MIN-RUT OR WS-FIN-1 = 1
                PERFORM SUMA-REDENCION
                   UNTIL WS-REDE-RUT NOT = WS-MIN-RUT OR WS-FIN-2 = 1
                PERFORM SUMA-CADUCIDAD
                   UNTIL WS-CADU-RUT NOT = WS-MIN-RUT OR WS-FIN-4 = 1
                PERFORM SUMA-ORACLE
                   UNTIL ORASAL-RUT NOT = WS-MIN-RUT OR WS-FIN-5 = 1
                IF SALDO-RUT = WS-MIN-RUT AND WS-FIN-3 = ZEROS
                   MOVE "S"                     TO WS-HAY-LEGACY
                   MOVE SALDO-PUNTOS            TO WS-SALDO-LEGACY
                   IF SALDO-SIGNO = "-"
                      MULTIPLY -1               BY WS-SALDO-LEGACY
                   END-IF
                   PERFORM LEE-03
                END-IF
                PERFORM BUSCA-RUTERO
                PERFORM BUSCA-MARCA
                PERFORM VERIFICA-SALDO .

        CALCULA-MINIMO .
                MOVE 99999999                   TO WS-MIN-RUT
                IF WS-FIN-1 = ZEROS AND WS-ACUR-RUT < WS-MIN-RUT
                   MOVE WS-ACUR-RUT             TO WS-MIN-RUT
                END-IF
                IF WS-FIN-2 = ZEROS AND WS-REDE-RUT < WS-MIN-RUT
                   MOVE WS-REDE-RUT             TO WS-MIN-RUT
                END-IF
                IF WS-FIN-3 = ZEROS AND SALDO-RUT < WS-MIN-RUT
                   MOVE SALDO-RUT               TO WS-MIN-RUT
                END-IF
                IF WS-FIN-4 = ZEROS AND WS-CADU-RUT < WS-MIN-RUT
                   MOVE WS-CADU-RUT             TO WS-MIN-RUT
                END-IF
                IF WS-FIN-5 = ZEROS AND ORASAL-RUT < WS-MIN-RUT
                   MOVE ORASAL-RUT              TO WS-MIN-RUT
                END-IF .

        SUMA-ACCRUAL .
                MOVE "S"                        TO WS-HAY-MIGRADO
                MOVE RACUR-ACCRUALED_VALUE      TO WS-VALOR-LEIDO
                ADD WS-VALOR-LEIDO              TO WS-SUM-MIGRADO
                PERFORM LEE-01 .

        SUMA-REDENCION .
                MOVE "S"                        TO WS-HAY-MIGRADO
                MOVE RREDE-VALUE                TO WS-VALOR-LEIDO
                ADD WS-VALOR-LEIDO              TO WS-SUM-MIGRADO
                PERFORM LEE-02 .

        SUMA-CADUCIDAD .
                MOVE "S"                        TO WS-HAY-MIGRADO
                MOVE RCADU-VALUE                TO WS-VALOR-LEIDO
                ADD WS-VALOR-LEIDO              TO WS-SUM-MIGRADO
                PERFORM LEE-04 .

        SUMA-ORACLE .
      *         El saldo del legado es por RUT: si Oracle trae al
      *         socio bajo mas de una marca se suman sus saldos y se
      *         conserva el primer MEM_NUM para la diferencia.
                IF HAY-ORACLE
                   ADD 1                        TO WS-C-ORA-MULTIMARCA
                ELSE
                   MOVE "S"                     TO WS-HAY-ORACLE
                   MOVE ORASAL-MEM_NUM          TO WS-MEM_NUM-ORACLE
                   MOVE ORASAL-PREFIJO          TO WS-PREFIJO-ORACLE
                END-IF
                MOVE ORASAL-PUNTOS              TO WS-SALDO-LEIDO
                IF ORASAL-SIGNO = "-"
                   MULTIPLY -1                  BY WS-SALDO-LEIDO
                END-IF
                ADD WS-SALDO-LEIDO              TO WS-SALDO-ORACLE
                PERFORM LEE-05 .

        VERIFICA-SALDO .
      *         Un socio sin registro en Oracle solo es diferencia si
      *         tenia algo que cargar; con Oracle presente se compara
      *         contra el legado, y si no cuadra se mira el neto
      *         migrado para separar lo que es regla propia de Oracle
      *         de lo que ya venia mal desde la carga.
                MOVE SPACES                     TO WS-CLASE
                COMPUTE WS-DIFERENCIA =
                        WS-SALDO-ORACLE - WS-SALDO-LEGACY
                EVALUATE TRUE
                   WHEN HAY-ORACLE AND (HAY-LEGACY OR HAY-MIGRADO)
                      ADD 1                     TO WS-C-COMPARADOS
                      ADD 1                     TO
                          WS-TOT-COMPARADOS (WS-TOT-IDX)
                      EVALUATE TRUE
                         WHEN WS-SALDO-ORACLE = WS-SALDO-LEGACY
                            ADD 1               TO WS-C-CUADRADOS
                            ADD 1               TO
                                WS-TOT-CUADRADOS (WS-TOT-IDX)
                         WHEN WS-SALDO-ORACLE = WS-SUM-MIGRADO
                            MOVE "ORACLE SALDO CARGA" TO WS-CLASE
                            MOVE "M"            TO WS-SEVERIDAD
                            ADD 1               TO WS-C-SALDO-CARGA
                            ADD 1               TO
                                WS-TOT-SALDO-CARGA (WS-TOT-IDX)
                         WHEN OTHER
                            MOVE "ORACLE SALDO REGLA" TO WS-CLASE
                            MOVE "A"            TO WS-SEVERIDAD
                            ADD 1               TO WS-C-SALDO-REGLA
                            ADD 1               TO
                                WS-TOT-SALDO-REGLA (WS-TOT-IDX)
                      END-EVALUATE
                   WHEN HAY-ORACLE
                      MOVE "ORACLE SOCIO EXTRA" TO WS-CLASE
                      MOVE "M"                  TO WS-SEVERIDAD
                      ADD 1                     TO WS-C-SOCIO-EXTRA
                      ADD 1                     TO
                          WS-TOT-SOCIO-EXTRA (WS-TOT-IDX)
                   WHEN WS-SALDO-LEGACY = ZEROS
                    AND WS-SUM-MIGRADO = ZEROS
                      ADD 1                     TO WS-C-SIN-SALDO
                   WHEN OTHER
                      MOVE "ORACLE SIN SOCIO"   TO WS-CLASE
                      MOVE "A"                  TO WS-SEVERIDAD
                      ADD 1                     TO WS-C-SIN-SOCIO
                      ADD 1                     TO
                          WS-TOT-SIN-SOCIO (WS-TOT-IDX)
                END-EVALUATE
                IF WS-CLASE NOT = SPACES
                   PERFORM GRABA-DIFERENCIA
                END-IF .

        GRABA-DIFERENCIA .
                MOVE WS-DIFERENCIA              TO WS-ABSOLUTO
                ADD WS-ABSOLUTO                 TO WS-SUM-PUNTOS-DIF
                ADD WS-ABSOLUTO                 TO
                    WS-TOT-PUNTOS-DIF (WS-TOT-IDX)
                MOVE SPACES                     TO REG-SALIDA1
                MOVE WS-MIN-RUT                 TO VERORA-RUT
                MOVE WS-SALDO-LEGACY            TO VERORA-SALDO-LEGACY
                MOVE "+"                        TO VERORA-SIGNO-LEGACY
                IF WS-SALDO-LEGACY < ZEROS
                   MOVE "-"                     TO VERORA-SIGNO-LEGACY
                END-IF
                MOVE WS-SUM-MIGRADO             TO VERORA-SALDO-MIGRADO
                MOVE "+"                        TO VERORA-SIGNO-MIGRADO
                IF WS-SUM-MIGRADO < ZEROS
                   MOVE "-"                     TO VERORA-SIGNO-MIGRADO
                END-IF
                MOVE WS-SALDO-ORACLE            TO VERORA-SALDO-ORACLE
                MOVE "+"                        TO VERORA-SIGNO-ORACLE
                IF WS-SALDO-ORACLE < ZEROS
                   MOVE "-"                     TO VERORA-SIGNO-ORACLE
                END-IF
                MOVE WS-MEM_NUM-ORACLE          TO VERORA-MEM_NUM
                IF WS-MARCA-SLOT = ZEROS
                   MOVE "RIPLEY"                TO VERORA-ORG_CODE
                ELSE
                   MOVE WS-MARCA-ITEM-ORG_CODE (WS-MARCA-SLOT)
                                                TO VERORA-ORG_CODE
                END-IF
                MOVE WS-CLASE                   TO VERORA-CLASE
                WRITE REG-SALIDA1
                END-WRITE
                MOVE WS-CODPROGR-ACTUAL         TO EXLED-CODPROGR
                MOVE WS-MIN-RUT                 TO EXLED-RUT
                MOVE ZEROS                      TO EXLED-NUMMOVIM
                MOVE WS-CLASE                   TO EXLED-TIPO
                MOVE WS-SEVERIDAD               TO EXLED-SEVERIDAD
                MOVE REG-SALIDA1                TO EXLED-DATO
                PERFORM GRABA-EXCEPCION-LEDGER .

        BUSCA-RUTERO .
      *         Se adelanta el Rutero hasta el RUT en verificacion;
      *         los RUT salen del merge en orden ascendente.
                PERFORM LEE-06
                   UNTIL RUTORD-RUT >= WS-MIN-RUT OR WS-FIN-6 = 1
                IF WS-FIN-6 = ZEROS AND RUTORD-RUT = WS-MIN-RUT
                   MOVE RUTORD-CODPROGR         TO WS-CODPROGR-ACTUAL
                ELSE
                   MOVE SPACES                  TO WS-CODPROGR-ACTUAL
                END-IF .

        BUSCA-MARCA .
      *         La marca sale del CODPROGR del Rutero; un socio que
      *         solo existe en Oracle se ubica por el prefijo de su
      *         MEM_NUM. Sin ninguna de las dos queda la de defecto.
                MOVE "N"                      TO WS-MARCA-ENCONTRADO
                MOVE ZEROS                     TO WS-MARCA-SLOT
                IF WS-CODPROGR-ACTUAL NOT = SPACES
                   PERFORM COMPARA-MARCA
                      VARYING WS-MARCA-IDX FROM 1 BY 1
                      UNTIL WS-MARCA-IDX > WS-MARCA-CANT
                         OR MARCA-FUE-ENCONTRADA
                END-IF
                IF NOT MARCA-FUE-ENCONTRADA
                   AND WS-PREFIJO-ORACLE NOT = SPACES
                   PERFORM COMPARA-MARCA-PREFIJO
                      VARYING WS-MARCA-IDX FROM 1 BY 1
                      UNTIL WS-MARCA-IDX > WS-MARCA-CANT
                         OR MARCA-FUE-ENCONTRADA
                END-IF
                COMPUTE WS-TOT-IDX = WS-MARCA-SLOT + 1 .

        COMPARA-MARCA .
                IF WS-MARCA-ITEM-CODPROGR (WS-MARCA-IDX)
                   = WS-CODPROGR-ACTUAL
                   MOVE "S"                   TO WS-MARCA-ENCONTRADO
                   MOVE WS-MARCA-IDX          TO WS-MARCA-SLOT
                END-IF .

        COMPARA-MARCA-PREFIJO .
                IF WS-MARCA-ITEM-PREFIJO (WS-MARCA-IDX)
                   = WS-PREFIJO-ORACLE
                   MOVE "S"                   TO WS-MARCA-ENCONTRADO
                   MOVE WS-MARCA-IDX          TO WS-MARCA-SLOT
                END-IF .

        ABRE-EXCEPCION-LEDGER .
                OPEN EXTEND EXLEDGER
                IF WS-EXLED-STATUS NOT = "00"
                   OPEN OUTPUT EXLEDGER
                END-IF .

        GRABA-EXCEPCION-LEDGER .
                MOVE "SFCPMIG1031"              TO EXLED-PROGRAM_NAME
                MOVE WS-RUN-FECHA               TO EXLED-FECHA
                WRITE REG-EXLEDGER END-WRITE .

        LEE-01 .
      *         Se saltan encabezado y trailer del archivo ACCRUALS:
      *         solo los registros de detalle traen "TRX" + RUT
      *         numerico en RACUR-TRX_NUM.
                PERFORM LEE-01-FISICO
                PERFORM LEE-01-FISICO
                   UNTIL WS-FIN-1 = 1 OR WS-ACUR-RUT IS NUMERIC .

        LEE-01-FISICO .
                READ ENTRADA1 AT END MOVE 1     TO WS-FIN-1 .
                IF WS-FIN-1 = ZEROS
                   ADD 1                        TO WS-C-ENT-1
                   MOVE RACUR-TRX_NUM           TO WS-TRX-ACUR
                END-IF
                IF WS-FIN-1 = 1
                   MOVE 99999999                TO WS-ACUR-RUT
                END-IF .

        LEE-02 .
                PERFORM LEE-02-FISICO
                PERFORM LEE-02-FISICO
                   UNTIL WS-FIN-2 = 1 OR WS-REDE-RUT IS NUMERIC .

        LEE-02-FISICO .
                READ ENTRADA2 AT END MOVE 1     TO WS-FIN-2 .
                IF WS-FIN-2 = ZEROS
                   ADD 1                        TO WS-C-ENT-2
                   MOVE RREDE-TRX_ID            TO WS-TRX-REDE
                END-IF
                IF WS-FIN-2 = 1
                   MOVE 99999999                TO WS-REDE-RUT
                END-IF .

        LEE-03 .
                PERFORM LEE-03-FISICO
                PERFORM LEE-03-FISICO
                   UNTIL WS-FIN-3 = 1 OR SALDO-RUT IS NUMERIC .

        LEE-03-FISICO .
                READ ENTRADA3 AT END MOVE 1     TO WS-FIN-3 .
                IF WS-FIN-3 = ZEROS
                   ADD 1                        TO WS-C-ENT-3
                END-IF
                IF WS-FIN-3 = 1
                   MOVE 99999999                TO SALDO-RUT
                END-IF .

        LEE-04 .
                PERFORM LEE-04-FISICO
                PERFORM LEE-04-FISICO
                   UNTIL WS-FIN-4 = 1 OR WS-CADU-RUT IS NUMERIC .

        LEE-04-FISICO .
                READ ENTRADA4 AT END MOVE 1     TO WS-FIN-4 .
                IF WS-FIN-4 = ZEROS
                   ADD 1                        TO WS-C-ENT-4
                   MOVE RCADU-TRX_ID            TO WS-TRX-CADU
                END-IF
                IF WS-FIN-4 = 1
                   MOVE 99999999                TO WS-CADU-RUT
                END-IF .

        LEE-05 .
      *         Un MEM_NUM sin RUT numerico en su posicion (encabezado
      *         del export o socio creado fuera de la migracion con
      *         otra numeracion) no se puede cruzar: se cuenta y se
      *         salta.
                PERFORM LEE-05-FISICO
                PERFORM LEE-05-FISICO
                   UNTIL WS-FIN-5 = 1 OR
                         (ORASAL-RUT IS NUMERIC AND
                          ORASAL-PUNTOS IS NUMERIC) .

        LEE-05-FISICO .
                READ ENTRADA5 AT END MOVE 1     TO WS-FIN-5 .
                IF WS-FIN-5 = ZEROS
                   ADD 1                        TO WS-C-ENT-5
                   IF ORASAL-RUT IS NOT NUMERIC
                      OR ORASAL-PUNTOS IS NOT NUMERIC
                      ADD 1                     TO WS-C-ORA-ILEGIBLE
                   END-IF
                END-IF
                IF WS-FIN-5 = 1
                   MOVE 99999999                TO ORASAL-RUT
                END-IF .

        LEE-06 .
                PERFORM LEE-06-FISICO
                PERFORM LEE-06-FISICO
                   UNTIL WS-FIN-6 = 1 OR RUTORD-RUT IS NUMERIC .

        LEE-06-FISICO .
                READ ENTRADA6 AT END MOVE 1     TO WS-FIN-6 .
                IF WS-FIN-6 = 1
                   MOVE 99999999                TO RUTORD-RUT
                END-IF .

        LEE-07 .
                READ ENTRADA7 AT END MOVE 1     TO WS-FIN-7 .

        CARGA-MARCA .
                ADD 1                           TO WS-MARCA-CANT
                IF WS-MARCA-CANT > 50
                   DISPLAY "TABLA DE MARCAS EXCEDE SU CAPACIDAD"
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE MARCA-CODPROGR             TO
                     WS-MARCA-ITEM-CODPROGR (WS-MARCA-CANT)
                MOVE MARCA-ORG_CODE             TO
                     WS-MARCA-ITEM-ORG_CODE (WS-MARCA-CANT)
                MOVE MARCA-PREFIJO              TO
                     WS-MARCA-ITEM-PREFIJO (WS-MARCA-CANT)
                PERFORM LEE-07 .

        300000-FINAL .
                CLOSE ENTRADA1 .
                CLOSE ENTRADA2 .
                CLOSE ENTRADA3 .
                CLOSE ENTRADA4 .
                CLOSE ENTRADA5 .
                CLOSE ENTRADA6 .
                CLOSE SALIDA1 .
                CLOSE EXLEDGER .
                PERFORM ESCRIBE-REPORTE
                PERFORM ESCRIBE-CONTROL-TOTALES
                display "Fecha de Negocio = " WS-FECHA-NEGOCIO .
                display "Reg. Leidos ACCRUALS      = " WS-C-ENT-1.
                display "Reg. Leidos REDEMPTIONS   = " WS-C-ENT-2.
                display "Reg. Leidos SALDO LEGACY  = " WS-C-ENT-3.
                display "Reg. Leidos CADUCIDAD     = " WS-C-ENT-4.
                display "Reg. Leidos SALDO ORACLE  = " WS-C-ENT-5.
                display "Reg. Oracle Ilegibles     = "
                        WS-C-ORA-ILEGIBLE.
                display "Reg. Oracle Multimarca    = "
                        WS-C-ORA-MULTIMARCA.
                display "RUT Comparados            = " WS-C-COMPARADOS.
                display "RUT Cuadrados             = " WS-C-CUADRADOS.
                display "RUT Saldo Regla Oracle    = " WS-C-SALDO-REGLA.
                display "RUT Saldo Desde Carga     = " WS-C-SALDO-CARGA.
                display "RUT Sin Socio en Oracle   = " WS-C-SIN-SOCIO.
                display "RUT Socio Extra en Oracle = " WS-C-SOCIO-EXTRA.
                display "RUT Sin Saldo a Cargar    = " WS-C-SIN-SALDO.
                display "Puntos en Diferencia      = "
                        WS-SUM-PUNTOS-DIF.

        ESCRIBE-REPORTE .
                OPEN OUTPUT SALIDA2
                MOVE SPACES                     TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE
                MOVE "VERIFICACION DE SALDOS ORACLE CONTRA LEGADO"
                                                 TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE
                MOVE SPACES                     TO WS-LINEA
                STRING "PROGRAMA: SFCPMIG1031"  DELIMITED BY SIZE
                       "  FECHA: "              DELIMITED BY SIZE
                       WS-FECHA-NEGOCIO         DELIMITED BY SIZE
                                                 INTO WS-LINEA
                END-STRING
                MOVE WS-LINEA                   TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE
                MOVE SPACES                     TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE
                MOVE SPACES                     TO WS-LINEA
                STRING "  MARCA     "           DELIMITED BY SIZE
                       " COMPARAD"              DELIMITED BY SIZE
                       " CUADRADO"              DELIMITED BY SIZE
                       " DIF.REGL"              DELIMITED BY SIZE
                       " DIF.CARG"              DELIMITED BY SIZE
                       " SIN SOC."              DELIMITED BY SIZE
                       "    EXTRA"              DELIMITED BY SIZE
                       "  PUNTOS DIF"           DELIMITED BY SIZE
                                                 INTO WS-LINEA
                END-STRING
                MOVE WS-LINEA                   TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE
                MOVE WS-SEPARADOR               TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE
                COMPUTE WS-TOT-IDX = WS-MARCA-CANT + 1
                PERFORM ESCRIBE-MARCA
                   VARYING WS-MARCA-IDX FROM 1 BY 1
                   UNTIL WS-MARCA-IDX > WS-TOT-IDX
                MOVE WS-SEPARADOR               TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE
                MOVE "TOTAL"                    TO WS-DET-ORG_CODE
                MOVE WS-C-COMPARADOS            TO WS-DET-COMPARADOS
                MOVE WS-C-CUADRADOS             TO WS-DET-CUADRADOS
                MOVE WS-C-SALDO-REGLA           TO WS-DET-SALDO-REGLA
                MOVE WS-C-SALDO-CARGA           TO WS-DET-SALDO-CARGA
                MOVE WS-C-SIN-SOCIO             TO WS-DET-SIN-SOCIO
                MOVE WS-C-SOCIO-EXTRA           TO WS-DET-SOCIO-EXTRA
                MOVE WS-SUM-PUNTOS-DIF          TO WS-DET-PUNTOS-DIF
                PERFORM ESCRIBE-LINEA-CIFRAS
                MOVE SPACES                     TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE
                CLOSE SALIDA2 .

        ESCRIBE-MARCA .
      *         Solo se imprimen las marcas con socios verificados.
                IF WS-MARCA-IDX = 1
                   MOVE "RIPLEY"                TO WS-DET-ORG_CODE
                ELSE
                   MOVE WS-MARCA-ITEM-ORG_CODE (WS-MARCA-IDX - 1)
                                                TO WS-DET-ORG_CODE
                END-IF
                MOVE WS-TOT-COMPARADOS (WS-MARCA-IDX)
                                                TO WS-DET-COMPARADOS
                MOVE WS-TOT-CUADRADOS (WS-MARCA-IDX)
                                                TO WS-DET-CUADRADOS
                MOVE WS-TOT-SALDO-REGLA (WS-MARCA-IDX)
                                                TO WS-DET-SALDO-REGLA
                MOVE WS-TOT-SALDO-CARGA (WS-MARCA-IDX)
                                                TO WS-DET-SALDO-CARGA
                MOVE WS-TOT-SIN-SOCIO (WS-MARCA-IDX)
                                                TO WS-DET-SIN-SOCIO
                MOVE WS-TOT-SOCIO-EXTRA (WS-MARCA-IDX)
                                                TO WS-DET-SOCIO-EXTRA
                MOVE WS-TOT-PUNTOS-DIF (WS-MARCA-IDX)
                                                TO WS-DET-PUNTOS-DIF
                IF WS-DET-COMPARADOS > ZEROS
                   OR WS-DET-SIN-SOCIO > ZEROS
                   OR WS-DET-SOCIO-EXTRA > ZEROS
                   PERFORM ESCRIBE-LINEA-CIFRAS
                END-IF .

        ESCRIBE-LINEA-CIFRAS .
                MOVE WS-DET-COMPARADOS          TO WS-COMP-ED
                MOVE WS-DET-CUADRADOS           TO WS-CUAD-ED
                MOVE WS-DET-SALDO-REGLA         TO WS-REGL-ED
                MOVE WS-DET-SALDO-CARGA         TO WS-CARG-ED
                MOVE WS-DET-SIN-SOCIO           TO WS-SINS-ED
                MOVE WS-DET-SOCIO-EXTRA         TO WS-EXTR-ED
                MOVE WS-DET-PUNTOS-DIF          TO WS-PTS-ED
                MOVE SPACES                     TO WS-LINEA
                STRING "  "                     DELIMITED BY SIZE
                       WS-DET-ORG_CODE          DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       WS-COMP-ED               DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       WS-CUAD-ED               DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       WS-REGL-ED               DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       WS-CARG-ED               DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       WS-SINS-ED               DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       WS-EXTR-ED               DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       WS-PTS-ED                DELIMITED BY SIZE
                                                 INTO WS-LINEA
                END-STRING
                MOVE WS-LINEA                   TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE .

        ESCRIBE-CONTROL-TOTALES .
                OPEN EXTEND SALIDA3
                IF WS-CTOT-STATUS NOT = "00"
                   OPEN OUTPUT SALIDA3
                END-IF
                MOVE "SFCPMIG1031"              TO CTOT-PROGRAM_NAME
                MOVE WS-RUN-FECHA               TO CTOT-FECHA
                MOVE "LEIDOS SALDO ORACLE"      TO CTOT-CONTADOR
                MOVE WS-C-ENT-5                  TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "ORACLE COMPARADOS"        TO CTOT-CONTADOR
                MOVE WS-C-COMPARADOS             TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "ORACLE CUADRADOS"         TO CTOT-CONTADOR
                MOVE WS-C-CUADRADOS              TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "ORACLE SALDO REGLA"       TO CTOT-CONTADOR
                MOVE WS-C-SALDO-REGLA            TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "ORACLE SALDO CARGA"       TO CTOT-CONTADOR
                MOVE WS-C-SALDO-CARGA            TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "ORACLE SIN SOCIO"         TO CTOT-CONTADOR
                MOVE WS-C-SIN-SOCIO              TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "ORACLE SOCIO EXTRA"       TO CTOT-CONTADOR
                MOVE WS-C-SOCIO-EXTRA            TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "ORACLE PUNTOS DIF"        TO CTOT-CONTADOR
                MOVE WS-SUM-PUNTOS-DIF           TO CTOT-VALOR
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
