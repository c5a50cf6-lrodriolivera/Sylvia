        IDENTIFICATION DIVISION.
        PROGRAM-ID. SFCPMIG1041 .
        AUTHOR.     CONNECTIS-GS.
      * Compuerta de integridad referencial entre los archivos de
      * carga a Oracle Loyalty Cloud, antes de la transferencia:
      * Oracle rechaza la transaccion cuyo socio no existe y el
      * accrual cuya transaccion no existe, y eso solo se sabe con
      * las respuestas de la manana siguiente. Se verifica que:
      *  - todo RTRA-MEM_NUM, RACUR-MEM_NUM y RREDE-MEM_NUM tenga su
      *    MEMBER en esta corrida (FMEMBER) o en una carga anterior
      *    ya confirmada (export de socios de Oracle FSALDOORACLE,
      *    COPY_SALDO_ORACLE, opcional);
      *  - todo RACUR-TRX_NUM y RREDE-TRX_ID tenga su registro en
      *    TRANSACTIONS, con el mismo MEM_NUM (tambien los accruals
      *    "Saldo Apertura", contra la transaccion de apertura que
      *    SFCPMIG0601 graba por RUT);
      *  - el prefijo de marca del MEM_NUM, el ORG_CODE y el CODPROGR
      *    concuerden entre si segun la tabla de marcas (FMARCA) y
      *    entre archivos (el CODPROGR de la transaccion con el del
      *    MEMBER de su socio).
      * Los dos cruces se resuelven con SORT internos: el primero
      * por MEM_NUM, el segundo por numero de transaccion sobre un
      * archivo de trabajo que deja la primera pasada. Cada
      * violacion se asienta en el libro de excepciones; sobre el
      * umbral configurado (FUMBRALINTEGRIDAD, COPY_UMBRAL,
      * VIOLACIONES-MAX; sin tarjeta ninguna violacion se tolera) el
      * veredicto es NO-GO: se asienta en el archivo de alertas y el
      * programa termina con RETURN-CODE 8 para que el scheduler
      * retenga la transferencia.
      * Fecha : 15-10-2026
      * COMPILAR-LINK : cobol.sh SFCPMIG1041
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

                SELECT ENTRADA1 ASSIGN TO EXTERNAL FMEMBER
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ENTRADA2 ASSIGN TO EXTERNAL FTRANSACTIONS
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ENTRADA3 ASSIGN TO EXTERNAL FACCRUALS
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ENTRADA4 ASSIGN TO EXTERNAL FREDEMPTIONS
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ENTRADA5 ASSIGN TO EXTERNAL FSALDOORACLE
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ORA-STATUS.

                SELECT ENTRADA6 ASSIGN TO EXTERNAL FMARCA
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ENTRADA7 ASSIGN TO EXTERNAL FUMBRALINTEGRIDAD
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-UMB-STATUS.

                SELECT TRABAJO ASSIGN TO EXTERNAL FTRABAJOINTEGRIDAD
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SORTMIEM ASSIGN TO EXTERNAL SORTWKMIEM .

                SELECT SORTTRX ASSIGN TO EXTERNAL SORTWKTRX .

                SELECT SALIDA1 ASSIGN TO EXTERNAL FREPORTEINTEGRIDAD
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA2 ASSIGN TO EXTERNAL FCONTROLTOTALES
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-CTOT-STATUS.

                SELECT EXLEDGER ASSIGN TO EXTERNAL FEXCEPLEDGER
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-EXLED-STATUS.

                SELECT ALERTA ASSIGN TO EXTERNAL FALERTA
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ALER-STATUS.

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

      *    Archivo MEMBER de la corrida (SFCPMIG0501 o consolidado).
       FD ENTRADA1
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 251 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA1 .
          COPY COPY_MEMBER .

      *    Archivo TRANSACTIONS de la corrida (SFCPMIG0601).
       FD ENTRADA2
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 501 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA2 .
          COPY COPY_TRANSACTIONS .

      *    Archivo ACCRUALS de la corrida (SFCPMIG0701).
       FD ENTRADA3
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 251 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA3 .
          COPY COPY_ACURUALS .

      *    Archivo REDEMPTIONS de la corrida (SFCPMIG0801).
       FD ENTRADA4
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 154 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA4 .
          COPY COPY_REDEMPTIONS .

      *    Export de socios de Oracle de la ultima carga confirmada.
       FD ENTRADA5
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 27 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA5 .
          COPY COPY_SALDO_ORACLE .

      *    Tabla de marcas/cadenas del grupo (COPY_MARCA).
       FD ENTRADA6
          RECORDING MODE IS F
          RECORD CONTAINS 26 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA6 .
           COPY COPY_MARCA .

      *    Umbral de la compuerta (COPY_UMBRAL).
       FD ENTRADA7
          RECORDING MODE IS F
          RECORD CONTAINS 23 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA7 .
          COPY COPY_UMBRAL .

      *    Referencias a transaccion (accruals y redemptions) y las
      *    transacciones mismas, para el segundo cruce.
       FD TRABAJO
          RECORDING MODE IS F
          RECORD CONTAINS 42 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-TRABAJO .
           05 TRAB-CLAVE                        PIC X(25) .
           05 TRAB-TIPO                         PIC 9(01) .
           05 TRAB-ARCH                         PIC 9(01) .
           05 TRAB-MEM_NUM                      PIC X(15) .

      *    Cruce por MEM_NUM: socio de la corrida (tipo 1), socio ya
      *    confirmado en Oracle (tipo 2) y referencias (tipo 3).
       SD SORTMIEM .

       01  REG-SORTMIEM .
           05 SMIE-MEM_NUM                      PIC X(15) .
           05 SMIE-TIPO                         PIC 9(01) .
           05 SMIE-ARCH                         PIC 9(01) .
           05 SMIE-CODPROGR                     PIC X(09) .
           05 SMIE-CLAVE                        PIC X(25) .

      *    Cruce por numero de transaccion: transaccion (tipo 1) y
      *    referencias de accruals/redemptions (tipo 2).
       SD SORTTRX .

       01  REG-SORTTRX .
           05 STRX-CLAVE                        PIC X(25) .
           05 STRX-TIPO                         PIC 9(01) .
           05 STRX-ARCH                         PIC 9(01) .
           05 STRX-MEM_NUM                      PIC X(15) .

      *    Reporte de la compuerta con su veredicto.
       FD SALIDA1
          RECORDING MODE IS F
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA1                           PIC X(80) .

      *    Historial de totales de control de la corrida
      *    (COPY_CONTROL_TOTALES), compartido por toda la cadena.
       FD SALIDA2
          RECORDING MODE IS F
          RECORD CONTAINS 51 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA2 .
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

      *    Alerta normalizada de operacion (COPY_ALERTA): la
      *    compuerta asienta aqui su veredicto NO-GO.
       FD ALERTA
          RECORDING MODE IS F
          RECORD CONTAINS 90 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ALERTA .
           COPY COPY_ALERTA .

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
           05 WS-FIN-SM                         PIC 9(01) VALUE ZEROS .
           05 WS-FIN-ST                         PIC 9(01) VALUE ZEROS .
           05 WS-ORA-STATUS                     PIC X(02) .
           05 WS-UMB-STATUS                     PIC X(02) .
           05 WS-EXLED-STATUS                   PIC X(02) .
           05 WS-RC-FINAL                       PIC 9(04) VALUE ZEROS .
           05 WS-C-ORACLE                       PIC 9(12) VALUE ZEROS .
           05 WS-C-VIOLACIONES                  PIC 9(12) VALUE ZEROS .
           05 WS-RUN-FECHA                      PIC X(08) .
           05 WS-FECHA .
              10 WS-FAA                         PIC X(04) .
              10 WS-FMM                         PIC X(02) .
              10 WS-FDD                         PIC X(02) .

      *    Umbral de violaciones toleradas antes del NO-GO.
        01 WS-UMBRALES.
           05 WS-FIN-UMB                        PIC 9(01) VALUE ZEROS .
           05 WS-UMB-VIOLACIONES                PIC 9(03) VALUE ZEROS .

      *    Contadores por archivo de carga: 1 MEMBER, 2 TRANSACTIONS,
      *    3 ACCRUALS, 4 REDEMPTIONS.
        01 WS-NOMBRES-VALORES.
           05 FILLER                            PIC X(12)
                                                 VALUE "MEMBER" .
           05 FILLER                            PIC X(12)
                                                 VALUE "TRANSACTIONS" .
           05 FILLER                            PIC X(12)
                                                 VALUE "ACCRUALS" .
           05 FILLER                            PIC X(12)
                                                 VALUE "REDEMPTIONS" .
        01 WS-NOMBRES REDEFINES WS-NOMBRES-VALORES .
           05 WS-ARCH-NOMBRE OCCURS 4 TIMES     PIC X(12) .

        01 WS-TABLA-ARCHIVOS.
           05 WS-ARCH-IDX                       PIC 9(04) COMP .
           05 WS-ARCH-ITEM OCCURS 4 TIMES .
              10 WS-ARCH-LEIDOS                 PIC 9(12) .
              10 WS-ARCH-SIN-MIEMBRO            PIC 9(12) .
              10 WS-ARCH-SIN-TRX                PIC 9(12) .
              10 WS-ARCH-MARCA                  PIC 9(12) .

      *    Vistas del registro leido para saltar encabezado y
      *    trailer (reglas de SFCPMIG1008) y de las claves para
      *    el libro de excepciones.
        01 WS-CLASIFICA.
           05 WS-REG-BUF                        PIC X(501) .
           05 WS-REG-BUF-R REDEFINES WS-REG-BUF .
              10 WS-CABEZA-7                    PIC X(07) .
              10 FILLER                         PIC X(494) .
           05 WS-REG-BUF-R2 REDEFINES WS-REG-BUF .
              10 WS-CABEZA-20                   PIC X(20) .
              10 FILLER                         PIC X(481) .
           05 WS-DETALLE-SW                     PIC X(01) .
              88 ES-DETALLE                     VALUE "S" .
           05 WS-MEM_NUM                        PIC X(15) .
           05 WS-MEM_NUM-R REDEFINES WS-MEM_NUM .
              10 WS-MEM-PREFIJO                 PIC X(04) .
              10 WS-MEM-RUT                     PIC X(08) .
              10 FILLER                         PIC X(03) .
           05 WS-CLAVE                          PIC X(25) .
           05 WS-CLAVE-R REDEFINES WS-CLAVE .
              10 FILLER                         PIC X(03) .
              10 WS-CLAVE-RUT                   PIC X(08) .
              10 WS-CLAVE-NUMMOVIM              PIC X(10) .
              10 FILLER                         PIC X(04) .
           05 WS-CODPROGR                       PIC X(09) .
           05 WS-ARCH-ACTUAL                    PIC 9(01) .
           05 WS-TIPO-VIOLACION                 PIC X(20) .

      *    Estado del grupo en cruce (MEM_NUM o transaccion).
        01 WS-CRUCE.
           05 WS-GRUPO-MEM_NUM                  PIC X(15) VALUE SPACES .
           05 WS-GRUPO-CLAVE                    PIC X(25) VALUE SPACES .
           05 WS-HAY-MIEMBRO                    PIC X(01) VALUE "N" .
              88 HAY-MIEMBRO                    VALUE "S" .
           05 WS-HAY-TRX                        PIC X(01) VALUE "N" .
              88 HAY-TRX                        VALUE "S" .
           05 WS-MIEMBRO-CODPROGR               PIC X(09) .
           05 WS-TRX-MEM_NUM                    PIC X(15) .

      *    Tabla de marcas (ORG/prefijo por CODPROGR); sin la marca
      *    en la tabla rige el ORG_CODE/prefijo historico de
      *    RIPLEY/CL01, como en SFCPMIG0501/0601.
        01 WS-TABLA-MARCA.
           05 WS-MARCA-CANT                     PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-MARCA-IDX                      PIC 9(04) COMP .
           05 WS-MARCA-ENCONTRADO               PIC X(01) .
              88 MARCA-FUE-ENCONTRADA           VALUE "S" .
           05 WS-MARCA-ORG-ACTUAL               PIC X(10) .
           05 WS-MARCA-PREFIJO-ACTUAL           PIC X(04) .
           05 WS-MARCA-ITEM OCCURS 50 TIMES .
              10 WS-MARCA-ITEM-CODPROGR         PIC X(09) .
              10 WS-MARCA-ITEM-ORG_CODE         PIC X(10) .
              10 WS-MARCA-ITEM-PREFIJO          PIC X(04) .

      *    Lineas del reporte.
        01 WS-REPORTE.
           05 WS-LINEA                          PIC X(80) .
           05 WS-SEPARADOR                      PIC X(80)
                                                 VALUE ALL "-" .
           05 WS-LEID-ED                        PIC Z(10)9 .
           05 WS-SMIE-ED                        PIC Z(10)9 .
           05 WS-STRX-ED                        PIC Z(10)9 .
           05 WS-MARC-ED                        PIC Z(10)9 .

      *    Control de apertura del historial de totales (SALIDA2).
        01 WS-CONTROL-TOTALES.
           05 WS-CTOT-STATUS                    PIC X(02) .

      *    Campos de trabajo del asiento de alerta (COPY_ALERTA).
        01 WS-ALERTA.
           05 WS-ALER-STATUS                    PIC X(02) .
           05 WS-ALERTA-TS                      PIC X(21) .
           05 WS-ALERTA-CONDICION               PIC 9(04) .
           05 WS-ALERTA-MENSAJE                 PIC X(60) .

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
                MOVE WS-RC-FINAL           TO RETURN-CODE
                STOP RUN .

        100000-INICIO .
                PERFORM LEE-FECHA-NEGOCIO
                MOVE WS-FECHA-NEGOCIO           TO WS-FECHA
                MOVE WS-FECHA                   TO WS-RUN-FECHA
                INITIALIZE WS-TABLA-ARCHIVOS
                PERFORM LEE-UMBRALES
                OPEN INPUT ENTRADA6 .
                PERFORM LEE-06
                PERFORM CARGA-MARCA UNTIL WS-FIN-6 = 1
                CLOSE ENTRADA6 .
                OPEN EXTEND EXLEDGER
                IF WS-EXLED-STATUS NOT = "00"
                   OPEN OUTPUT EXLEDGER
                END-IF .

        LEE-UMBRALES .
                OPEN INPUT ENTRADA7
                IF WS-UMB-STATUS = "00"
                   PERFORM LEE-UMBRAL-FISICO
                   PERFORM APLICA-UMBRAL UNTIL WS-FIN-UMB = 1
                   CLOSE ENTRADA7
                END-IF .

        LEE-UMBRAL-FISICO .
                READ ENTRADA7 AT END MOVE 1     TO WS-FIN-UMB .

        APLICA-UMBRAL .
                IF UMB-VALOR IS NUMERIC
                   AND UMB-NOMBRE = "VIOLACIONES-MAX"
                   MOVE UMB-VALOR               TO WS-UMB-VIOLACIONES
                END-IF
                PERFORM LEE-UMBRAL-FISICO .

        200000-PROCESO .
      *         Primera pasada: controles de marca registro a
      *         registro y cruce por MEM_NUM; las referencias a
      *         transaccion quedan en TRABAJO. Segunda pasada: cruce
      *         por numero de transaccion.
                SORT SORTMIEM
                     ON ASCENDING KEY SMIE-MEM_NUM
                                      SMIE-TIPO
                     INPUT PROCEDURE IS CARGA-MIEMBROS
                     OUTPUT PROCEDURE IS CRUZA-MIEMBROS
                CLOSE TRABAJO
                SORT SORTTRX
                     ON ASCENDING KEY STRX-CLAVE
                                      STRX-TIPO
                     USING TRABAJO
                     OUTPUT PROCEDURE IS CRUZA-TRANSACCIONES .

      *---------------------------------------------------------------*
      *  Primera pasada: lectura de los archivos de carga.            *
      *---------------------------------------------------------------*
        CARGA-MIEMBROS .
                OPEN OUTPUT TRABAJO
                OPEN INPUT ENTRADA1 .
                PERFORM LEE-01
                PERFORM SUELTA-MEMBER UNTIL WS-FIN-1 = 1
                CLOSE ENTRADA1 .
                OPEN INPUT ENTRADA2 .
                PERFORM LEE-02
                PERFORM SUELTA-TRANSACCION UNTIL WS-FIN-2 = 1
                CLOSE ENTRADA2 .
                OPEN INPUT ENTRADA3 .
                PERFORM LEE-03
                PERFORM SUELTA-ACCRUAL UNTIL WS-FIN-3 = 1
                CLOSE ENTRADA3 .
                OPEN INPUT ENTRADA4 .
                PERFORM LEE-04
                PERFORM SUELTA-REDENCION UNTIL WS-FIN-4 = 1
                CLOSE ENTRADA4 .
                OPEN INPUT ENTRADA5
                IF WS-ORA-STATUS = "00"
                   PERFORM LEE-05
                   PERFORM SUELTA-ORACLE UNTIL WS-FIN-5 = 1
                   CLOSE ENTRADA5
                END-IF .

        SUELTA-MEMBER .
      *         El prefijo del MEM_NUM debe ser el de la marca de su
      *         CODPROGR (RMEM-NAME_MEM).
                MOVE 1                          TO WS-ARCH-ACTUAL
                MOVE RMEM-MEM_NUM               TO WS-MEM_NUM
                MOVE RMEM-NAME_MEM              TO WS-CODPROGR
                MOVE SPACES                     TO WS-CLAVE
                PERFORM BUSCA-MARCA
                IF WS-MEM-PREFIJO NOT = WS-MARCA-PREFIJO-ACTUAL
                   MOVE "MARCA MEMNUM CODPROG" TO WS-TIPO-VIOLACION
                   PERFORM GRABA-VIOLACION-MARCA
                END-IF
                MOVE RMEM-MEM_NUM               TO SMIE-MEM_NUM
                MOVE 1                          TO SMIE-TIPO
                MOVE 1                          TO SMIE-ARCH
                MOVE RMEM-NAME_MEM              TO SMIE-CODPROGR
                MOVE SPACES                     TO SMIE-CLAVE
                RELEASE REG-SORTMIEM
                PERFORM LEE-01 .

        SUELTA-TRANSACCION .
      *         Prefijo del MEM_NUM y ORG_CODE deben ser los de la
      *         marca del CODPROGR de la transaccion.
                MOVE 2                          TO WS-ARCH-ACTUAL
                MOVE RTRA-MEM_NUM               TO WS-MEM_NUM
                MOVE RTRA-CODPROGR              TO WS-CODPROGR
                MOVE RTRA-TXN_NUM               TO WS-CLAVE
                PERFORM BUSCA-MARCA
                IF WS-MEM-PREFIJO NOT = WS-MARCA-PREFIJO-ACTUAL
                   MOVE "MARCA MEMNUM CODPROG" TO WS-TIPO-VIOLACION
                   PERFORM GRABA-VIOLACION-MARCA
                ELSE
                   IF RTRA-ORG_CODE NOT = WS-MARCA-ORG-ACTUAL
                      MOVE "MARCA ORG CODPROGR" TO WS-TIPO-VIOLACION
                      PERFORM GRABA-VIOLACION-MARCA
                   END-IF
                END-IF
                MOVE RTRA-MEM_NUM               TO SMIE-MEM_NUM
                MOVE 3                          TO SMIE-TIPO
                MOVE 2                          TO SMIE-ARCH
                MOVE RTRA-CODPROGR              TO SMIE-CODPROGR
                MOVE RTRA-TXN_NUM               TO SMIE-CLAVE
                RELEASE REG-SORTMIEM
                MOVE RTRA-TXN_NUM               TO TRAB-CLAVE
                MOVE 1                          TO TRAB-TIPO
                MOVE 2                          TO TRAB-ARCH
                MOVE RTRA-MEM_NUM               TO TRAB-MEM_NUM
                WRITE REG-TRABAJO END-WRITE
                PERFORM LEE-02 .

        SUELTA-ACCRUAL .
      *         El accrual no trae marca propia: su prefijo debe
      *         existir en la tabla y su transaccion tener el mismo
      *         MEM_NUM (segundo cruce).
                MOVE 3                          TO WS-ARCH-ACTUAL
                MOVE RACUR-MEM_NUM              TO WS-MEM_NUM
                MOVE SPACES                     TO WS-CODPROGR
                MOVE RACUR-TRX_NUM              TO WS-CLAVE
                PERFORM VALIDA-PREFIJO
                MOVE RACUR-MEM_NUM              TO SMIE-MEM_NUM
                MOVE 3                          TO SMIE-TIPO
                MOVE 3                          TO SMIE-ARCH
                MOVE SPACES                     TO SMIE-CODPROGR
                MOVE RACUR-TRX_NUM              TO SMIE-CLAVE
                RELEASE REG-SORTMIEM
                MOVE RACUR-TRX_NUM              TO TRAB-CLAVE
                MOVE 2                          TO TRAB-TIPO
                MOVE 3                          TO TRAB-ARCH
                MOVE RACUR-MEM_NUM              TO TRAB-MEM_NUM
                WRITE REG-TRABAJO END-WRITE
                PERFORM LEE-03 .

        SUELTA-REDENCION .
                MOVE 4                          TO WS-ARCH-ACTUAL
                MOVE RREDE-MEM_NUM              TO WS-MEM_NUM
                MOVE SPACES                     TO WS-CODPROGR
                MOVE RREDE-TRX_ID               TO WS-CLAVE
                PERFORM VALIDA-PREFIJO
                MOVE RREDE-MEM_NUM              TO SMIE-MEM_NUM
                MOVE 3                          TO SMIE-TIPO
                MOVE 4                          TO SMIE-ARCH
                MOVE SPACES                     TO SMIE-CODPROGR
                MOVE RREDE-TRX_ID               TO SMIE-CLAVE
                RELEASE REG-SORTMIEM
                MOVE RREDE-TRX_ID               TO TRAB-CLAVE
                MOVE 2                          TO TRAB-TIPO
                MOVE 4                          TO TRAB-ARCH
                MOVE RREDE-MEM_NUM              TO TRAB-MEM_NUM
                WRITE REG-TRABAJO END-WRITE
                PERFORM LEE-04 .

        SUELTA-ORACLE .
                MOVE ORASAL-MEM_NUM             TO SMIE-MEM_NUM
                MOVE 2                          TO SMIE-TIPO
                MOVE ZEROS                      TO SMIE-ARCH
                MOVE SPACES                     TO SMIE-CODPROGR
                MOVE SPACES                     TO SMIE-CLAVE
                RELEASE REG-SORTMIEM
                PERFORM LEE-05 .

        VALIDA-PREFIJO .
                MOVE "N"                        TO WS-MARCA-ENCONTRADO
                IF WS-MEM-PREFIJO = "CL01"
                   MOVE "S"                     TO WS-MARCA-ENCONTRADO
                END-IF
                PERFORM COMPARA-PREFIJO
                   VARYING WS-MARCA-IDX FROM 1 BY 1
                   UNTIL WS-MARCA-IDX > WS-MARCA-CANT
                      OR MARCA-FUE-ENCONTRADA
                IF NOT MARCA-FUE-ENCONTRADA
                   MOVE "MARCA PREFIJO DESCON" TO WS-TIPO-VIOLACION
                   PERFORM GRABA-VIOLACION-MARCA
                END-IF .

        COMPARA-PREFIJO .
                IF WS-MARCA-ITEM-PREFIJO (WS-MARCA-IDX)
                   = WS-MEM-PREFIJO
                   MOVE "S"                     TO WS-MARCA-ENCONTRADO
                END-IF .

        GRABA-VIOLACION-MARCA .
                ADD 1                           TO
                    WS-ARCH-MARCA (WS-ARCH-ACTUAL)
                PERFORM GRABA-VIOLACION .

      *---------------------------------------------------------------*
      *  Cruce por MEM_NUM.                                           *
      *---------------------------------------------------------------*
        CRUZA-MIEMBROS .
                PERFORM LEE-SORTMIEM
                PERFORM CRUZA-MIEMBRO UNTIL WS-FIN-SM = 1 .

        LEE-SORTMIEM .
                RETURN SORTMIEM AT END MOVE 1   TO WS-FIN-SM
                END-RETURN .

        CRUZA-MIEMBRO .
      *         Los socios (tipos 1 y 2) llegan antes que las
      *         referencias de su MEM_NUM.
                IF SMIE-MEM_NUM NOT = WS-GRUPO-MEM_NUM
                   MOVE SMIE-MEM_NUM            TO WS-GRUPO-MEM_NUM
                   MOVE "N"                     TO WS-HAY-MIEMBRO
                   MOVE SPACES                  TO WS-MIEMBRO-CODPROGR
                END-IF
                EVALUATE SMIE-TIPO
                   WHEN 1
                      MOVE "S"                  TO WS-HAY-MIEMBRO
                      MOVE SMIE-CODPROGR        TO WS-MIEMBRO-CODPROGR
                   WHEN 2
                      MOVE "S"                  TO WS-HAY-MIEMBRO
                   WHEN OTHER
                      PERFORM VERIFICA-MIEMBRO
                END-EVALUATE
                PERFORM LEE-SORTMIEM .

        VERIFICA-MIEMBRO .
                MOVE SMIE-ARCH                  TO WS-ARCH-ACTUAL
                MOVE SMIE-MEM_NUM               TO WS-MEM_NUM
                MOVE SMIE-CODPROGR              TO WS-CODPROGR
                MOVE SMIE-CLAVE                 TO WS-CLAVE
                EVALUATE TRUE
                   WHEN NOT HAY-MIEMBRO
                      ADD 1                     TO
                          WS-ARCH-SIN-MIEMBRO (WS-ARCH-ACTUAL)
                      MOVE "SIN MEMBER"         TO WS-TIPO-VIOLACION
                      PERFORM GRABA-VIOLACION
                   WHEN SMIE-CODPROGR NOT = SPACES
                        AND WS-MIEMBRO-CODPROGR NOT = SPACES
                        AND SMIE-CODPROGR NOT = WS-MIEMBRO-CODPROGR
                      MOVE "MARCA TRX VS MEMBER" TO WS-TIPO-VIOLACION
                      PERFORM GRABA-VIOLACION-MARCA
                END-EVALUATE .

      *---------------------------------------------------------------*
      *  Cruce por numero de transaccion.                             *
      *---------------------------------------------------------------*
        CRUZA-TRANSACCIONES .
                PERFORM LEE-SORTTRX
                PERFORM CRUZA-TRANSACCION UNTIL WS-FIN-ST = 1 .

        LEE-SORTTRX .
                RETURN SORTTRX AT END MOVE 1    TO WS-FIN-ST
                END-RETURN .

        CRUZA-TRANSACCION .
                IF STRX-CLAVE NOT = WS-GRUPO-CLAVE
                   MOVE STRX-CLAVE              TO WS-GRUPO-CLAVE
                   MOVE "N"                     TO WS-HAY-TRX
                   MOVE SPACES                  TO WS-TRX-MEM_NUM
                END-IF
                IF STRX-TIPO = 1
                   MOVE "S"                     TO WS-HAY-TRX
                   MOVE STRX-MEM_NUM            TO WS-TRX-MEM_NUM
                ELSE
                   PERFORM VERIFICA-TRANSACCION
                END-IF
                PERFORM LEE-SORTTRX .

        VERIFICA-TRANSACCION .
                MOVE STRX-ARCH                  TO WS-ARCH-ACTUAL
                MOVE STRX-MEM_NUM               TO WS-MEM_NUM
                MOVE SPACES                     TO WS-CODPROGR
                MOVE STRX-CLAVE                 TO WS-CLAVE
                EVALUATE TRUE
                   WHEN NOT HAY-TRX
                      ADD 1                     TO
                          WS-ARCH-SIN-TRX (WS-ARCH-ACTUAL)
                      MOVE "SIN TRANSACTION"    TO WS-TIPO-VIOLACION
                      PERFORM GRABA-VIOLACION
                   WHEN STRX-MEM_NUM NOT = WS-TRX-MEM_NUM
                      MOVE "MARCA MEMNUM VS TRX" TO WS-TIPO-VIOLACION
                      PERFORM GRABA-VIOLACION-MARCA
                END-EVALUATE .

        GRABA-VIOLACION .
      *         Asiento en el libro de excepciones: RUT y NUMMOVIM
      *         salen del MEM_NUM y del numero de transaccion cuando
      *         son numericos.
                ADD 1                           TO WS-C-VIOLACIONES
                MOVE "SFCPMIG1041"              TO EXLED-PROGRAM_NAME
                MOVE WS-RUN-FECHA               TO EXLED-FECHA
                MOVE WS-CODPROGR                TO EXLED-CODPROGR
                MOVE ZEROS                      TO EXLED-RUT
                MOVE ZEROS                      TO EXLED-NUMMOVIM
                IF WS-MEM-RUT IS NUMERIC
                   MOVE WS-MEM-RUT              TO EXLED-RUT
                END-IF
                IF WS-CLAVE-NUMMOVIM IS NUMERIC
                   MOVE WS-CLAVE-NUMMOVIM       TO EXLED-NUMMOVIM
                END-IF
                MOVE WS-TIPO-VIOLACION          TO EXLED-TIPO
                MOVE "A"                        TO EXLED-SEVERIDAD
                MOVE SPACES                     TO EXLED-DATO
                STRING WS-ARCH-NOMBRE (WS-ARCH-ACTUAL)
                                                DELIMITED BY SPACES
                       " "                      DELIMITED BY SIZE
                       WS-MEM_NUM               DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       WS-CLAVE                 DELIMITED BY SIZE
                                                INTO EXLED-DATO
                END-STRING
                WRITE REG-EXLEDGER END-WRITE .

      *---------------------------------------------------------------*
      *  Lectura de los archivos (solo detalles).                     *
      *---------------------------------------------------------------*
        CLASIFICA-REGISTRO .
      *         Encabezado: firma del programa; trailer: fecha +
      *         contador numericos; lo demas es detalle.
                MOVE "S"                        TO WS-DETALLE-SW
                IF WS-CABEZA-7 = "SFCPMIG"
                   OR WS-CABEZA-20 IS NUMERIC
                   MOVE "N"                     TO WS-DETALLE-SW
                END-IF .

        LEE-01 .
                MOVE "N"                        TO WS-DETALLE-SW
                PERFORM LEE-01-FISICO
                   UNTIL WS-FIN-1 = 1 OR ES-DETALLE .

        LEE-01-FISICO .
                READ ENTRADA1 AT END MOVE 1     TO WS-FIN-1 .
                IF WS-FIN-1 = ZEROS
                   MOVE REG-ENTRADA1            TO WS-REG-BUF
                   PERFORM CLASIFICA-REGISTRO
                   IF ES-DETALLE
                      ADD 1                     TO WS-ARCH-LEIDOS (1)
                   END-IF
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
                   IF ES-DETALLE
                      ADD 1                     TO WS-ARCH-LEIDOS (2)
                   END-IF
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
                   IF ES-DETALLE
                      ADD 1                     TO WS-ARCH-LEIDOS (3)
                   END-IF
                END-IF .

        LEE-04 .
                MOVE "N"                        TO WS-DETALLE-SW
                PERFORM LEE-04-FISICO
                   UNTIL WS-FIN-4 = 1 OR ES-DETALLE .

        LEE-04-FISICO .
                READ ENTRADA4 AT END MOVE 1     TO WS-FIN-4 .
                IF WS-FIN-4 = ZEROS
                   MOVE REG-ENTRADA4            TO WS-REG-BUF
                   PERFORM CLASIFICA-REGISTRO
                   IF ES-DETALLE
                      ADD 1                     TO WS-ARCH-LEIDOS (4)
                   END-IF
                END-IF .

        LEE-05 .
      *         Un MEM_NUM sin RUT numerico (encabezado del export)
      *         se salta.
                PERFORM LEE-05-FISICO
                PERFORM LEE-05-FISICO
                   UNTIL WS-FIN-5 = 1 OR ORASAL-RUT IS NUMERIC .

        LEE-05-FISICO .
                READ ENTRADA5 AT END MOVE 1     TO WS-FIN-5 .
                IF WS-FIN-5 = ZEROS
                   AND ORASAL-RUT IS NUMERIC
                   ADD 1                        TO WS-C-ORACLE
                END-IF .

        LEE-06 .
                READ ENTRADA6 AT END MOVE 1     TO WS-FIN-6 .

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
                PERFORM LEE-06 .

        BUSCA-MARCA .
      *         CODPROGR fuera de la tabla: ORG_CODE/prefijo
      *         historico de RIPLEY/CL01 por defecto.
                MOVE "N"                        TO WS-MARCA-ENCONTRADO
                MOVE "RIPLEY"                   TO WS-MARCA-ORG-ACTUAL
                MOVE "CL01"                     TO
                     WS-MARCA-PREFIJO-ACTUAL
                PERFORM COMPARA-MARCA
                   VARYING WS-MARCA-IDX FROM 1 BY 1
                   UNTIL WS-MARCA-IDX > WS-MARCA-CANT
                      OR MARCA-FUE-ENCONTRADA .

        COMPARA-MARCA .
                IF WS-MARCA-ITEM-CODPROGR (WS-MARCA-IDX)
                   = WS-CODPROGR
                   MOVE "S"                     TO WS-MARCA-ENCONTRADO
                   MOVE WS-MARCA-ITEM-ORG_CODE (WS-MARCA-IDX)
                                                TO WS-MARCA-ORG-ACTUAL
                   MOVE WS-MARCA-ITEM-PREFIJO (WS-MARCA-IDX)
                                                TO
                        WS-MARCA-PREFIJO-ACTUAL
                END-IF .

        300000-FINAL .
                CLOSE EXLEDGER
                OPEN OUTPUT SALIDA1
                MOVE "INTEGRIDAD REFERENCIAL DE LA CARGA - SFCPMIG"
                                                TO REG-SALIDA1
                WRITE REG-SALIDA1 END-WRITE
                MOVE SPACES                     TO WS-LINEA
                MOVE "FECHA DE NEGOCIO "        TO WS-LINEA
                MOVE WS-FECHA-NEGOCIO           TO WS-LINEA (18:8)
                MOVE WS-LINEA                   TO REG-SALIDA1
                WRITE REG-SALIDA1 END-WRITE
                MOVE WS-SEPARADOR               TO REG-SALIDA1
                WRITE REG-SALIDA1 END-WRITE
                MOVE SPACES                     TO WS-LINEA
                MOVE "ARCHIVO"                  TO WS-LINEA (1:7)
                MOVE "DETALLES"                 TO WS-LINEA (21:8)
                MOVE "SIN MEMBER"               TO WS-LINEA (32:10)
                MOVE "SIN TRX"                  TO WS-LINEA (47:7)
                MOVE "MARCA"                    TO WS-LINEA (63:5)
                MOVE WS-LINEA                   TO REG-SALIDA1
                WRITE REG-SALIDA1 END-WRITE
                PERFORM ESCRIBE-LINEA-ARCHIVO
                   VARYING WS-ARCH-IDX FROM 1 BY 1
                   UNTIL WS-ARCH-IDX > 4
                MOVE WS-SEPARADOR               TO REG-SALIDA1
                WRITE REG-SALIDA1 END-WRITE
                MOVE SPACES                     TO WS-LINEA
                MOVE "VIOLACIONES "             TO WS-LINEA
                MOVE WS-C-VIOLACIONES           TO WS-LEID-ED
                MOVE WS-LEID-ED                 TO WS-LINEA (13:11)
                MOVE " UMBRAL "                 TO WS-LINEA (24:8)
                MOVE WS-UMB-VIOLACIONES         TO WS-LINEA (32:3)
                MOVE WS-LINEA                   TO REG-SALIDA1
                WRITE REG-SALIDA1 END-WRITE
                IF WS-C-VIOLACIONES > WS-UMB-VIOLACIONES
                   MOVE 8                       TO WS-RC-FINAL
                   MOVE "RESULTADO: NO-GO (INTEGRIDAD REFERENCIAL)"
                                                TO REG-SALIDA1
                   MOVE "RESULTADO NO-GO INTEGRIDAD REFERENCIAL"
                                           TO WS-ALERTA-MENSAJE
                   MOVE 8                      TO WS-ALERTA-CONDICION
                   PERFORM GRABA-ALERTA
                ELSE
                   MOVE "RESULTADO: GO"         TO REG-SALIDA1
                END-IF
                WRITE REG-SALIDA1 END-WRITE
                CLOSE SALIDA1
                PERFORM ESCRIBE-CONTROL-TOTALES
                display "Fecha de Negocio = " WS-FECHA-NEGOCIO .
                display "Detalles MEMBER       = " WS-ARCH-LEIDOS (1).
                display "Detalles TRANSACTIONS = " WS-ARCH-LEIDOS (2).
                display "Detalles ACCRUALS     = " WS-ARCH-LEIDOS (3).
                display "Detalles REDEMPTIONS  = " WS-ARCH-LEIDOS (4).
                display "Socios Oracle         = " WS-C-ORACLE.
                display "Violaciones           = " WS-C-VIOLACIONES.
                display "Return-Code Final     = " WS-RC-FINAL.

        ESCRIBE-LINEA-ARCHIVO .
                MOVE SPACES                     TO WS-LINEA
                MOVE WS-ARCH-NOMBRE (WS-ARCH-IDX) TO WS-LINEA (1:12)
                MOVE WS-ARCH-LEIDOS (WS-ARCH-IDX) TO WS-LEID-ED
                MOVE WS-ARCH-SIN-MIEMBRO (WS-ARCH-IDX) TO WS-SMIE-ED
                MOVE WS-ARCH-SIN-TRX (WS-ARCH-IDX) TO WS-STRX-ED
                MOVE WS-ARCH-MARCA (WS-ARCH-IDX) TO WS-MARC-ED
                MOVE WS-LEID-ED                 TO WS-LINEA (18:11)
                MOVE WS-SMIE-ED                 TO WS-LINEA (31:11)
                MOVE WS-STRX-ED                 TO WS-LINEA (43:11)
                MOVE WS-MARC-ED                 TO WS-LINEA (57:11)
                MOVE WS-LINEA                   TO REG-SALIDA1
                WRITE REG-SALIDA1 END-WRITE .

        GRABA-ALERTA .
      *         Asiento normalizado en el archivo unico de alertas;
      *         el parrafo que invoca ya dejo cargados el mensaje y
      *         el codigo de condicion. La compuerta no usa la
      *         bitacora, asi que estampa su propio RUN-ID.
                OPEN EXTEND ALERTA
                IF WS-ALER-STATUS NOT = "00"
                   OPEN OUTPUT ALERTA
                END-IF
                MOVE FUNCTION CURRENT-DATE      TO WS-ALERTA-TS
                MOVE WS-ALERTA-TS (1:14)        TO ALER-RUN-ID
                IF WS-FECHA-NEGOCIO IS NUMERIC
                   MOVE WS-FECHA-NEGOCIO        TO ALER-RUN-ID (1:8)
                END-IF
                MOVE "SFCPMIG1041"              TO ALER-PROGRAM_NAME
                MOVE "A"                        TO ALER-SEVERIDAD
                MOVE WS-ALERTA-CONDICION        TO ALER-CONDICION
                MOVE WS-ALERTA-MENSAJE          TO ALER-MENSAJE
                WRITE REG-ALERTA END-WRITE
                CLOSE ALERTA .

        ESCRIBE-CONTROL-TOTALES .
                OPEN EXTEND SALIDA2
                IF WS-CTOT-STATUS NOT = "00"
                   OPEN OUTPUT SALIDA2
                END-IF
                MOVE "SFCPMIG1041"              TO CTOT-PROGRAM_NAME
                MOVE WS-FECHA-NEGOCIO           TO WS-FECHA
                MOVE WS-FECHA                    TO CTOT-FECHA
                MOVE "INTEG SIN MEMBER"         TO CTOT-CONTADOR
                COMPUTE CTOT-VALOR = WS-ARCH-SIN-MIEMBRO (2)
                                   + WS-ARCH-SIN-MIEMBRO (3)
                                   + WS-ARCH-SIN-MIEMBRO (4)
                WRITE REG-SALIDA2 END-WRITE
                MOVE "INTEG SIN TRX"            TO CTOT-CONTADOR
                COMPUTE CTOT-VALOR = WS-ARCH-SIN-TRX (3)
                                   + WS-ARCH-SIN-TRX (4)
                WRITE REG-SALIDA2 END-WRITE
                MOVE "INTEG MARCA"              TO CTOT-CONTADOR
                COMPUTE CTOT-VALOR = WS-ARCH-MARCA (1)
                                   + WS-ARCH-MARCA (2)
                                   + WS-ARCH-MARCA (3)
                                   + WS-ARCH-MARCA (4)
                WRITE REG-SALIDA2 END-WRITE
                MOVE "INTEG VIOLACIONES"        TO CTOT-CONTADOR
                MOVE WS-C-VIOLACIONES            TO CTOT-VALOR
                WRITE REG-SALIDA2 END-WRITE
                CLOSE SALIDA2 .

        LEE-FECHA-NEGOCIO .
      *         Fecha de negocio de la cadena (COPY_FECHA_NEGOCIO): la
      *         datacion de la corrida sale de ella y no del reloj.
      *         Sin registro de control, o con una fecha anterior al
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
