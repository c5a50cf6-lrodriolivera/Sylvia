        IDENTIFICATION DIVISION.
        PROGRAM-ID. SFCPMIG1044 .
        AUTHOR.     CONNECTIS-GS.
      * Deteccion de socios inactivos y atributo de ultima actividad:
      * a partir de los archivos de carga de la cadena deriva, por
      * socio y marca (MEM_NUM), la fecha de la ultima acumulacion,
      * la del ultimo canje y los meses de inactividad a la fecha de
      * negocio, para que Oracle Loyalty Cloud aplique sus reglas de
      * inactividad desde el primer dia y Marketing pueda reactivar
      * a los socios dormidos.
      *  - Acumulacion: transacciones ORA_TXN_ACC de TRANSACTIONS
      *    (RTRA-TXN_DT) y accruals (RACUR-PROCESS_DT); el accrual
      *    "Saldo Apertura" y su transaccion de apertura no son
      *    actividad, solo saldo.
      *  - Canje: REDEMPTIONS no trae fecha; cada canje (valor
      *    negativo, tipo distinto de EXPIRATION) toma la fecha de
      *    su transaccion en TRANSACTIONS (RREDE-TRX_ID =
      *    RTRA-TXN_NUM). Anulaciones y caducidades no son actividad.
      *  - Puntos disponibles: acreditado menos canjeado y vencido de
      *    los tramos de ACCRUALS aun no vencidos.
      * Los cruces se resuelven con dos SORT internos: el primero por
      * numero de transaccion fecha los canjes, el segundo por
      * MEM_NUM sobre un archivo de trabajo consolida cada socio.
      * Salidas: actualizacion de atributos para Oracle
      * (COPY_ATRIBUTO_ACTIVIDAD, con encabezado y trailer) y
      * extracto de socios inactivos por banda de inactividad
      * (COPY_MIEMBRO_INACTIVO; bandas 6/12/24 meses configurables en
      * FUMBRALINACTIVIDAD, COPY_UMBRAL).
      * Fecha : 15-10-2026
      * COMPILAR-LINK : cobol.sh SFCPMIG1044
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

                SELECT ENTRADA1 ASSIGN TO EXTERNAL FTRANSACTIONS
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ENTRADA2 ASSIGN TO EXTERNAL FACCRUALS
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ENTRADA3 ASSIGN TO EXTERNAL FREDEMPTIONS
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-REDE-STATUS.

                SELECT ENTRADA4 ASSIGN TO EXTERNAL FMARCA
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ENTRADA5 ASSIGN TO EXTERNAL FUMBRALINACTIVIDAD
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-UMB-STATUS.

                SELECT TRABAJO ASSIGN TO EXTERNAL FTRABAJOACTIVIDAD
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SORTTRX ASSIGN TO EXTERNAL SORTWKTRX .

                SELECT SORTMIEM ASSIGN TO EXTERNAL SORTWKMIEM .

                SELECT SALIDA1 ASSIGN TO EXTERNAL FATRIBACTIVIDAD
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA2 ASSIGN TO EXTERNAL FMIEMBROINACTIVO
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA3 ASSIGN TO EXTERNAL FCONTROLTOTALES
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-CTOT-STATUS.

                SELECT LEDGER ASSIGN TO EXTERNAL FRUNLEDGER
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-RUNL-STATUS.

      *         Registro de control de la fecha de negocio de la
      *         cadena (COPY_FECHA_NEGOCIO).
                SELECT FECNEG ASSIGN TO EXTERNAL FFECHANEGOCIO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-FECNEG-STATUS.

                SELECT ALERTA ASSIGN TO EXTERNAL FALERTA
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ALER-STATUS.

                SELECT ENSAYO ASSIGN TO EXTERNAL FMODOENSAYO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ENSAYO-STATUS.

      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *                    =========================                  *
      *---------------------------------------------------------------*

       DATA DIVISION.
      *-------------.

       FILE SECTION.
      *------------.

      *    Salida TRANSACTIONS de SFCPMIG0601 (o consolidado).
       FD ENTRADA1
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 501 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA1 .
          COPY COPY_TRANSACTIONS .

      *    Salida ACCRUALS de SFCPMIG0701 (o consolidado).
       FD ENTRADA2
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 251 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA2 .
          COPY COPY_ACURUALS .

      *    Salida REDEMPTIONS de SFCPMIG0801 (opcional).
       FD ENTRADA3
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 154 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA3 .
          COPY COPY_REDEMPTIONS .

      *    Tabla de marcas/cadenas del grupo (COPY_MARCA).
       FD ENTRADA4
          RECORDING MODE IS F
          RECORD CONTAINS 26 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA4 .
           COPY COPY_MARCA .

      *    Limites de las bandas de inactividad (COPY_UMBRAL).
       FD ENTRADA5
          RECORDING MODE IS F
          RECORD CONTAINS 23 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA5 .
          COPY COPY_UMBRAL .

      *    Eventos de actividad y saldo por socio, para el segundo
      *    cruce: A acumulacion (fecha y puntos disponibles del
      *    tramo), C canje ya fechado.
       FD TRABAJO
          RECORDING MODE IS F
          RECORD CONTAINS 35 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-TRABAJO .
           05 TRAB-MEM_NUM                      PIC X(15) .
           05 TRAB-TIPO                         PIC X(01) .
           05 TRAB-FECHA                        PIC X(08) .
           05 TRAB-PUNTOS                       PIC S9(11) .

      *    Cruce por numero de transaccion: transaccion (tipo 1) y
      *    canjes de REDEMPTIONS que la referencian (tipo 2).
       SD SORTTRX .

       01  REG-SORTTRX .
           05 STRX-CLAVE                        PIC X(25) .
           05 STRX-TIPO                         PIC 9(01) .
           05 STRX-MEM_NUM                      PIC X(15) .
           05 STRX-FECHA                        PIC X(08) .

      *    Cruce por socio sobre el archivo de trabajo.
       SD SORTMIEM .

       01  REG-SORTMIEM .
           05 SMIE-MEM_NUM                      PIC X(15) .
           05 SMIE-TIPO                         PIC X(01) .
           05 SMIE-FECHA                        PIC X(08) .
           05 SMIE-PUNTOS                       PIC S9(11) .

      *    Atributos de actividad del socio para la carga a Oracle
      *    (COPY_ATRIBUTO_ACTIVIDAD).
       FD SALIDA1
          RECORDING MODE IS F
          RECORD CONTAINS 84 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA1 .
           COPY COPY_ATRIBUTO_ACTIVIDAD .

      *    Extracto de socios inactivos (COPY_MIEMBRO_INACTIVO).
       FD SALIDA2
          RECORDING MODE IS F
          RECORD CONTAINS 82 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA2 .
           COPY COPY_MIEMBRO_INACTIVO .

      *    Historial de totales de control de la corrida
      *    (COPY_CONTROL_TOTALES), compartido por toda la cadena.
       FD SALIDA3
          RECORDING MODE IS F
          RECORD CONTAINS 51 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA3 .
           COPY COPY_CONTROL_TOTALES .

      *    Bitacora de ejecuciones de la cadena (COPY_RUN_LEDGER):
      *    candado de concurrencia y rastro de cada corrida.
       FD LEDGER
          RECORDING MODE IS F
          RECORD CONTAINS 69 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-LEDGER .
           COPY COPY_RUN_LEDGER .

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

      *    Alerta normalizada de operacion (COPY_ALERTA).
       FD ALERTA
          RECORDING MODE IS F
          RECORD CONTAINS 90 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ALERTA .
           COPY COPY_ALERTA .

      *    Interruptor de modo ensayo (opcional): con una "S" en la
      *    primera posicion la corrida firma la bitacora y el
      *    encabezado como ENSAYO y no toca el historial de totales.
       FD ENSAYO
          RECORDING MODE IS F
          RECORD CONTAINS 1 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENSAYO .
           05 ENSAYO-MARCA                      PIC X(01) .

       WORKING-STORAGE SECTION.
      *-----------------------.

        01 WS-RARAS.
           05 WS-FIN-1                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-2                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-3                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-4                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-ST                         PIC 9(01) VALUE ZEROS .
           05 WS-FIN-SM                         PIC 9(01) VALUE ZEROS .
           05 WS-REDE-STATUS                    PIC X(02) .
           05 WS-C-ENT-1                        PIC 9(12) VALUE ZEROS .
           05 WS-C-ENT-2                        PIC 9(12) VALUE ZEROS .
           05 WS-C-ENT-3                        PIC 9(12) VALUE ZEROS .
           05 WS-C-CANJES                       PIC 9(12) VALUE ZEROS .
           05 WS-C-CANJE-SIN-TRX                PIC 9(12) VALUE ZEROS .
           05 WS-C-SOCIOS                       PIC 9(12) VALUE ZEROS .
           05 WS-C-ACTIVOS                      PIC 9(12) VALUE ZEROS .
           05 WS-C-BANDA-1                      PIC 9(12) VALUE ZEROS .
           05 WS-C-BANDA-2                      PIC 9(12) VALUE ZEROS .
           05 WS-C-BANDA-3                      PIC 9(12) VALUE ZEROS .
           05 WS-C-SIN-ACTIVIDAD                PIC 9(12) VALUE ZEROS .
           05 WS-C-SAL-1                        PIC 9(12) VALUE ZEROS .
           05 WS-C-SAL-2                        PIC 9(12) VALUE ZEROS .
           05 WS-FECHA .
              10 WS-FAA                         PIC X(04) .
              10 WS-FMM                         PIC X(02) .
              10 WS-FDD                         PIC X(02) .
           05 WS-REGCONT                        PIC x(12) .

      *    Encabezado identificador escrito al abrir la salida.
        01 WS-ENCABEZADO.
           05 WS-ENCAB-PROGRAMA                 PIC X(11)
                                                 VALUE "SFCPMIG1044" .
           05 WS-ENCAB-NUMARCH                  PIC 9(02) VALUE 01 .

      *    Control de apertura del historial de totales (SALIDA3).
        01 WS-CONTROL-TOTALES.
           05 WS-CTOT-STATUS                    PIC X(02) .

      *    Clasificacion de registros de ACCRUALS y REDEMPTIONS:
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

      *    Limites de las bandas de inactividad en meses: primera
      *    banda desde BANDA-1 (socio inactivo), luego BANDA-2 y
      *    BANDA-3 y mas.
        01 WS-UMBRALES.
           05 WS-UMB-STATUS                     PIC X(02) .
           05 WS-FIN-UMB                        PIC 9(01) VALUE ZEROS .
           05 WS-UMB-BANDA-1                    PIC 9(03) VALUE 6 .
           05 WS-UMB-BANDA-2                    PIC 9(03) VALUE 12 .
           05 WS-UMB-BANDA-3                    PIC 9(03) VALUE 24 .

      *    Valores del accrual en proceso, des-editados.
        01 WS-VALORES.
           05 WS-VAL-ACREDITADO                 PIC S9(09) .
           05 WS-VAL-USADO                      PIC S9(09) .
           05 WS-VAL-VENCIDO                    PIC S9(09) .
           05 WS-VAL-REDE                       PIC S9(09) .

      *    Transaccion del grupo en proceso del primer cruce.
        01 WS-GRUPO-TRX.
           05 WS-GRUPO-CLAVE                    PIC X(25) VALUE SPACES .
           05 WS-GRUPO-FECHA                    PIC X(08) .
           05 WS-HAY-TRX                        PIC X(01) .
              88 HAY-TRANSACCION                VALUE "S" .

      *    Socio en proceso del segundo cruce.
        01 WS-SOCIO.
           05 WS-SOC-MEM_NUM                    PIC X(15) .
           05 WS-SOC-MEM_NUM-R REDEFINES WS-SOC-MEM_NUM .
              10 WS-SOC-PREFIJO                 PIC X(04) .
              10 WS-SOC-RUT                     PIC X(08) .
              10 FILLER                         PIC X(03) .
           05 WS-SOC-ULT-ACUMULA                PIC X(08) .
           05 WS-SOC-ULT-CANJE                  PIC X(08) .
           05 WS-SOC-ULT-ACTIVIDAD              PIC X(08) .
           05 WS-SOC-ULT-ACTIVIDAD-R REDEFINES WS-SOC-ULT-ACTIVIDAD .
              10 WS-ACT-AAAA                    PIC 9(04) .
              10 WS-ACT-MM                      PIC 9(02) .
              10 WS-ACT-DD                      PIC 9(02) .
           05 WS-SOC-PUNTOS                     PIC S9(11) .
           05 WS-SOC-MESES                      PIC S9(06) .
           05 WS-SOC-MESES-X                    PIC 9(04) .
           05 WS-SOC-BANDA                      PIC X(02) .
           05 WS-FECHA-ISO                      PIC X(10) .
           05 WS-FECHA-AAAAMMDD                 PIC X(08) .

      *    Tabla de marcas (ORG_CODE por prefijo del MEM_NUM).
        01 WS-TABLA-MARCA.
           05 WS-MARCA-CANT                     PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-MARCA-IDX                      PIC 9(04) COMP .
           05 WS-MARCA-ENCONTRADO               PIC X(01) .
              88 MARCA-FUE-ENCONTRADA           VALUE "S" .
           05 WS-MARCA-ITEM OCCURS 50 TIMES .
              10 WS-MARCA-ITEM-ORG_CODE         PIC X(10) .
              10 WS-MARCA-ITEM-PREFIJO          PIC X(04) .
           05 WS-ORG-ACTUAL                     PIC X(10) .

      *    Identificador y candado de la ejecucion (COPY_RUN_LEDGER).
        01 WS-RUN-LEDGER.
           05 WS-RUNL-STATUS                    PIC X(02) .
           05 WS-FIN-RL                         PIC 9(01) .
           05 WS-RL-ABIERTO-SW                  PIC X(01) .
              88 EJECUCION-YA-ABIERTA           VALUE "S" .
           05 WS-RUN-ID                         PIC X(14) .
           05 WS-RUN-ID-R REDEFINES WS-RUN-ID .
              10 WS-RUN-FECHA                   PIC X(08) .
              10 WS-RUN-HORA                    PIC X(06) .
           05 WS-TIMESTAMP                      PIC X(21) .
           05 WS-TIMESTAMP-R REDEFINES WS-TIMESTAMP .
              10 WS-TS-FECHA-HORA               PIC X(14) .
              10 FILLER                         PIC X(07) .
      *    Fecha de negocio leida del registro de control y ultima
      *    fecha cerrada (evento CIERRE) encontrada en la bitacora.
           05 WS-FECNEG-STATUS                  PIC X(02) .
           05 WS-FECHA-NEGOCIO                  PIC X(08) VALUE SPACES .
           05 WS-FECHA-NEGOCIO-R REDEFINES WS-FECHA-NEGOCIO .
              10 WS-FN-AAAA                     PIC 9(04) .
              10 WS-FN-MM                       PIC 9(02) .
              10 WS-FN-DD                       PIC 9(02) .
           05 WS-ULTIMO-CIERRE                  PIC X(08) VALUE ZEROS .

      *    Campos de trabajo del asiento de alerta (COPY_ALERTA).
        01 WS-ALERTA.
           05 WS-ALER-STATUS                    PIC X(02) .
           05 WS-ALERTA-CONDICION               PIC 9(04) .
           05 WS-ALERTA-MENSAJE                 PIC X(60) .

      *    Interruptor de modo ensayo.
        01 WS-MODO-ENSAYO.
           05 WS-ENSAYO-STATUS                  PIC X(02) .
           05 WS-ENSAYO-SW                      PIC X(01) VALUE "N" .
              88 MODO-ENSAYO                    VALUE "S" .

        PROCEDURE DIVISION .

        MAIN-SEC SECTION.
        PP-MAIN.
                PERFORM 100000-INICIO
                PERFORM 200000-PROCESO
                PERFORM 300000-FINAL.
                MOVE ZEROS                 TO RETURN-CODE
                STOP RUN .

        100000-INICIO .
                PERFORM ABRE-ENSAYO
                PERFORM ABRE-RUN-LEDGER
                OPEN INPUT ENTRADA4 .
                PERFORM LEE-04
                PERFORM CARGA-MARCA UNTIL WS-FIN-4 = 1
                CLOSE ENTRADA4 .
                PERFORM LEE-UMBRALES
                OPEN OUTPUT SALIDA1 .
                OPEN OUTPUT SALIDA2 .
                PERFORM ESCRIBE-ENCABEZADO .

        ESCRIBE-ENCABEZADO .
                MOVE SPACES                     TO REG-SALIDA1
                MOVE WS-RUN-FECHA               TO WS-FECHA
                STRING WS-ENCAB-PROGRAMA        DELIMITED BY SIZE
                       WS-FDD                   DELIMITED BY SIZE
                       WS-FMM                   DELIMITED BY SIZE
                       WS-FAA                   DELIMITED BY SIZE
                       WS-ENCAB-NUMARCH         DELIMITED BY SIZE
                       WS-RUN-ID                DELIMITED BY SIZE
                                                INTO REG-SALIDA1
                END-STRING
                IF MODO-ENSAYO
                   MOVE "ENSAYO"                TO REG-SALIDA1 (36:6)
                END-IF
                WRITE REG-SALIDA1 END-WRITE .

        LEE-04 .
                READ ENTRADA4 AT END MOVE 1     TO WS-FIN-4 .

        CARGA-MARCA .
                ADD 1                           TO WS-MARCA-CANT
                IF WS-MARCA-CANT > 50
                   DISPLAY "TABLA DE MARCAS EXCEDE SU CAPACIDAD"
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE "TABLA DE MARCAS EXCEDE SU CAPACIDAD"
                                           TO WS-ALERTA-MENSAJE
                   MOVE 1                      TO WS-ALERTA-CONDICION
                   PERFORM GRABA-ALERTA
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE MARCA-ORG_CODE             TO
                     WS-MARCA-ITEM-ORG_CODE (WS-MARCA-CANT)
                MOVE MARCA-PREFIJO              TO
                     WS-MARCA-ITEM-PREFIJO (WS-MARCA-CANT)
                PERFORM LEE-04 .

        LEE-UMBRALES .
      *         Sin tarjeta de umbrales valen las bandas 6/12/24; los
      *         limites deben quedar estrictamente crecientes.
                OPEN INPUT ENTRADA5
                IF WS-UMB-STATUS = "00"
                   PERFORM LEE-UMBRAL-FISICO
                   PERFORM APLICA-UMBRAL UNTIL WS-FIN-UMB = 1
                   CLOSE ENTRADA5
                END-IF
                IF WS-UMB-BANDA-1 = ZEROS
                   OR WS-UMB-BANDA-2 NOT > WS-UMB-BANDA-1
                   OR WS-UMB-BANDA-3 NOT > WS-UMB-BANDA-2
                   DISPLAY "BANDAS DE INACTIVIDAD INVALIDAS "
                           WS-UMB-BANDA-1 "/" WS-UMB-BANDA-2 "/"
                           WS-UMB-BANDA-3
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE "BANDAS DE INACTIVIDAD INVALIDAS"
                                           TO WS-ALERTA-MENSAJE
                   MOVE 1                      TO WS-ALERTA-CONDICION
                   PERFORM GRABA-ALERTA
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF .

        LEE-UMBRAL-FISICO .
                READ ENTRADA5 AT END MOVE 1     TO WS-FIN-UMB .

        APLICA-UMBRAL .
                IF UMB-VALOR IS NUMERIC
                   EVALUATE UMB-NOMBRE
                      WHEN "BANDA-1"
                         MOVE UMB-VALOR         TO WS-UMB-BANDA-1
                      WHEN "BANDA-2"
                         MOVE UMB-VALOR         TO WS-UMB-BANDA-2
                      WHEN "BANDA-3"
                         MOVE UMB-VALOR         TO WS-UMB-BANDA-3
                      WHEN OTHER
                         CONTINUE
                   END-EVALUATE
                END-IF
                PERFORM LEE-UMBRAL-FISICO .

        200000-PROCESO .
      *         Primera pasada: las transacciones y los canjes se
      *         cruzan por numero de transaccion para fechar cada
      *         canje; acumulaciones y canjes fechados quedan en
      *         TRABAJO. Segunda pasada: consolidacion por socio.
                SORT SORTTRX
                     ON ASCENDING KEY STRX-CLAVE
                                      STRX-TIPO
                     INPUT PROCEDURE IS CARGA-MOVIMIENTOS
                     OUTPUT PROCEDURE IS FECHA-CANJES
                CLOSE TRABAJO
                SORT SORTMIEM
                     ON ASCENDING KEY SMIE-MEM_NUM
                     USING TRABAJO
                     OUTPUT PROCEDURE IS CONSOLIDA-SOCIOS .

      *---------------------------------------------------------------*
      *  Primera pasada: lectura de los archivos de carga.            *
      *---------------------------------------------------------------*
        CARGA-MOVIMIENTOS .
                OPEN OUTPUT TRABAJO
                OPEN INPUT ENTRADA1 .
                PERFORM LEE-01
                IF WS-FIN-1 = 1
                   DISPLAY "ARCHIVO TRANSACTIONS SIN INFORMACION"
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE "ARCHIVO TRANSACTIONS SIN INFORMACION"
                                           TO WS-ALERTA-MENSAJE
                   MOVE 1                      TO WS-ALERTA-CONDICION
                   PERFORM GRABA-ALERTA
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                PERFORM SUELTA-TRANSACCION UNTIL WS-FIN-1 = 1
                CLOSE ENTRADA1 .
                OPEN INPUT ENTRADA2 .
                PERFORM LEE-02
                PERFORM SUELTA-ACCRUAL UNTIL WS-FIN-2 = 1
                CLOSE ENTRADA2 .
                OPEN INPUT ENTRADA3
                IF WS-REDE-STATUS = "00"
                   PERFORM LEE-03
                   PERFORM SUELTA-CANJE UNTIL WS-FIN-3 = 1
                   CLOSE ENTRADA3
                END-IF .

        LEE-01 .
                PERFORM LEE-01-FISICO
                PERFORM LEE-01-FISICO
                   UNTIL WS-FIN-1 = 1 OR
                         (RTRA-RUT IS NUMERIC AND RTRA-ES-DETALLE) .

        LEE-01-FISICO .
                READ ENTRADA1 AT END MOVE 1     TO WS-FIN-1 .
                IF WS-FIN-1 = ZEROS
                   AND RTRA-RUT IS NUMERIC AND RTRA-ES-DETALLE
                   ADD 1                        TO WS-C-ENT-1
                END-IF .

        SUELTA-TRANSACCION .
      *         Toda transaccion entra al cruce para fechar los
      *         canjes que la referencian; la compra (ORA_TXN_ACC)
      *         ademas es actividad de acumulacion del socio.
                MOVE RTRA-TXN_NUM               TO STRX-CLAVE
                MOVE 1                          TO STRX-TIPO
                MOVE RTRA-MEM_NUM               TO STRX-MEM_NUM
                MOVE RTRA-TXN_DT                TO STRX-FECHA
                RELEASE REG-SORTTRX
                IF RTRA-TYPE_CODE = "ORA_TXN_ACC"
                   AND RTRA-TXN_DT IS NUMERIC
                   AND NOT RTRA-ES-APERTURA
                   MOVE RTRA-MEM_NUM            TO TRAB-MEM_NUM
                   MOVE "A"                     TO TRAB-TIPO
                   MOVE RTRA-TXN_DT             TO TRAB-FECHA
                   MOVE ZEROS                   TO TRAB-PUNTOS
                   WRITE REG-TRABAJO END-WRITE
                END-IF
                PERFORM LEE-01 .

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

        SUELTA-ACCRUAL .
      *         Cada tramo aporta su fecha de acreditacion (salvo el
      *         saldo de apertura, que no es un movimiento) y sus
      *         puntos disponibles si aun no vence.
                ADD 1                           TO WS-C-ENT-2
                MOVE RACUR-MEM_NUM              TO TRAB-MEM_NUM
                MOVE "A"                        TO TRAB-TIPO
                MOVE SPACES                     TO TRAB-FECHA
                IF RACUR-ACTION_NOTE NOT = "Saldo Apertura"
                   AND RACUR-PROCESS_DT IS NUMERIC
                   MOVE RACUR-PROCESS_DT        TO TRAB-FECHA
                END-IF
                MOVE ZEROS                      TO TRAB-PUNTOS
                IF RACUR-EXPIRATION_DT IS NOT NUMERIC
                   OR RACUR-EXPIRATION_DT NOT < WS-FECHA-NEGOCIO
                   MOVE RACUR-ACCRUALED_VALUE   TO WS-VAL-ACREDITADO
                   MOVE RACUR-USED_VALUE        TO WS-VAL-USADO
                   MOVE RACUR-EXPIRED_VALUE     TO WS-VAL-VENCIDO
                   COMPUTE TRAB-PUNTOS = WS-VAL-ACREDITADO
                         - WS-VAL-USADO - WS-VAL-VENCIDO
                END-IF
                WRITE REG-TRABAJO END-WRITE
                PERFORM LEE-02 .

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

        SUELTA-CANJE .
      *         Solo el canje es actividad del socio: la anulacion
      *         (valor positivo) y la caducidad no lo son.
                ADD 1                           TO WS-C-ENT-3
                MOVE RREDE-VALUE                TO WS-VAL-REDE
                IF WS-VAL-REDE < ZEROS
                   AND RREDE-TYPE_CODE NOT = "EXPIRATION"
                   ADD 1                        TO WS-C-CANJES
                   MOVE RREDE-TRX_ID            TO STRX-CLAVE
                   MOVE 2                       TO STRX-TIPO
                   MOVE RREDE-MEM_NUM           TO STRX-MEM_NUM
                   MOVE SPACES                  TO STRX-FECHA
                   RELEASE REG-SORTTRX
                END-IF
                PERFORM LEE-03 .

        CLASIFICA-REGISTRO .
      *         Encabezado: firma del programa; trailer: fecha +
      *         contador numericos; lo demas es detalle.
                MOVE "S"                        TO WS-DETALLE-SW
                IF WS-CABEZA-7 = "SFCPMIG"
                   OR WS-CABEZA-20 IS NUMERIC
                   MOVE "N"                     TO WS-DETALLE-SW
                END-IF .

      *---------------------------------------------------------------*
      *  Cruce por numero de transaccion: fecha de cada canje.        *
      *---------------------------------------------------------------*
        FECHA-CANJES .
                PERFORM LEE-SORTTRX
                PERFORM FECHA-CANJE UNTIL WS-FIN-ST = 1 .

        LEE-SORTTRX .
                RETURN SORTTRX AT END MOVE 1    TO WS-FIN-ST
                END-RETURN .

        FECHA-CANJE .
      *         La transaccion (tipo 1) llega antes que los canjes
      *         que la referencian; un canje sin transaccion no se
      *         puede fechar y queda contado (lo reporta SFCPMIG1041).
                IF STRX-CLAVE NOT = WS-GRUPO-CLAVE
                   MOVE STRX-CLAVE              TO WS-GRUPO-CLAVE
                   MOVE "N"                     TO WS-HAY-TRX
                   MOVE SPACES                  TO WS-GRUPO-FECHA
                END-IF
                IF STRX-TIPO = 1
                   MOVE "S"                     TO WS-HAY-TRX
                   MOVE STRX-FECHA              TO WS-GRUPO-FECHA
                ELSE
                   IF HAY-TRANSACCION
                      AND WS-GRUPO-FECHA IS NUMERIC
                      MOVE STRX-MEM_NUM         TO TRAB-MEM_NUM
                      MOVE "C"                  TO TRAB-TIPO
                      MOVE WS-GRUPO-FECHA       TO TRAB-FECHA
                      MOVE ZEROS                TO TRAB-PUNTOS
                      WRITE REG-TRABAJO END-WRITE
                   ELSE
                      ADD 1                     TO WS-C-CANJE-SIN-TRX
                   END-IF
                END-IF
                PERFORM LEE-SORTTRX .

      *---------------------------------------------------------------*
      *  Cruce por socio: ultima actividad, inactividad y banda.      *
      *---------------------------------------------------------------*
        CONSOLIDA-SOCIOS .
                PERFORM LEE-SORTMIEM
                PERFORM CONSOLIDA-SOCIO UNTIL WS-FIN-SM = 1 .

        LEE-SORTMIEM .
                RETURN SORTMIEM AT END MOVE 1   TO WS-FIN-SM
                END-RETURN .

        CONSOLIDA-SOCIO .
                MOVE SMIE-MEM_NUM               TO WS-SOC-MEM_NUM
                MOVE SPACES                     TO WS-SOC-ULT-ACUMULA
                                                   WS-SOC-ULT-CANJE
                MOVE ZEROS                      TO WS-SOC-PUNTOS
                PERFORM ACUMULA-EVENTO
                   UNTIL WS-FIN-SM = 1
                      OR SMIE-MEM_NUM NOT = WS-SOC-MEM_NUM
                ADD 1                           TO WS-C-SOCIOS
                MOVE WS-SOC-ULT-ACUMULA         TO WS-SOC-ULT-ACTIVIDAD
                IF WS-SOC-ULT-CANJE > WS-SOC-ULT-ACTIVIDAD
                   MOVE WS-SOC-ULT-CANJE        TO WS-SOC-ULT-ACTIVIDAD
                END-IF
                PERFORM CALCULA-INACTIVIDAD
                PERFORM GRABA-ATRIBUTO
                IF WS-SOC-BANDA NOT = SPACES
                   PERFORM GRABA-INACTIVO
                END-IF .

        ACUMULA-EVENTO .
                IF SMIE-TIPO = "A"
                   IF SMIE-FECHA NOT = SPACES
                      AND SMIE-FECHA > WS-SOC-ULT-ACUMULA
                      MOVE SMIE-FECHA           TO WS-SOC-ULT-ACUMULA
                   END-IF
                   ADD SMIE-PUNTOS              TO WS-SOC-PUNTOS
                ELSE
                   IF SMIE-FECHA > WS-SOC-ULT-CANJE
                      MOVE SMIE-FECHA           TO WS-SOC-ULT-CANJE
                   END-IF
                END-IF
                PERFORM LEE-SORTMIEM .

        CALCULA-INACTIVIDAD .
      *         Meses calendario cumplidos entre la ultima actividad
      *         y la fecha de negocio. Sin actividad registrada (solo
      *         saldo de apertura) el socio va a la banda SA.
                MOVE SPACES                     TO WS-SOC-BANDA
                MOVE ZEROS                      TO WS-SOC-MESES
                IF WS-SOC-ULT-ACTIVIDAD = SPACES
                   MOVE "SA"                    TO WS-SOC-BANDA
                   ADD 1                        TO WS-C-SIN-ACTIVIDAD
                ELSE
                   COMPUTE WS-SOC-MESES =
                           (WS-FN-AAAA * 12 + WS-FN-MM)
                         - (WS-ACT-AAAA * 12 + WS-ACT-MM)
                   IF WS-FN-DD < WS-ACT-DD
                      SUBTRACT 1                FROM WS-SOC-MESES
                   END-IF
                   IF WS-SOC-MESES < ZEROS
                      MOVE ZEROS                TO WS-SOC-MESES
                   END-IF
                   EVALUATE TRUE
                      WHEN WS-SOC-MESES NOT < WS-UMB-BANDA-3
                         MOVE WS-UMB-BANDA-3    TO WS-SOC-MESES-X
                         MOVE WS-SOC-MESES-X (3:2) TO WS-SOC-BANDA
                         ADD 1                  TO WS-C-BANDA-3
                      WHEN WS-SOC-MESES NOT < WS-UMB-BANDA-2
                         MOVE WS-UMB-BANDA-2    TO WS-SOC-MESES-X
                         MOVE WS-SOC-MESES-X (3:2) TO WS-SOC-BANDA
                         ADD 1                  TO WS-C-BANDA-2
                      WHEN WS-SOC-MESES NOT < WS-UMB-BANDA-1
                         MOVE WS-UMB-BANDA-1    TO WS-SOC-MESES-X
                         MOVE WS-SOC-MESES-X (3:2) TO WS-SOC-BANDA
                         ADD 1                  TO WS-C-BANDA-1
                      WHEN OTHER
                         ADD 1                  TO WS-C-ACTIVOS
                   END-EVALUATE
                END-IF
                MOVE WS-SOC-MESES               TO WS-SOC-MESES-X .

        GRABA-ATRIBUTO .
                MOVE SPACES                     TO REG-SALIDA1
                MOVE ";"                        TO RACT-SEP01
                                                RACT-SEP02
                                                RACT-SEP03
                                                RACT-SEP04
                                                RACT-SEP05
                                                RACT-SEP06
                                                RACT-SEP07
                                                RACT-SEP08
                MOVE "RPGCL"                    TO RACT-PROGRAM_NAME
                MOVE WS-SOC-MEM_NUM             TO RACT-PARTY_NUMBER
                                                   RACT-MEM_NUM
                MOVE WS-SOC-ULT-ACUMULA         TO WS-FECHA-AAAAMMDD
                PERFORM FORMATEA-FECHA
                MOVE WS-FECHA-ISO               TO RACT-LAST_ACCRUAL_DT
                MOVE WS-SOC-ULT-CANJE           TO WS-FECHA-AAAAMMDD
                PERFORM FORMATEA-FECHA
                MOVE WS-FECHA-ISO               TO RACT-LAST_REDEEM_DT
                MOVE WS-SOC-ULT-ACTIVIDAD       TO WS-FECHA-AAAAMMDD
                PERFORM FORMATEA-FECHA
                MOVE WS-FECHA-ISO             TO RACT-LAST_ACTIVITY_DT
                IF WS-SOC-ULT-ACTIVIDAD NOT = SPACES
                   MOVE WS-SOC-MESES-X       TO RACT-INACTIVE_MONTHS
                END-IF
                MOVE WS-SOC-BANDA               TO RACT-DORMANT_BAND
                ADD 1                           TO WS-C-SAL-1
                WRITE REG-SALIDA1
                END-WRITE .

        FORMATEA-FECHA .
                MOVE SPACES                     TO WS-FECHA-ISO
                IF WS-FECHA-AAAAMMDD NOT = SPACES
                   STRING WS-FECHA-AAAAMMDD (1:4) DELIMITED BY SIZE
                          "-"                   DELIMITED BY SIZE
                          WS-FECHA-AAAAMMDD (5:2) DELIMITED BY SIZE
                          "-"                   DELIMITED BY SIZE
                          WS-FECHA-AAAAMMDD (7:2) DELIMITED BY SIZE
                                                INTO WS-FECHA-ISO
                   END-STRING
                END-IF .

        GRABA-INACTIVO .
                PERFORM BUSCA-MARCA
                MOVE SPACES                     TO REG-SALIDA2
                MOVE WS-FECHA-NEGOCIO           TO INAC-FECHA
                MOVE WS-ORG-ACTUAL              TO INAC-ORG_CODE
                MOVE WS-SOC-MEM_NUM             TO INAC-MEM_NUM
                MOVE WS-SOC-RUT                 TO INAC-RUT
                MOVE WS-SOC-BANDA               TO INAC-BANDA
                MOVE WS-SOC-MESES-X             TO INAC-MESES
                MOVE WS-SOC-ULT-ACUMULA         TO INAC-ULT-ACUMULA
                MOVE WS-SOC-ULT-CANJE           TO INAC-ULT-CANJE
                MOVE WS-SOC-ULT-ACTIVIDAD       TO INAC-ULT-ACTIVIDAD
                MOVE WS-SOC-PUNTOS              TO INAC-PUNTOS-DISP
                ADD 1                           TO WS-C-SAL-2
                WRITE REG-SALIDA2
                END-WRITE .

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
                   = WS-SOC-PREFIJO
                   MOVE "S"                     TO WS-MARCA-ENCONTRADO
                   MOVE WS-MARCA-ITEM-ORG_CODE (WS-MARCA-IDX)
                                                TO WS-ORG-ACTUAL
                END-IF .

        300000-FINAL .
                IF WS-C-SAL-1 > 0
                   MOVE WS-C-SAL-1              TO WS-REGCONT
                   MOVE SPACES                  TO REG-SALIDA1
                   MOVE WS-RUN-FECHA            TO WS-FECHA
                   STRING WS-FDD                DELIMITED BY SIZE
                          WS-FMM                DELIMITED BY SIZE
                          WS-FAA                DELIMITED BY SIZE
                          WS-REGCONT            DELIMITED BY SIZE
                                                INTO REG-SALIDA1
                   END-STRING
                   WRITE REG-SALIDA1 END-WRITE
                END-IF
                CLOSE SALIDA1 .
                CLOSE SALIDA2 .
                PERFORM ESCRIBE-CONTROL-TOTALES
                PERFORM CIERRA-RUN-LEDGER
                display "Reg. Leidos TRANSACTIONS    = " WS-C-ENT-1.
                display "Reg. Leidos ACCRUALS        = " WS-C-ENT-2.
                display "Reg. Leidos REDEMPTIONS     = " WS-C-ENT-3.
                display "Canjes Leidos/Sin Trx       = " WS-C-CANJES
                        " / " WS-C-CANJE-SIN-TRX.
                display "Socios Procesados           = " WS-C-SOCIOS.
                display "Socios Activos              = "
                        WS-C-ACTIVOS.
                display "Banda " WS-UMB-BANDA-1 " meses          = "
                        WS-C-BANDA-1.
                display "Banda " WS-UMB-BANDA-2 " meses          = "
                        WS-C-BANDA-2.
                display "Banda " WS-UMB-BANDA-3 " meses y mas    = "
                        WS-C-BANDA-3.
                display "Sin Actividad Registrada    = "
                        WS-C-SIN-ACTIVIDAD.
                display "Reg. Grabados ATRIBUTOS     = " WS-C-SAL-1.
                display "Reg. Grabados INACTIVOS     = " WS-C-SAL-2.

        ABRE-RUN-LEDGER .
      *         Registra el INICIO de esta ejecucion en la bitacora y
      *         se niega a partir si existe un INICIO sin FIN para
      *         este mismo programa (otra ejecucion corriendo o
      *         abortada sin cerrar).
                MOVE FUNCTION CURRENT-DATE      TO WS-TIMESTAMP
                MOVE WS-TS-FECHA-HORA           TO WS-RUN-ID
                PERFORM LEE-FECHA-NEGOCIO
                MOVE WS-FECHA-NEGOCIO           TO WS-RUN-ID (1:8)
                MOVE WS-FECHA-NEGOCIO           TO WS-RUN-FECHA
                MOVE "N"                        TO WS-RL-ABIERTO-SW
                MOVE ZEROS                      TO WS-FIN-RL
                OPEN INPUT LEDGER
                IF WS-RUNL-STATUS = "00"
                   PERFORM LEE-RUN-LEDGER UNTIL WS-FIN-RL = 1
                   CLOSE LEDGER
                END-IF
                IF EJECUCION-YA-ABIERTA
                   DISPLAY "YA EXISTE UNA EJECUCION ABIERTA DE"
                           " SFCPMIG1044 EN LA BITACORA"
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE "YA EXISTE UNA EJECUCION ABIERTA DE"
                                           TO WS-ALERTA-MENSAJE
                   MOVE 12                     TO WS-ALERTA-CONDICION
                   PERFORM GRABA-ALERTA
                   MOVE 12                     TO RETURN-CODE
                   STOP RUN
                END-IF
      *         Una fecha de negocio anterior al ultimo dia cerrado
      *         solo se admite en ensayo (repeticion deliberada de
      *         una fecha pasada).
                IF WS-RUN-FECHA < WS-ULTIMO-CIERRE
                   AND NOT MODO-ENSAYO
                   DISPLAY "FECHA DE NEGOCIO " WS-RUN-FECHA
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
                END-IF
                OPEN EXTEND LEDGER
                IF WS-RUNL-STATUS NOT = "00"
                   OPEN OUTPUT LEDGER
                END-IF
                MOVE WS-RUN-ID                  TO RUNL-RUN-ID
                MOVE "SFCPMIG1044"              TO RUNL-PROGRAM_NAME
                MOVE "INICIO"                   TO RUNL-EVENTO
                MOVE WS-TS-FECHA-HORA           TO RUNL-TIMESTAMP
                IF MODO-ENSAYO
                   MOVE "ENSAYO"                TO RUNL-ESTADO
                ELSE
                   MOVE "ABIERTO"               TO RUNL-ESTADO
                END-IF
                MOVE ZEROS                      TO RUNL-RETURN-CODE
                MOVE ZEROS                      TO RUNL-REGISTROS
                WRITE REG-LEDGER END-WRITE
                CLOSE LEDGER .

        LEE-RUN-LEDGER .
                READ LEDGER AT END MOVE 1       TO WS-FIN-RL .
                IF WS-FIN-RL = ZEROS
                   AND RUNL-PROGRAM_NAME = "SFCPMIG1044"
                   IF RUNL-EVENTO = "INICIO"
                      MOVE "S"                  TO WS-RL-ABIERTO-SW
                   ELSE
                      MOVE "N"                  TO WS-RL-ABIERTO-SW
                   END-IF
                END-IF
                IF WS-FIN-RL = ZEROS
                   AND RUNL-EVENTO = "CIERRE"
                   AND RUNL-RUN-ID (1:8) > WS-ULTIMO-CIERRE
                   MOVE RUNL-RUN-ID (1:8)       TO WS-ULTIMO-CIERRE
                END-IF .

        LEE-FECHA-NEGOCIO .
      *         Fecha de negocio de la cadena (COPY_FECHA_NEGOCIO): el
      *         RUN-ID, encabezado, trailer y totales de control se
      *         fechan con ella, y la inactividad se mide hasta ella.
      *         Sin registro de control la cadena no parte.
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
                END-IF .

        CIERRA-RUN-LEDGER .
                MOVE FUNCTION CURRENT-DATE      TO WS-TIMESTAMP
                OPEN EXTEND LEDGER
                MOVE WS-RUN-ID                  TO RUNL-RUN-ID
                MOVE "SFCPMIG1044"              TO RUNL-PROGRAM_NAME
                MOVE "FIN"                      TO RUNL-EVENTO
                MOVE WS-TS-FECHA-HORA           TO RUNL-TIMESTAMP
                IF MODO-ENSAYO
                   MOVE "ENSAYO"                TO RUNL-ESTADO
                ELSE
                   MOVE "OK"                    TO RUNL-ESTADO
                END-IF
                MOVE ZEROS                      TO RUNL-RETURN-CODE
                MOVE WS-C-SAL-1                 TO RUNL-REGISTROS
                WRITE REG-LEDGER END-WRITE
                CLOSE LEDGER .

        ESCRIBE-CONTROL-TOTALES .
      *         En modo ensayo el historial de totales no se toca:
      *         es la base de comparacion de las corridas reales.
                IF NOT MODO-ENSAYO
                   PERFORM ESCRIBE-CONTROL-TOTALES-REAL
                END-IF .

        ESCRIBE-CONTROL-TOTALES-REAL .
                OPEN EXTEND SALIDA3
                IF WS-CTOT-STATUS NOT = "00"
                   OPEN OUTPUT SALIDA3
                END-IF
                MOVE "SFCPMIG1044"              TO CTOT-PROGRAM_NAME
                MOVE WS-FECHA                    TO CTOT-FECHA
                MOVE "LEIDOS TRANSACTIONS"      TO CTOT-CONTADOR
                MOVE WS-C-ENT-1                  TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "LEIDOS ACCRUALS"          TO CTOT-CONTADOR
                MOVE WS-C-ENT-2                  TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "LEIDOS REDEMPTIONS"       TO CTOT-CONTADOR
                MOVE WS-C-ENT-3                  TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "CANJES SIN TRX"           TO CTOT-CONTADOR
                MOVE WS-C-CANJE-SIN-TRX          TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "SOCIOS ACTIVOS"           TO CTOT-CONTADOR
                MOVE WS-C-ACTIVOS                TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "INACTIVOS BANDA 1"        TO CTOT-CONTADOR
                MOVE WS-C-BANDA-1                TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "INACTIVOS BANDA 2"        TO CTOT-CONTADOR
                MOVE WS-C-BANDA-2                TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "INACTIVOS BANDA 3"        TO CTOT-CONTADOR
                MOVE WS-C-BANDA-3                TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "SIN ACTIVIDAD"            TO CTOT-CONTADOR
                MOVE WS-C-SIN-ACTIVIDAD          TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "GRABADOS ATRIBUTOS"       TO CTOT-CONTADOR
                MOVE WS-C-SAL-1                  TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "GRABADOS INACTIVOS"       TO CTOT-CONTADOR
                MOVE WS-C-SAL-2                  TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                CLOSE SALIDA3 .

        GRABA-ALERTA .
      *         Asiento normalizado en el archivo unico de alertas;
      *         el parrafo que invoca ya dejo cargados el mensaje y
      *         el codigo de condicion. Se abre y cierra en cada
      *         asiento porque el programa puede detenerse
      *         inmediatamente despues.
                OPEN EXTEND ALERTA
                IF WS-ALER-STATUS NOT = "00"
                   OPEN OUTPUT ALERTA
                END-IF
                MOVE WS-RUN-ID                  TO ALER-RUN-ID
                MOVE WS-ENCAB-PROGRAMA          TO ALER-PROGRAM_NAME
                MOVE "A"                        TO ALER-SEVERIDAD
                MOVE WS-ALERTA-CONDICION        TO ALER-CONDICION
                MOVE WS-ALERTA-MENSAJE          TO ALER-MENSAJE
                WRITE REG-ALERTA END-WRITE
                CLOSE ALERTA .

        ABRE-ENSAYO .
      *         Con el archivo FMODOENSAYO presente y marcado "S" la
      *         corrida queda en modo ensayo.
                OPEN INPUT ENSAYO
                IF WS-ENSAYO-STATUS = "00"
                   READ ENSAYO
                   IF WS-ENSAYO-STATUS = "00"
                      AND ENSAYO-MARCA = "S"
                      MOVE "S"                  TO WS-ENSAYO-SW
                      DISPLAY "CORRIDA EN MODO ENSAYO"
                   END-IF
                   CLOSE ENSAYO
                END-IF .
