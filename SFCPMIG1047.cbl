        IDENTIFICATION DIVISION.
        PROGRAM-ID. SFCPMIG1047 .
        AUTHOR.     CONNECTIS-GS.
      * Interfaz contable de movimientos de puntos hacia el ERP:
      * convierte los movimientos de la noche en lineas de asiento
      * cuadradas de cargo y abono, en vez del asiento manual que
      * Contabilidad arma con el reporte mensual SFCPMIG1019.
      *  - ACCRUALS de SFCPMIG0701: puntos emitidos (EMISION; los
      *    saldos de apertura como APERTURA);
      *  - REDEMPTIONS de SFCPMIG0801: canjes (CANJE, puntos
      *    consumidos) y anulaciones (ANULACION, puntos repuestos);
      *  - caducidades de SFCPMIG0801 (FCADUCIDAD, tipo EXPIRATION):
      *    ingreso por quiebre (CADUCIDAD);
      *  - ajustes de SFCPMIG1025 (AJUSTE-ACU y AJUSTE-RED).
      * La cuenta de cargo y la de abono de cada tipo de movimiento
      * y marca salen de la tabla de Contabilidad
      * (COPY_CUENTA_CONTABLE); un movimiento negativo invierte los
      * lados. Las lineas se agrupan por marca (ORG_CODE), fecha
      * contable (fecha de negocio) y cuenta con un SORT interno y
      * se valorizan con el factor de Finanzas (COPY_VALOR_PUNTO).
      * Salida en el layout de importacion del ERP
      * (COPY_ASIENTO_CONTABLE) y totales de control del lote
      * (COPY_CONTROL_ASIENTO): cargos contra abonos, y los puntos
      * de cada tipo contra las sumas SUMA que la cadena dejo en el
      * historial de control para la misma fecha de negocio.
      * RETURN-CODE 8 si el lote no cuadra (no se debe importar), 4
      * si falta una suma de control o el factor de una marca.
      * Fecha : 15-10-2026
      * COMPILAR-LINK : cobol.sh SFCPMIG1047
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

                SELECT ENTRADA4 ASSIGN TO EXTERNAL FAJUSTEACCRUAL
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-AJUA-STATUS.

                SELECT ENTRADA5 ASSIGN TO EXTERNAL FAJUSTEREDE
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-AJUR-STATUS.

                SELECT ENTRADA6 ASSIGN TO EXTERNAL FMARCA
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ENTRADA7 ASSIGN TO EXTERNAL FVALORPUNTO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-VALP-STATUS.

                SELECT ENTRADA8 ASSIGN TO EXTERNAL FCUENTACONTABLE
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-CTAC-STATUS.

                SELECT SORTASI ASSIGN TO EXTERNAL SORTWKASI .

                SELECT SALIDA1 ASSIGN TO EXTERNAL FASIENTOCONTABLE
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA2 ASSIGN TO EXTERNAL FCONTROLASIENTO
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

      *    Salida ACCRUALS de SFCPMIG0701 (o consolidado).
       FD ENTRADA1
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 251 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA1 .
          COPY COPY_ACURUALS .

      *    Salida REDEMPTIONS de SFCPMIG0801 (opcional).
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

      *    Ajustes ACCRUAL de SFCPMIG1025 (opcional).
       FD ENTRADA4
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 251 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA4                          PIC X(251) .

      *    Ajustes REDEMPTION de SFCPMIG1025 (opcional).
       FD ENTRADA5
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 154 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA5                          PIC X(154) .

      *    Tabla de marcas/cadenas del grupo (COPY_MARCA).
       FD ENTRADA6
          RECORDING MODE IS F
          RECORD CONTAINS 26 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA6 .
           COPY COPY_MARCA .

      *    Tabla de valorizacion de puntos de Finanzas (opcional).
       FD ENTRADA7
          RECORDING MODE IS F
          RECORD CONTAINS 19 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA7 .
           COPY COPY_VALOR_PUNTO .

      *    Tabla de imputacion contable (COPY_CUENTA_CONTABLE).
       FD ENTRADA8
          RECORDING MODE IS F
          RECORD CONTAINS 60 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA8 .
           COPY COPY_CUENTA_CONTABLE .

      *    Un registro por lado (cargo o abono) de cada movimiento,
      *    ordenados por marca, fecha contable, cuenta y lado.
       SD SORTASI .

       01  REG-SORTASI .
           05 SASI-CLAVE .
              10 SASI-ORG_CODE                  PIC X(10) .
              10 SASI-FECHA                     PIC X(08) .
              10 SASI-CUENTA                    PIC X(20) .
              10 SASI-LADO                      PIC X(01) .
           05 SASI-MONEDA                       PIC X(03) .
           05 SASI-PUNTOS                       PIC S9(13) COMP-3 .

      *    Lineas de asiento para el ERP.
       FD SALIDA1
          RECORDING MODE IS F
          RECORD CONTAINS 156 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA1 .
           COPY COPY_ASIENTO_CONTABLE .

      *    Totales de control del lote.
       FD SALIDA2
          RECORDING MODE IS F
          RECORD CONTAINS 98 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA2 .
           COPY COPY_CONTROL_ASIENTO .

      *    Historial de totales de control de la corrida
      *    (COPY_CONTROL_TOTALES): se leen las sumas de la cadena y
      *    se agregan los contadores de este programa.
       FD SALIDA3
          RECORDING MODE IS F
          RECORD CONTAINS 51 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA3 .
           COPY COPY_CONTROL_TOTALES .

      *    Bitacora de ejecuciones de la cadena (COPY_RUN_LEDGER).
       FD LEDGER
          RECORDING MODE IS F
          RECORD CONTAINS 69 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-LEDGER .
           COPY COPY_RUN_LEDGER .

      *    Registro de control de la fecha de negocio de la cadena
      *    (COPY_FECHA_NEGOCIO), un solo registro.
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

      *    Interruptor de modo ensayo.
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
           05 WS-FIN-5                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-6                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-7                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-8                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-CT                         PIC 9(01) VALUE ZEROS .
           05 WS-FIN-SASI                       PIC 9(01) VALUE ZEROS .
           05 WS-REDE-STATUS                    PIC X(02) .
           05 WS-CADU-STATUS                    PIC X(02) .
           05 WS-AJUA-STATUS                    PIC X(02) .
           05 WS-AJUR-STATUS                    PIC X(02) .
           05 WS-VALP-STATUS                    PIC X(02) .
           05 WS-CTAC-STATUS                    PIC X(02) .
           05 WS-CTOT-STATUS                    PIC X(02) .
           05 WS-RC-FINAL                       PIC 9(04) VALUE ZEROS .
           05 WS-C-ENT-1                        PIC 9(12) VALUE ZEROS .
           05 WS-C-ENT-2                        PIC 9(12) VALUE ZEROS .
           05 WS-C-ENT-3                        PIC 9(12) VALUE ZEROS .
           05 WS-C-ENT-4                        PIC 9(12) VALUE ZEROS .
           05 WS-C-ENT-5                        PIC 9(12) VALUE ZEROS .
           05 WS-C-MOVIMIENTOS                  PIC 9(12) VALUE ZEROS .
           05 WS-C-SAL-1                        PIC 9(12) VALUE ZEROS .
           05 WS-C-SIN-FACTOR                   PIC 9(04) VALUE ZEROS .
           05 WS-C-DESCUADRES                   PIC 9(04) VALUE ZEROS .
           05 WS-C-SIN-CONTROL                  PIC 9(04) VALUE ZEROS .
           05 WS-C-SIN-CUENTA                   PIC 9(04) VALUE ZEROS .
           05 WS-FECHA .
              10 WS-FAA                         PIC X(04) .
              10 WS-FMM                         PIC X(02) .
              10 WS-FDD                         PIC X(02) .

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

      *    Movimiento en proceso: tipo, puntos con signo y marca.
        01 WS-MOVIMIENTO.
           05 WS-MOV-TIPO                       PIC X(10) .
           05 WS-MOV-PUNTOS                     PIC S9(11) .
           05 WS-VAL-ACREDITADO                 PIC S9(09) .
           05 WS-VAL-REDE                       PIC S9(09) .
           05 WS-PREFIJO-ACTUAL                 PIC X(04) .
           05 WS-ORG-ACTUAL                     PIC X(10) .
           05 WS-MONEDA-ACTUAL                  PIC X(03) .

      *    Tipos de movimiento que la tabla contable debe cubrir.
        01 WS-TIPOS-MOV.
           05 WS-TIPOS-VALORES .
              10 FILLER               PIC X(10) VALUE "EMISION" .
              10 FILLER               PIC X(10) VALUE "APERTURA" .
              10 FILLER               PIC X(10) VALUE "CANJE" .
              10 FILLER               PIC X(10) VALUE "ANULACION" .
              10 FILLER               PIC X(10) VALUE "CADUCIDAD" .
              10 FILLER               PIC X(10) VALUE "AJUSTE-ACU" .
              10 FILLER               PIC X(10) VALUE "AJUSTE-RED" .
           05 WS-TIPOS-R REDEFINES WS-TIPOS-VALORES .
              10 WS-TIPO-ITEM OCCURS 7 TIMES    PIC X(10) .
           05 WS-TIPO-IDX                       PIC 9(02) COMP .

      *    Puntos por concepto para la cuadratura contra las sumas
      *    SUMA de la cadena (historial de control, misma fecha).
        01 WS-CUADRATURA.
           05 WS-PTS-ACUMULADOS                 PIC S9(15) COMP-3
                                                 VALUE ZEROS .
           05 WS-PTS-CANJE                      PIC S9(15) COMP-3
                                                 VALUE ZEROS .
           05 WS-PTS-ANULACION                  PIC S9(15) COMP-3
                                                 VALUE ZEROS .
           05 WS-PTS-CADUCIDAD                  PIC S9(15) COMP-3
                                                 VALUE ZEROS .
           05 WS-PTS-AJUSTE                     PIC S9(15) COMP-3
                                                 VALUE ZEROS .
           05 WS-CTL-ACUMULADOS                 PIC 9(12) VALUE ZEROS .
           05 WS-CTL-REBAJADOS                  PIC 9(12) VALUE ZEROS .
           05 WS-CTL-ABONADOS                   PIC 9(12) VALUE ZEROS .
           05 WS-CTL-CADUCADOS                  PIC 9(12) VALUE ZEROS .
           05 WS-CTL-0701-SW                    PIC X(01) VALUE "N" .
              88 HAY-CONTROL-0701               VALUE "S" .
           05 WS-CTL-0801-SW                    PIC X(01) VALUE "N" .
              88 HAY-CONTROL-0801               VALUE "S" .
           05 WS-TOT-DEBE                       PIC S9(15)V99 COMP-3
                                                 VALUE ZEROS .
           05 WS-TOT-HABER                      PIC S9(15)V99 COMP-3
                                                 VALUE ZEROS .
           05 WS-TOT-PTS-DEBE                   PIC S9(15) COMP-3
                                                 VALUE ZEROS .
           05 WS-TOT-PTS-HABER                  PIC S9(15) COMP-3
                                                 VALUE ZEROS .

      *    Concepto en proceso del archivo de control del lote.
        01 WS-CONCEPTO.
           05 WS-CON-CONCEPTO                   PIC X(20) .
           05 WS-CON-ASIENTO                    PIC S9(15)V99 .
           05 WS-CON-CONTROL                    PIC S9(15)V99 .
           05 WS-CON-ESTADO                     PIC X(12) .
           05 WS-CON-HAY-CONTROL                PIC X(01) .
              88 CONCEPTO-CON-CONTROL           VALUE "S" .

      *    Grupo en proceso (control de quiebre del SORT).
        01 WS-GRUPO.
           05 WS-GRP-CLAVE .
              10 WS-GRP-ORG_CODE                PIC X(10) .
              10 WS-GRP-FECHA                   PIC X(08) .
              10 WS-GRP-CUENTA                  PIC X(20) .
              10 WS-GRP-LADO                    PIC X(01) .
           05 WS-GRP-MONEDA                     PIC X(03) .
           05 WS-GRP-PUNTOS                     PIC S9(13) COMP-3 .
           05 WS-GRP-MONTO                      PIC S9(15)V99 COMP-3 .
           05 WS-ORG-SIN-FACTOR                 PIC X(10) VALUE SPACES .

      *    Tabla de marcas (ORG_CODE y moneda por prefijo).
        01 WS-TABLA-MARCA.
           05 WS-MARCA-CANT                     PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-MARCA-IDX                      PIC 9(04) COMP .
           05 WS-MARCA-ENCONTRADO               PIC X(01) .
              88 MARCA-FUE-ENCONTRADA           VALUE "S" .
           05 WS-MARCA-ITEM OCCURS 50 TIMES .
              10 WS-MARCA-ITEM-ORG_CODE         PIC X(10) .
              10 WS-MARCA-ITEM-PREFIJO          PIC X(04) .
              10 WS-MARCA-ITEM-MONEDA           PIC X(03) .

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
           05 WS-FACTOR-ACTUAL                  PIC 9(07)V99 .

      *    Tabla de imputacion contable de Contabilidad.
        01 WS-TABLA-CUENTA.
           05 WS-CTAC-CANT                      PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-CTAC-IDX                       PIC 9(04) COMP .
           05 WS-CTAC-HIT                       PIC 9(04) COMP .
           05 WS-CTAC-ITEM OCCURS 500 TIMES .
              10 WS-CTAC-TIPO                   PIC X(10) .
              10 WS-CTAC-ORG                    PIC X(10) .
              10 WS-CTAC-DEBE                   PIC X(20) .
              10 WS-CTAC-HABER                  PIC X(20) .
           05 WS-CUENTA-CARGO                   PIC X(20) .
           05 WS-CUENTA-ABONO                   PIC X(20) .

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
           05 WS-ULTIMO-CIERRE                  PIC X(08) VALUE ZEROS .

      *    Campos de trabajo del asiento de alerta (COPY_ALERTA).
        01 WS-ALERTA.
           05 WS-ALER-STATUS                    PIC X(02) .
           05 WS-ALERTA-SEVERIDAD               PIC X(01) VALUE "A" .
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
                MOVE WS-RC-FINAL           TO RETURN-CODE
                STOP RUN .

        100000-INICIO .
                PERFORM ABRE-ENSAYO
                PERFORM ABRE-RUN-LEDGER
                OPEN INPUT ENTRADA6 .
                PERFORM LEE-06
                PERFORM CARGA-MARCA UNTIL WS-FIN-6 = 1
                CLOSE ENTRADA6 .
                PERFORM CARGA-VALORES
                PERFORM CARGA-CUENTAS
                PERFORM VALIDA-CUENTAS
                PERFORM CARGA-SUMAS-CADENA .

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
                MOVE MARCA-ORG_CODE             TO
                     WS-MARCA-ITEM-ORG_CODE (WS-MARCA-CANT)
                MOVE MARCA-PREFIJO              TO
                     WS-MARCA-ITEM-PREFIJO (WS-MARCA-CANT)
                MOVE MARCA-MONEDA               TO
                     WS-MARCA-ITEM-MONEDA (WS-MARCA-CANT)
                PERFORM LEE-06 .

        CARGA-VALORES .
                OPEN INPUT ENTRADA7
                IF WS-VALP-STATUS = "00"
                   PERFORM LEE-07
                   PERFORM CARGA-VALOR UNTIL WS-FIN-7 = 1
                   CLOSE ENTRADA7
                END-IF .

        LEE-07 .
                READ ENTRADA7 AT END MOVE 1     TO WS-FIN-7 .

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
                PERFORM LEE-07 .

        CARGA-CUENTAS .
      *         Sin tabla de imputacion no hay asiento posible.
                OPEN INPUT ENTRADA8
                IF WS-CTAC-STATUS NOT = "00"
                   DISPLAY "TABLA DE CUENTAS CONTABLES NO DISPONIBLE"
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE "TABLA DE CUENTAS CONTABLES NO DISPONIBLE"
                                           TO WS-ALERTA-MENSAJE
                   MOVE 1                      TO WS-ALERTA-CONDICION
                   PERFORM GRABA-ALERTA
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                PERFORM LEE-08
                PERFORM CARGA-CUENTA UNTIL WS-FIN-8 = 1
                CLOSE ENTRADA8 .

        LEE-08 .
                READ ENTRADA8 AT END MOVE 1     TO WS-FIN-8 .

        CARGA-CUENTA .
                ADD 1                           TO WS-CTAC-CANT
                IF WS-CTAC-CANT > 500
                   DISPLAY "TABLA DE CUENTAS CONTABLES EXCEDE"
                           " SU CAPACIDAD"
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE CTAC-TIPO-MOV              TO
                     WS-CTAC-TIPO (WS-CTAC-CANT)
                MOVE CTAC-ORG_CODE              TO
                     WS-CTAC-ORG (WS-CTAC-CANT)
                MOVE CTAC-CUENTA-DEBE           TO
                     WS-CTAC-DEBE (WS-CTAC-CANT)
                MOVE CTAC-CUENTA-HABER          TO
                     WS-CTAC-HABER (WS-CTAC-CANT)
                PERFORM LEE-08 .

        VALIDA-CUENTAS .
      *         Cada marca de la tabla (y la marca por defecto
      *         RIPLEY) debe tener cuenta para cada tipo de
      *         movimiento antes de partir: un asiento a medias no
      *         se puede importar.
                PERFORM VALIDA-CUENTAS-MARCA
                   VARYING WS-MARCA-IDX FROM 1 BY 1
                   UNTIL WS-MARCA-IDX > WS-MARCA-CANT
                MOVE "RIPLEY"                   TO WS-ORG-ACTUAL
                PERFORM VALIDA-CUENTA-TIPO
                   VARYING WS-TIPO-IDX FROM 1 BY 1
                   UNTIL WS-TIPO-IDX > 7
                IF WS-C-SIN-CUENTA > ZEROS
                   DISPLAY "TABLA DE CUENTAS CONTABLES INCOMPLETA"
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE "TABLA DE CUENTAS CONTABLES INCOMPLETA"
                                           TO WS-ALERTA-MENSAJE
                   MOVE 1                      TO WS-ALERTA-CONDICION
                   PERFORM GRABA-ALERTA
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF .

        VALIDA-CUENTAS-MARCA .
                MOVE WS-MARCA-ITEM-ORG_CODE (WS-MARCA-IDX)
                                                TO WS-ORG-ACTUAL
                PERFORM VALIDA-CUENTA-TIPO
                   VARYING WS-TIPO-IDX FROM 1 BY 1
                   UNTIL WS-TIPO-IDX > 7 .

        VALIDA-CUENTA-TIPO .
                MOVE WS-TIPO-ITEM (WS-TIPO-IDX) TO WS-MOV-TIPO
                PERFORM BUSCA-CUENTA
                IF WS-CTAC-HIT = ZEROS
                   ADD 1                        TO WS-C-SIN-CUENTA
                   DISPLAY "SIN CUENTA CONTABLE PARA " WS-MOV-TIPO
                           " MARCA " WS-ORG-ACTUAL
                END-IF .

        BUSCA-CUENTA .
      *         Fila propia de la marca; si no hay, la fila general
      *         del tipo de movimiento (ORG_CODE en blanco).
                MOVE ZEROS                      TO WS-CTAC-HIT
                PERFORM COMPARA-CUENTA-MARCA
                   VARYING WS-CTAC-IDX FROM 1 BY 1
                   UNTIL WS-CTAC-IDX > WS-CTAC-CANT
                      OR WS-CTAC-HIT > ZEROS
                IF WS-CTAC-HIT = ZEROS
                   PERFORM COMPARA-CUENTA-GENERAL
                      VARYING WS-CTAC-IDX FROM 1 BY 1
                      UNTIL WS-CTAC-IDX > WS-CTAC-CANT
                         OR WS-CTAC-HIT > ZEROS
                END-IF
                IF WS-CTAC-HIT > ZEROS
                   MOVE WS-CTAC-DEBE (WS-CTAC-HIT)
                                                TO WS-CUENTA-CARGO
                   MOVE WS-CTAC-HABER (WS-CTAC-HIT)
                                                TO WS-CUENTA-ABONO
                END-IF .

        COMPARA-CUENTA-MARCA .
                IF WS-CTAC-TIPO (WS-CTAC-IDX) = WS-MOV-TIPO
                   AND WS-CTAC-ORG (WS-CTAC-IDX) = WS-ORG-ACTUAL
                   MOVE WS-CTAC-IDX             TO WS-CTAC-HIT
                END-IF .

        COMPARA-CUENTA-GENERAL .
                IF WS-CTAC-TIPO (WS-CTAC-IDX) = WS-MOV-TIPO
                   AND WS-CTAC-ORG (WS-CTAC-IDX) = SPACES
                   MOVE WS-CTAC-IDX             TO WS-CTAC-HIT
                END-IF .

        CARGA-SUMAS-CADENA .
      *         Sumas de puntos que SFCPMIG0701 y SFCPMIG0801 dejaron
      *         en el historial de control para esta fecha de
      *         negocio; si una etapa corrio mas de una vez vale la
      *         ultima.
                OPEN INPUT SALIDA3
                IF WS-CTOT-STATUS = "00"
                   PERFORM LEE-SUMA-CADENA UNTIL WS-FIN-CT = 1
                   CLOSE SALIDA3
                END-IF .

        LEE-SUMA-CADENA .
                READ SALIDA3 AT END MOVE 1      TO WS-FIN-CT .
                IF WS-FIN-CT = ZEROS
                   AND CTOT-FECHA = WS-FECHA-NEGOCIO
                   EVALUATE TRUE
                      WHEN CTOT-PROGRAM_NAME = "SFCPMIG0701"
                       AND CTOT-CONTADOR = "SUMA PUNTOS ACCRUAL"
                         MOVE CTOT-VALOR        TO WS-CTL-ACUMULADOS
                         MOVE "S"               TO WS-CTL-0701-SW
                      WHEN CTOT-PROGRAM_NAME = "SFCPMIG0801"
                       AND CTOT-CONTADOR = "SUMA PTS REBAJADOS"
                         MOVE CTOT-VALOR        TO WS-CTL-REBAJADOS
                         MOVE "S"               TO WS-CTL-0801-SW
                      WHEN CTOT-PROGRAM_NAME = "SFCPMIG0801"
                       AND CTOT-CONTADOR = "SUMA PTS ABONADOS"
                         MOVE CTOT-VALOR        TO WS-CTL-ABONADOS
                         MOVE "S"               TO WS-CTL-0801-SW
                      WHEN CTOT-PROGRAM_NAME = "SFCPMIG0801"
                       AND CTOT-CONTADOR = "SUMA PTS CADUCADOS"
                         MOVE CTOT-VALOR        TO WS-CTL-CADUCADOS
                         MOVE "S"               TO WS-CTL-0801-SW
                   END-EVALUATE
                END-IF .

      *---------------------------------------------------------------*
      *  Movimientos de la noche: dos registros de orden (cargo y     *
      *  abono) por movimiento; la salida agrupa y graba el asiento.  *
      *---------------------------------------------------------------*
        200000-PROCESO .
                SORT SORTASI
                     ON ASCENDING KEY SASI-CLAVE
                     INPUT PROCEDURE IS CARGA-MOVIMIENTOS
                     OUTPUT PROCEDURE IS EMITE-ASIENTO .

        CARGA-MOVIMIENTOS .
                OPEN INPUT ENTRADA1 .
                PERFORM LEE-01
                PERFORM SUELTA-ACCRUAL UNTIL WS-FIN-1 = 1
                CLOSE ENTRADA1 .
                OPEN INPUT ENTRADA2
                IF WS-REDE-STATUS = "00"
                   PERFORM LEE-02
                   PERFORM SUELTA-REDEMPTION UNTIL WS-FIN-2 = 1
                   CLOSE ENTRADA2
                END-IF
                OPEN INPUT ENTRADA3
                IF WS-CADU-STATUS = "00"
                   PERFORM LEE-03
                   PERFORM SUELTA-CADUCIDAD UNTIL WS-FIN-3 = 1
                   CLOSE ENTRADA3
                END-IF
                OPEN INPUT ENTRADA4
                IF WS-AJUA-STATUS = "00"
                   PERFORM LEE-04
                   PERFORM SUELTA-AJUSTE-ACCRUAL UNTIL WS-FIN-4 = 1
                   CLOSE ENTRADA4
                END-IF
                OPEN INPUT ENTRADA5
                IF WS-AJUR-STATUS = "00"
                   PERFORM LEE-05
                   PERFORM SUELTA-AJUSTE-REDE UNTIL WS-FIN-5 = 1
                   CLOSE ENTRADA5
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

        LEE-04 .
                MOVE "N"                        TO WS-DETALLE-SW
                PERFORM LEE-04-FISICO
                   UNTIL WS-FIN-4 = 1 OR ES-DETALLE .

        LEE-04-FISICO .
                READ ENTRADA4 AT END MOVE 1     TO WS-FIN-4 .
                IF WS-FIN-4 = ZEROS
                   MOVE REG-ENTRADA4            TO WS-REG-BUF
                   PERFORM CLASIFICA-REGISTRO
                END-IF .

        LEE-05 .
                MOVE "N"                        TO WS-DETALLE-SW
                PERFORM LEE-05-FISICO
                   UNTIL WS-FIN-5 = 1 OR ES-DETALLE .

        LEE-05-FISICO .
                READ ENTRADA5 AT END MOVE 1     TO WS-FIN-5 .
                IF WS-FIN-5 = ZEROS
                   MOVE REG-ENTRADA5            TO WS-REG-BUF
                   PERFORM CLASIFICA-REGISTRO
                END-IF .

        CLASIFICA-REGISTRO .
      *         Encabezado: firma del programa; trailer: fecha +
      *         contador numericos; lo demas es detalle.
                MOVE "S"                        TO WS-DETALLE-SW
                IF WS-CABEZA-7 = "SFCPMIG"
                   OR WS-CABEZA-20 IS NUMERIC
                   MOVE "N"                     TO WS-DETALLE-SW
                END-IF .

        SUELTA-ACCRUAL .
      *         Los saldos de apertura se imputan aparte de la
      *         emision de la noche; ambos suman contra la SUMA
      *         PUNTOS ACCRUAL de SFCPMIG0701.
                ADD 1                           TO WS-C-ENT-1
                MOVE RACUR-ACCRUALED_VALUE      TO WS-VAL-ACREDITADO
                ADD WS-VAL-ACREDITADO           TO WS-PTS-ACUMULADOS
                IF RACUR-ACTION_NOTE = "Saldo Apertura"
                   MOVE "APERTURA"              TO WS-MOV-TIPO
                ELSE
                   MOVE "EMISION"               TO WS-MOV-TIPO
                END-IF
                MOVE WS-VAL-ACREDITADO          TO WS-MOV-PUNTOS
                MOVE RACUR-MEM_NUM (1:4)        TO WS-PREFIJO-ACTUAL
                PERFORM GENERA-MOVIMIENTO
                PERFORM LEE-01 .

        SUELTA-REDEMPTION .
      *         El canje viaja en negativo (puntos consumidos) y la
      *         anulacion en positivo (puntos repuestos), igual que
      *         las sumas REBAJADOS y ABONADOS de SFCPMIG0801.
                ADD 1                           TO WS-C-ENT-2
                MOVE RREDE-VALUE                TO WS-VAL-REDE
                IF RREDE-TYPE_CODE = "EXPIRATION"
                   PERFORM ACUMULA-CADUCIDAD
                ELSE
                   IF WS-VAL-REDE < ZEROS
                      MOVE "CANJE"              TO WS-MOV-TIPO
                      COMPUTE WS-MOV-PUNTOS = WS-VAL-REDE * -1
                      ADD WS-MOV-PUNTOS         TO WS-PTS-CANJE
                   ELSE
                      MOVE "ANULACION"          TO WS-MOV-TIPO
                      MOVE WS-VAL-REDE          TO WS-MOV-PUNTOS
                      ADD WS-MOV-PUNTOS         TO WS-PTS-ANULACION
                   END-IF
                END-IF
                MOVE RREDE-MEM_NUM (1:4)        TO WS-PREFIJO-ACTUAL
                PERFORM GENERA-MOVIMIENTO
                PERFORM LEE-02 .

        SUELTA-CADUCIDAD .
                ADD 1                           TO WS-C-ENT-3
                MOVE REG-ENTRADA3               TO REG-ENTRADA2
                MOVE RREDE-VALUE                TO WS-VAL-REDE
                PERFORM ACUMULA-CADUCIDAD
                MOVE RREDE-MEM_NUM (1:4)        TO WS-PREFIJO-ACTUAL
                PERFORM GENERA-MOVIMIENTO
                PERFORM LEE-03 .

        ACUMULA-CADUCIDAD .
      *         La caducidad rebaja puntos: se imputa por su valor
      *         absoluto como ingreso por quiebre.
                MOVE "CADUCIDAD"                TO WS-MOV-TIPO
                IF WS-VAL-REDE < ZEROS
                   COMPUTE WS-MOV-PUNTOS = WS-VAL-REDE * -1
                ELSE
                   MOVE WS-VAL-REDE             TO WS-MOV-PUNTOS
                END-IF
                ADD WS-MOV-PUNTOS               TO WS-PTS-CADUCIDAD .

        SUELTA-AJUSTE-ACCRUAL .
                ADD 1                           TO WS-C-ENT-4
                MOVE REG-ENTRADA4               TO REG-ENTRADA1
                MOVE RACUR-ACCRUALED_VALUE      TO WS-VAL-ACREDITADO
                ADD WS-VAL-ACREDITADO           TO WS-PTS-AJUSTE
                MOVE "AJUSTE-ACU"               TO WS-MOV-TIPO
                MOVE WS-VAL-ACREDITADO          TO WS-MOV-PUNTOS
                MOVE RACUR-MEM_NUM (1:4)        TO WS-PREFIJO-ACTUAL
                PERFORM GENERA-MOVIMIENTO
                PERFORM LEE-04 .

        SUELTA-AJUSTE-REDE .
      *         El ajuste de rebaja viaja en negativo.
                ADD 1                           TO WS-C-ENT-5
                MOVE REG-ENTRADA5               TO REG-ENTRADA2
                MOVE RREDE-VALUE                TO WS-VAL-REDE
                ADD WS-VAL-REDE                 TO WS-PTS-AJUSTE
                MOVE "AJUSTE-RED"               TO WS-MOV-TIPO
                COMPUTE WS-MOV-PUNTOS = WS-VAL-REDE * -1
                MOVE RREDE-MEM_NUM (1:4)        TO WS-PREFIJO-ACTUAL
                PERFORM GENERA-MOVIMIENTO
                PERFORM LEE-05 .

        GENERA-MOVIMIENTO .
      *         Un cargo y un abono por los mismos puntos; un
      *         movimiento negativo invierte las cuentas. La fecha
      *         contable es la fecha de negocio de la noche.
                IF WS-MOV-PUNTOS NOT = ZEROS
                   ADD 1                        TO WS-C-MOVIMIENTOS
                   PERFORM BUSCA-MARCA
                   PERFORM BUSCA-CUENTA
                   MOVE WS-ORG-ACTUAL           TO SASI-ORG_CODE
                   MOVE WS-FECHA-NEGOCIO        TO SASI-FECHA
                   MOVE WS-MONEDA-ACTUAL        TO SASI-MONEDA
                   IF WS-MOV-PUNTOS > ZEROS
                      MOVE WS-MOV-PUNTOS        TO SASI-PUNTOS
                      MOVE WS-CUENTA-CARGO      TO SASI-CUENTA
                      MOVE "D"                  TO SASI-LADO
                      RELEASE REG-SORTASI
                      MOVE WS-CUENTA-ABONO      TO SASI-CUENTA
                      MOVE "H"                  TO SASI-LADO
                      RELEASE REG-SORTASI
                   ELSE
                      COMPUTE SASI-PUNTOS = WS-MOV-PUNTOS * -1
                      MOVE WS-CUENTA-ABONO      TO SASI-CUENTA
                      MOVE "D"                  TO SASI-LADO
                      RELEASE REG-SORTASI
                      MOVE WS-CUENTA-CARGO      TO SASI-CUENTA
                      MOVE "H"                  TO SASI-LADO
                      RELEASE REG-SORTASI
                   END-IF
                END-IF .

        BUSCA-MARCA .
      *         El prefijo del MEM_NUM identifica la marca; sin calce
      *         se mantiene la marca historica RIPLEY por defecto.
                MOVE "N"                        TO WS-MARCA-ENCONTRADO
                MOVE "RIPLEY"                   TO WS-ORG-ACTUAL
                MOVE "CLP"                      TO WS-MONEDA-ACTUAL
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
                   IF WS-MARCA-ITEM-MONEDA (WS-MARCA-IDX)
                      NOT = SPACES
                      MOVE WS-MARCA-ITEM-MONEDA (WS-MARCA-IDX)
                                                TO WS-MONEDA-ACTUAL
                   END-IF
                END-IF .

        EMITE-ASIENTO .
                OPEN OUTPUT SALIDA1
                PERFORM LEE-SORTASI
                PERFORM PROCESA-GRUPO UNTIL WS-FIN-SASI = 1
                CLOSE SALIDA1 .

        LEE-SORTASI .
                RETURN SORTASI AT END MOVE 1    TO WS-FIN-SASI
                END-RETURN .

        PROCESA-GRUPO .
                MOVE SASI-CLAVE                 TO WS-GRP-CLAVE
                MOVE SASI-MONEDA                TO WS-GRP-MONEDA
                MOVE ZEROS                      TO WS-GRP-PUNTOS
                PERFORM ACUMULA-GRUPO
                   UNTIL WS-FIN-SASI = 1
                      OR SASI-CLAVE NOT = WS-GRP-CLAVE
                PERFORM GRABA-LINEA-ASIENTO .

        ACUMULA-GRUPO .
                ADD SASI-PUNTOS                 TO WS-GRP-PUNTOS
                PERFORM LEE-SORTASI .

        GRABA-LINEA-ASIENTO .
                PERFORM BUSCA-VALOR
                COMPUTE WS-GRP-MONTO ROUNDED =
                        WS-GRP-PUNTOS * WS-FACTOR-ACTUAL
                ADD 1                           TO WS-C-SAL-1
                MOVE SPACES                     TO REG-SALIDA1
                MOVE ";"                        TO ASI-SEP01
                                                   ASI-SEP02
                                                   ASI-SEP03
                                                   ASI-SEP04
                                                   ASI-SEP05
                                                   ASI-SEP06
                                                   ASI-SEP07
                                                   ASI-SEP08
                                                   ASI-SEP09
                                                   ASI-SEP10
                MOVE WS-RUN-ID                  TO ASI-LOTE
                MOVE WS-C-SAL-1                 TO ASI-LINEA
                MOVE WS-GRP-ORG_CODE            TO ASI-ORG_CODE
                MOVE WS-GRP-FECHA               TO ASI-FECHA-CONTABLE
                MOVE WS-GRP-CUENTA              TO ASI-CUENTA
                MOVE WS-GRP-MONEDA              TO ASI-MONEDA
                MOVE WS-GRP-PUNTOS              TO ASI-PUNTOS
                IF WS-GRP-LADO = "D"
                   MOVE WS-GRP-MONTO            TO ASI-DEBE
                   MOVE ZEROS                   TO ASI-HABER
                   ADD WS-GRP-MONTO             TO WS-TOT-DEBE
                   ADD WS-GRP-PUNTOS            TO WS-TOT-PTS-DEBE
                ELSE
                   MOVE ZEROS                   TO ASI-DEBE
                   MOVE WS-GRP-MONTO            TO ASI-HABER
                   ADD WS-GRP-MONTO             TO WS-TOT-HABER
                   ADD WS-GRP-PUNTOS            TO WS-TOT-PTS-HABER
                END-IF
                STRING "PUNTOS LOYALTY "        DELIMITED BY SIZE
                       WS-GRP-ORG_CODE          DELIMITED BY SPACE
                       " "                      DELIMITED BY SIZE
                       WS-GRP-FECHA             DELIMITED BY SIZE
                                                INTO ASI-DESCRIPCION
                END-STRING
                WRITE REG-SALIDA1 END-WRITE .

        BUSCA-VALOR .
      *         Factor de valorizacion por ORG_CODE; una marca sin
      *         factor sale valorizada en cero y se avisa para que
      *         Finanzas complete su tabla.
                MOVE "N"                        TO WS-VALP-ENCONTRADO
                MOVE ZEROS                      TO WS-FACTOR-ACTUAL
                PERFORM COMPARA-VALOR
                   VARYING WS-VALP-IDX FROM 1 BY 1
                   UNTIL WS-VALP-IDX > WS-VALP-CANT
                      OR VALOR-FUE-ENCONTRADO
                IF NOT VALOR-FUE-ENCONTRADO
                   AND WS-GRP-ORG_CODE NOT = WS-ORG-SIN-FACTOR
                   ADD 1                        TO WS-C-SIN-FACTOR
                   MOVE WS-GRP-ORG_CODE         TO WS-ORG-SIN-FACTOR
                   DISPLAY "MARCA " WS-GRP-ORG_CODE
                           " SIN FACTOR DE VALORIZACION"
                END-IF .

        COMPARA-VALOR .
                IF WS-VALP-ORG (WS-VALP-IDX) = WS-GRP-ORG_CODE
                   MOVE "S"                     TO WS-VALP-ENCONTRADO
                   MOVE WS-VALP-FACTOR (WS-VALP-IDX)
                                                TO WS-FACTOR-ACTUAL
                END-IF .

      *---------------------------------------------------------------*
      *  Totales de control del lote y cierre.                        *
      *---------------------------------------------------------------*
        300000-FINAL .
                OPEN OUTPUT SALIDA2
                PERFORM ESCRIBE-CONTROL-ASIENTO
                CLOSE SALIDA2
                IF WS-C-DESCUADRES > ZEROS
                   MOVE 8                       TO WS-RC-FINAL
                   MOVE "ASIENTO CONTABLE NO CUADRA CON LA CADENA"
                                           TO WS-ALERTA-MENSAJE
                   MOVE "A"                     TO WS-ALERTA-SEVERIDAD
                   MOVE 8                       TO WS-ALERTA-CONDICION
                   PERFORM GRABA-ALERTA
                ELSE
                   IF WS-C-SIN-FACTOR > ZEROS
                      OR (WS-C-SIN-CONTROL > ZEROS
                          AND NOT MODO-ENSAYO)
                      MOVE 4                    TO WS-RC-FINAL
                      MOVE "ASIENTO SIN FACTOR O SIN SUMA DE CONTROL"
                                           TO WS-ALERTA-MENSAJE
                      MOVE "M"                  TO WS-ALERTA-SEVERIDAD
                      MOVE 4                    TO WS-ALERTA-CONDICION
                      PERFORM GRABA-ALERTA
                   END-IF
                END-IF
                PERFORM ESCRIBE-CONTROL-TOTALES
                PERFORM CIERRA-RUN-LEDGER
                display "Reg. Leidos ACCRUALS        = " WS-C-ENT-1.
                display "Reg. Leidos REDEMPTIONS     = " WS-C-ENT-2.
                display "Reg. Leidos CADUCIDAD       = " WS-C-ENT-3.
                display "Reg. Leidos AJUSTE ACCRUAL  = " WS-C-ENT-4.
                display "Reg. Leidos AJUSTE REDE     = " WS-C-ENT-5.
                display "Movimientos Imputados       = "
                        WS-C-MOVIMIENTOS.
                display "Lineas de Asiento Grabadas  = " WS-C-SAL-1.
                display "Conceptos Descuadrados      = "
                        WS-C-DESCUADRES.
                display "Return-Code Final           = " WS-RC-FINAL.

        ESCRIBE-CONTROL-ASIENTO .
      *         Cargos contra abonos del lote, y puntos por concepto
      *         contra las sumas de la cadena.
                MOVE "TOTAL DEBE-HABER"         TO WS-CON-CONCEPTO
                MOVE WS-TOT-DEBE                TO WS-CON-ASIENTO
                MOVE WS-TOT-HABER               TO WS-CON-CONTROL
                MOVE "S"                        TO WS-CON-HAY-CONTROL
                PERFORM ESCRIBE-CONCEPTO
                MOVE "PUNTOS DEBE-HABER"        TO WS-CON-CONCEPTO
                MOVE WS-TOT-PTS-DEBE            TO WS-CON-ASIENTO
                MOVE WS-TOT-PTS-HABER           TO WS-CON-CONTROL
                MOVE "S"                        TO WS-CON-HAY-CONTROL
                PERFORM ESCRIBE-CONCEPTO
                MOVE "PUNTOS ACUMULADOS"        TO WS-CON-CONCEPTO
                MOVE WS-PTS-ACUMULADOS          TO WS-CON-ASIENTO
                MOVE WS-CTL-ACUMULADOS          TO WS-CON-CONTROL
                MOVE WS-CTL-0701-SW             TO WS-CON-HAY-CONTROL
                PERFORM ESCRIBE-CONCEPTO
                MOVE "PUNTOS CANJE"             TO WS-CON-CONCEPTO
                MOVE WS-PTS-CANJE               TO WS-CON-ASIENTO
                MOVE WS-CTL-REBAJADOS           TO WS-CON-CONTROL
                MOVE WS-CTL-0801-SW             TO WS-CON-HAY-CONTROL
                PERFORM ESCRIBE-CONCEPTO
                MOVE "PUNTOS ANULACION"         TO WS-CON-CONCEPTO
                MOVE WS-PTS-ANULACION           TO WS-CON-ASIENTO
                MOVE WS-CTL-ABONADOS            TO WS-CON-CONTROL
                MOVE WS-CTL-0801-SW             TO WS-CON-HAY-CONTROL
                PERFORM ESCRIBE-CONCEPTO
                MOVE "PUNTOS CADUCIDAD"         TO WS-CON-CONCEPTO
                MOVE WS-PTS-CADUCIDAD           TO WS-CON-ASIENTO
                MOVE WS-CTL-CADUCADOS           TO WS-CON-CONTROL
                MOVE WS-CTL-0801-SW             TO WS-CON-HAY-CONTROL
                PERFORM ESCRIBE-CONCEPTO
      *         Los ajustes de SFCPMIG1025 no tienen suma en la
      *         cadena: se informan con su neto.
                MOVE "PUNTOS AJUSTE NETO"       TO WS-CON-CONCEPTO
                MOVE WS-PTS-AJUSTE              TO WS-CON-ASIENTO
                MOVE ZEROS                      TO WS-CON-CONTROL
                MOVE "I"                        TO WS-CON-HAY-CONTROL
                PERFORM ESCRIBE-CONCEPTO .

        ESCRIBE-CONCEPTO .
                EVALUATE TRUE
                   WHEN WS-CON-HAY-CONTROL = "I"
                      MOVE "INFORMATIVO"        TO WS-CON-ESTADO
                   WHEN NOT CONCEPTO-CON-CONTROL
                      MOVE "SIN CONTROL"        TO WS-CON-ESTADO
                      ADD 1                     TO WS-C-SIN-CONTROL
                   WHEN WS-CON-ASIENTO = WS-CON-CONTROL
                      MOVE "CUADRA"             TO WS-CON-ESTADO
                   WHEN OTHER
                      MOVE "DESCUADRE"          TO WS-CON-ESTADO
                      ADD 1                     TO WS-C-DESCUADRES
                      DISPLAY "DESCUADRE " WS-CON-CONCEPTO
                              " ASIENTO=" WS-CON-ASIENTO
                              " CONTROL=" WS-CON-CONTROL
                END-EVALUATE
                MOVE SPACES                     TO REG-SALIDA2
                MOVE ";"                        TO CASI-SEP01
                                                   CASI-SEP02
                                                   CASI-SEP03
                                                   CASI-SEP04
                                                   CASI-SEP05
                                                   CASI-SEP06
                MOVE WS-RUN-ID                  TO CASI-LOTE
                MOVE WS-FECHA-NEGOCIO           TO CASI-FECHA
                MOVE WS-CON-CONCEPTO            TO CASI-CONCEPTO
                MOVE WS-CON-ASIENTO             TO CASI-VALOR-ASIENTO
                MOVE WS-CON-CONTROL             TO CASI-VALOR-CONTROL
                MOVE WS-CON-ESTADO              TO CASI-ESTADO
                WRITE REG-SALIDA2 END-WRITE .

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
                           " SFCPMIG1047 EN LA BITACORA"
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
                MOVE "SFCPMIG1047"              TO RUNL-PROGRAM_NAME
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
                   AND RUNL-PROGRAM_NAME = "SFCPMIG1047"
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
      *         Fecha de negocio de la cadena (COPY_FECHA_NEGOCIO): es
      *         la fecha contable del asiento y la de las sumas de
      *         control con que se cuadra. Sin registro de control
      *         la cadena no parte.
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
                MOVE "SFCPMIG1047"              TO RUNL-PROGRAM_NAME
                MOVE "FIN"                      TO RUNL-EVENTO
                MOVE WS-TS-FECHA-HORA           TO RUNL-TIMESTAMP
                IF MODO-ENSAYO
                   MOVE "ENSAYO"                TO RUNL-ESTADO
                ELSE
                   MOVE "OK"                    TO RUNL-ESTADO
                END-IF
                MOVE WS-RC-FINAL                TO RUNL-RETURN-CODE
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
                MOVE "SFCPMIG1047"              TO CTOT-PROGRAM_NAME
                MOVE WS-RUN-FECHA               TO WS-FECHA
                MOVE WS-FECHA                   TO CTOT-FECHA
                MOVE "LEIDOS ACCRUALS"          TO CTOT-CONTADOR
                MOVE WS-C-ENT-1                  TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "LEIDOS REDEMPTIONS"       TO CTOT-CONTADOR
                MOVE WS-C-ENT-2                  TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "LEIDOS CADUCIDAD"         TO CTOT-CONTADOR
                MOVE WS-C-ENT-3                  TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "LEIDOS AJUSTES"           TO CTOT-CONTADOR
                COMPUTE CTOT-VALOR = WS-C-ENT-4 + WS-C-ENT-5
                WRITE REG-SALIDA3 END-WRITE
                MOVE "MOVIMIENTOS ASIENTO"      TO CTOT-CONTADOR
                MOVE WS-C-MOVIMIENTOS            TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "GRABADOS ASIENTO"         TO CTOT-CONTADOR
                MOVE WS-C-SAL-1                  TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "DESCUADRES ASIENTO"       TO CTOT-CONTADOR
                MOVE WS-C-DESCUADRES             TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                CLOSE SALIDA3 .

        GRABA-ALERTA .
      *         Asiento normalizado en el archivo unico de alertas;
      *         el parrafo que invoca ya dejo cargados el mensaje, la
      *         severidad y el codigo de condicion.
                OPEN EXTEND ALERTA
                IF WS-ALER-STATUS NOT = "00"
                   OPEN OUTPUT ALERTA
                END-IF
                MOVE WS-RUN-ID                  TO ALER-RUN-ID
                MOVE "SFCPMIG1047"              TO ALER-PROGRAM_NAME
                MOVE WS-ALERTA-SEVERIDAD        TO ALER-SEVERIDAD
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
