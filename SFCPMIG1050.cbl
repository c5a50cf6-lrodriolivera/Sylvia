        IDENTIFICATION DIVISION.
        PROGRAM-ID. SFCPMIG1050 .
        AUTHOR.     CONNECTIS-GS.
      * Muestra UAT de negocio para la firma de cada ensayo: en vez de
      * revisar los RUT que cada dueno de negocio conoce, saca una
      * muestra estratificada y reproducible del universo Rutero y
      * deja, por RUT muestreado, una pagina lado a lado con la vista
      * del legado (Rutero, T7542600, movimientos T7542350, tier y
      * saldo legado) junto a la vista migrada (MEMBER, CONTACTS,
      * TRANSACTIONS, ACCRUALS y REDEMPTIONS) y una linea de firma
      * para el revisor.
      *  - Estrato: marca (CODPROGR del Rutero contra COPY_MARCA,
      *    RIPLEY por defecto), tier del legado (FTIERRUT), banda de
      *    actividad de SFCPMIG1044 (AC activo, 06/12/24 meses, SA sin
      *    actividad, SD sin dato), fallecido (FALLECIDOS de
      *    SFCPMIG0401), RUT pesado (FRUTPESADO de SFCPMIG0701/0801)
      *    y excepciones abiertas (COPY_EXLED_SALDO de SFCPMIG1012).
      *  - Reproducible: cada RUT recibe un numero pseudoaleatorio
      *    derivado solo del RUT y de la semilla; de cada estrato se
      *    toman los N RUT de numero mas bajo. Misma semilla y mismos
      *    archivos dan la misma muestra. Semilla y N vienen de la
      *    tarjeta FMUESTRAUAT (opcional; por defecto la fecha de
      *    negocio y 2 RUT por estrato).
      *  - Firma: FFIRMAUAT (COPY_FIRMA_UAT), un registro por RUT
      *    muestreado con su pagina y estrato, que el revisor
      *    completa y que SFCPMIG1013 cita en el certificado.
      * La clasificacion y la seleccion se resuelven con SORT
      * internos sobre archivos de trabajo; las paginas se arman con
      * un ultimo SORT por RUT y numero de linea.
      * Fecha : 15-10-2026
      * COMPILAR-LINK : cobol.sh SFCPMIG1050
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

                SELECT ENTRADA1 ASSIGN TO EXTERNAL FENTRADA1
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-E01-STATUS.

                SELECT ENTRADA2 ASSIGN TO EXTERNAL FENTRADA2
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-E02-STATUS.

                SELECT ENTRADA3 ASSIGN TO EXTERNAL FENTRADA3
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-E03-STATUS.

                SELECT ENTRADA4 ASSIGN TO EXTERNAL FSALDOLEGACY
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-E04-STATUS.

                SELECT ENTRADA5 ASSIGN TO EXTERNAL FTIERRUT
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-E05-STATUS.

                SELECT ENTRADA6 ASSIGN TO EXTERNAL FFALLECIDOS
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-E06-STATUS.

                SELECT ENTRADA7 ASSIGN TO EXTERNAL FATRIBACTIVIDAD
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-E07-STATUS.

                SELECT ENTRADA8 ASSIGN TO EXTERNAL FRUTPESADO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-E08-STATUS.

                SELECT ENTRADA9 ASSIGN TO EXTERNAL FEXLEDSALDO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-E09-STATUS.

                SELECT ENTRADA10 ASSIGN TO EXTERNAL FMEMBER
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-E10-STATUS.

                SELECT ENTRADA11 ASSIGN TO EXTERNAL FCONTACTS
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-E11-STATUS.

                SELECT ENTRADA12 ASSIGN TO EXTERNAL FTRANSACTIONS
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-E12-STATUS.

                SELECT ENTRADA13 ASSIGN TO EXTERNAL FACCRUALS
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-E13-STATUS.

                SELECT ENTRADA14 ASSIGN TO EXTERNAL FREDEMPTIONS
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-E14-STATUS.

                SELECT ENTRADA15 ASSIGN TO EXTERNAL FMARCA
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-E15-STATUS.

      *         Tarjeta de semilla y RUT por estrato, opcional.
                SELECT ENTRADA16 ASSIGN TO EXTERNAL FMUESTRAUAT
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-E16-STATUS.

                SELECT SORTHEC ASSIGN TO EXTERNAL SORTWKHEC .

                SELECT SORTEST ASSIGN TO EXTERNAL SORTWKEST .

                SELECT SORTSEL ASSIGN TO EXTERNAL SORTWKSEL .

                SELECT SORTPAG ASSIGN TO EXTERNAL SORTWKPAG .

      *         Unidades del universo con su estrato y numero de
      *         muestreo; RUT elegidos.
                SELECT TRABAJO ASSIGN TO EXTERNAL FESTRATOUAT
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT TRABSEL ASSIGN TO EXTERNAL FMUESTRASEL
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA1 ASSIGN TO EXTERNAL FREPORTEUAT
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA2 ASSIGN TO EXTERNAL FFIRMAUAT
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

      *    Rutero ordenado por RUT: universo de la muestra.
       FD ENTRADA1
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 18 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA1 .
          COPY COPY_RUTERO_ORD .

      *    T7542600 (datos de la persona).
       FD ENTRADA2
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 137 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA2 .
          COPY COPY_UNI_2600 .

      *    T7542350 (movimientos de puntos del legado).
       FD ENTRADA3
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 218 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA3 .
          COPY COPY_T7542350 .

      *    Saldo de puntos del legado por RUT.
       FD ENTRADA4
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 20 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA4 .
          COPY COPY_SALDO_LEGACY .

      *    Tier del legado por RUT.
       FD ENTRADA5
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 18 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA5 .
          COPY COPY_TIER_RUT .

      *    FALLECIDOS de SFCPMIG0401 (con encabezado y trailer).
       FD ENTRADA6
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 35 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA6 .
          COPY COPY_FALLECIDOS .

      *    Atributos de actividad de SFCPMIG1044 (con encabezado y
      *    trailer), por MEM_NUM.
       FD ENTRADA7
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 84 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA7 .
          COPY COPY_ATRIBUTO_ACTIVIDAD .

      *    RUT pesados desviados por SFCPMIG0701/0801.
       FD ENTRADA8
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 45 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA8 .
          COPY COPY_RUT_PESADO .

      *    Saldo del libro de excepciones de SFCPMIG1012.
       FD ENTRADA9
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 140 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA9 .
          COPY COPY_EXLED_SALDO .

      *    Archivos de carga a Oracle (encabezado y trailer de la
      *    cadena), leidos en sus layouts de WORKING-STORAGE.
       FD ENTRADA10
          RECORDING MODE IS F
          RECORD CONTAINS 251 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA10                         PIC X(251) .

       FD ENTRADA11
          RECORDING MODE IS F
          RECORD CONTAINS 149 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA11                         PIC X(149) .

       FD ENTRADA12
          RECORDING MODE IS F
          RECORD CONTAINS 501 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA12                         PIC X(501) .

       FD ENTRADA13
          RECORDING MODE IS F
          RECORD CONTAINS 251 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA13                         PIC X(251) .

       FD ENTRADA14
          RECORDING MODE IS F
          RECORD CONTAINS 154 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA14                         PIC X(154) .

      *    Tabla de marcas/cadenas del grupo (COPY_MARCA).
       FD ENTRADA15
          RECORDING MODE IS F
          RECORD CONTAINS 26 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA15 .
           COPY COPY_MARCA .

      *    Tarjeta de la muestra: semilla y RUT por estrato.
       FD ENTRADA16
          RECORDING MODE IS F
          RECORD CONTAINS 11 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA16 .
           05 MUES-SEMILLA                      PIC 9(09) .
           05 MUES-POR-ESTRATO                  PIC 9(02) .

      *    Hecho de clasificacion de un RUT: 1 Rutero (CODPROGR),
      *    2 tier, 3 fallecido, 4 actividad (prefijo + banda),
      *    5 RUT pesado, 6 excepcion abierta.
       SD SORTHEC .

       01  REG-SORTHEC .
           05 SHEC-RUT                          PIC 9(08) .
           05 SHEC-TIPO                         PIC X(01) .
           05 SHEC-DATO                         PIC X(10) .

      *    Unidad del universo (RUT + marca) con su estrato.
       SD SORTEST .

       01  REG-SORTEST .
           05 SEST-ESTRATO                      PIC X(25) .
           05 SEST-NUMERO                       PIC 9(10) .
           05 SEST-RUT                          PIC 9(08) .
           05 SEST-CODPROGR                     PIC X(09) .

       FD TRABAJO
          RECORDING MODE IS F
          RECORD CONTAINS 52 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-TRABAJO .
           05 TEST-ESTRATO .
              10 TEST-ORG_CODE                  PIC X(10) .
              10 TEST-TIER                      PIC X(10) .
              10 TEST-ACTIVIDAD                 PIC X(02) .
              10 TEST-FALLECIDO                 PIC X(01) .
              10 TEST-PESADO                    PIC X(01) .
              10 TEST-EXCEPCION                 PIC X(01) .
           05 TEST-NUMERO                       PIC 9(10) .
           05 TEST-RUT                          PIC 9(08) .
           05 TEST-CODPROGR                     PIC X(09) .

      *    RUT elegido para la muestra.
       SD SORTSEL .

       01  REG-SORTSEL .
           05 SSEL-RUT                          PIC 9(08) .
           05 SSEL-CODPROGR                     PIC X(09) .
           05 SSEL-ESTRATO                      PIC X(25) .

       FD TRABSEL
          RECORDING MODE IS F
          RECORD CONTAINS 42 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-TRABSEL .
           05 TSEL-RUT                          PIC 9(08) .
           05 TSEL-CODPROGR                     PIC X(09) .
           05 TSEL-ESTRATO                      PIC X(25) .

      *    Linea de pagina: lado I (legado) o D (migrado).
       SD SORTPAG .

       01  REG-SORTPAG .
           05 SPAG-RUT                          PIC 9(08) .
           05 SPAG-LINEA                        PIC 9(04) .
           05 SPAG-LADO                         PIC X(01) .
              88 SPAG-ES-LEGADO                 VALUE "I" .
           05 SPAG-TEXTO                        PIC X(64) .

      *    Informe lado a lado para la firma de negocio.
       FD SALIDA1
          RECORDING MODE IS F
          RECORD CONTAINS 132 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA1                           PIC X(132) .

      *    Firma de la muestra (COPY_FIRMA_UAT).
       FD SALIDA2
          RECORDING MODE IS F
          RECORD CONTAINS 119 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA2 .
           COPY COPY_FIRMA_UAT .

      *    Historial de totales de control de la corrida
      *    (COPY_CONTROL_TOTALES), compartido por toda la cadena.
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
           05 WS-FIN-A                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-HEC                        PIC 9(01) VALUE ZEROS .
           05 WS-FIN-EST                        PIC 9(01) VALUE ZEROS .
           05 WS-FIN-SEL                        PIC 9(01) VALUE ZEROS .
           05 WS-FIN-PAG                        PIC 9(01) VALUE ZEROS .
           05 WS-E01-STATUS                     PIC X(02) .
           05 WS-E02-STATUS                     PIC X(02) .
           05 WS-E03-STATUS                     PIC X(02) .
           05 WS-E04-STATUS                     PIC X(02) .
           05 WS-E05-STATUS                     PIC X(02) .
           05 WS-E06-STATUS                     PIC X(02) .
           05 WS-E07-STATUS                     PIC X(02) .
           05 WS-E08-STATUS                     PIC X(02) .
           05 WS-E09-STATUS                     PIC X(02) .
           05 WS-E10-STATUS                     PIC X(02) .
           05 WS-E11-STATUS                     PIC X(02) .
           05 WS-E12-STATUS                     PIC X(02) .
           05 WS-E13-STATUS                     PIC X(02) .
           05 WS-E14-STATUS                     PIC X(02) .
           05 WS-E15-STATUS                     PIC X(02) .
           05 WS-E16-STATUS                     PIC X(02) .
           05 WS-CTOT-STATUS                    PIC X(02) .
           05 WS-RC-FINAL                       PIC 9(04) VALUE ZEROS .
           05 WS-FECHA .
              10 WS-FAA                         PIC X(04) .
              10 WS-FMM                         PIC X(02) .
              10 WS-FDD                         PIC X(02) .

        01 WS-CONTADORES.
           05 WS-C-RUTERO                       PIC 9(12) VALUE ZEROS .
           05 WS-C-UNIVERSO                     PIC 9(12) VALUE ZEROS .
           05 WS-C-ESTRATOS                     PIC 9(12) VALUE ZEROS .
           05 WS-C-ELEGIDOS                     PIC 9(12) VALUE ZEROS .
           05 WS-C-MUESTRA                      PIC 9(12) VALUE ZEROS .
           05 WS-C-REPETIDOS                    PIC 9(12) VALUE ZEROS .
           05 WS-C-EXCEDIDOS                    PIC 9(12) VALUE ZEROS .
           05 WS-C-LINEAS                       PIC 9(12) VALUE ZEROS .
           05 WS-C-NO-INFORMADOS                PIC 9(04) VALUE ZEROS .

      *    Registros de carga en sus layouts.
        01 WS-SOCIO .
           COPY COPY_MEMBER .

        01 WS-CONTACTO .
           COPY COPY_CONTACTS .

        01 WS-TRANSACCION .
           COPY COPY_TRANSACTIONS .

        01 WS-ACCRUAL .
           COPY COPY_ACURUALS .

        01 WS-REDEMPTION .
           COPY COPY_REDEMPTIONS .

      *    Clasificacion de registros de los archivos de la cadena:
      *    encabezado con firma del programa, trailer fecha +
      *    contador numericos, lo demas es detalle.
        01 WS-CLASIFICACION.
           05 WS-REG-BUF                        PIC X(501) .
           05 WS-REG-BUF-R REDEFINES WS-REG-BUF .
              10 WS-CABEZA-7                    PIC X(07) .
              10 FILLER                         PIC X(494) .
           05 WS-REG-BUF-R2 REDEFINES WS-REG-BUF .
              10 WS-CABEZA-20                   PIC X(20) .
              10 FILLER                         PIC X(481) .
           05 WS-DETALLE-SW                     PIC X(01) .
              88 ES-DETALLE                     VALUE "S" .
           05 WS-MEM-NUM                        PIC X(15) .
           05 WS-MEM-NUM-R REDEFINES WS-MEM-NUM .
              10 WS-MEM-PREFIJO                 PIC X(04) .
              10 WS-MEM-RUT                     PIC X(08) .
              10 FILLER                         PIC X(03) .
           05 WS-RUT-LEIDO                      PIC 9(08) .

      *    Archivos presentes: un archivo opcional ausente deja su
      *    dimension o su vista sin dato y la corrida termina en
      *    advertencia.
        01 WS-PRESENCIA.
           05 WS-HAY-2600                       PIC X(01) .
           05 WS-HAY-2350                       PIC X(01) .
           05 WS-HAY-SALDO                      PIC X(01) .
           05 WS-HAY-TIER                       PIC X(01) .
           05 WS-HAY-FALL                       PIC X(01) .
           05 WS-HAY-ACTIV                      PIC X(01) .
           05 WS-HAY-PESADO                     PIC X(01) .
           05 WS-HAY-EXCEP                      PIC X(01) .
           05 WS-HAY-CONTACTS                   PIC X(01) .
           05 WS-HAY-TRANS                      PIC X(01) .
           05 WS-HAY-ACCRUALS                   PIC X(01) .
           05 WS-HAY-REDEMPT                    PIC X(01) .
           05 WS-NO-INF-ITEM OCCURS 12 TIMES    PIC X(20) .
           05 WS-NO-INF-IDX                     PIC 9(04) COMP .
           05 WS-ARCHIVO-ACTUAL                 PIC X(20) .

      *    Muestreo reproducible: el numero de cada RUT depende solo
      *    del RUT y de la semilla (congruencial, dos vueltas).
        01 WS-MUESTREO.
           05 WS-SEMILLA                        PIC 9(09) .
           05 WS-POR-ESTRATO                    PIC 9(02) VALUE 2 .
           05 WS-HASH                           PIC 9(18) .
           05 WS-COCIENTE                       PIC 9(18) .
           05 WS-RESTO                          PIC 9(10) .
           05 WS-ESTRATO-ANT                    PIC X(25) .
           05 WS-EST-UNIVERSO                   PIC 9(12) .
           05 WS-EST-MUESTRA                    PIC 9(04) .

      *    Hechos acumulados del RUT en clasificacion.
        01 WS-UNIDAD.
           05 WS-HEC-RUT-ANT                    PIC 9(08) .
           05 WS-RUT-ACTUAL                     PIC 9(08) .
           05 WS-UNI-TIER                       PIC X(10) .
           05 WS-UNI-FALLECIDO                  PIC X(01) .
           05 WS-UNI-PESADO                     PIC X(01) .
           05 WS-UNI-EXCEPCION                  PIC X(01) .
           05 WS-UNI-CANT                       PIC 9(04) COMP .
           05 WS-UNI-IDX                        PIC 9(04) COMP .
           05 WS-UNI-CODPROGR OCCURS 10 TIMES   PIC X(09) .
           05 WS-ACT-CANT                       PIC 9(04) COMP .
           05 WS-ACT-IDX                        PIC 9(04) COMP .
           05 WS-ACT-ITEM OCCURS 10 TIMES .
              10 WS-ACT-PREFIJO                 PIC X(04) .
              10 WS-ACT-BANDA                   PIC X(02) .
           05 WS-BANDA-ACTUAL                   PIC X(02) .

      *    Tabla de marcas por CODPROGR del Rutero; sin calce se
      *    mantiene la marca historica RIPLEY/CL01.
        01 WS-TABLA-MARCA.
           05 WS-MARCA-CANT                     PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-MARCA-IDX                      PIC 9(04) COMP .
           05 WS-MARCA-ENCONTRADO               PIC X(01) .
              88 MARCA-FUE-ENCONTRADA           VALUE "S" .
           05 WS-MARCA-ITEM OCCURS 50 TIMES .
              10 WS-MARCA-ITEM-CODPROGR         PIC X(09) .
              10 WS-MARCA-ITEM-ORG_CODE         PIC X(10) .
              10 WS-MARCA-ITEM-PREFIJO          PIC X(04) .
           05 WS-CODPROGR-ACTUAL                PIC X(09) .
           05 WS-ORG-ACTUAL                     PIC X(10) .
           05 WS-PREFIJO-ACTUAL                 PIC X(04) .

      *    RUT de la muestra en orden de RUT (= orden de paginas);
      *    se busca por biseccion al recorrer cada archivo.
        01 WS-TABLA-MUESTRA.
           05 WS-MUE-CANT                       PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-MUE-IDX                        PIC 9(04) COMP .
           05 WS-MUE-HIT                        PIC 9(04) COMP .
           05 WS-BUS-INF                        PIC 9(04) COMP .
           05 WS-BUS-SUP                        PIC 9(04) COMP .
           05 WS-BUS-MED                        PIC 9(04) COMP .
           05 WS-MUE-ITEM OCCURS 999 TIMES .
              10 WS-MUE-RUT                     PIC 9(08) .
              10 WS-MUE-CODPROGR                PIC X(09) .
              10 WS-MUE-ESTRATO .
                 15 WS-MUE-ORG_CODE             PIC X(10) .
                 15 WS-MUE-TIER                 PIC X(10) .
                 15 WS-MUE-ACTIVIDAD            PIC X(02) .
                 15 WS-MUE-FALLECIDO            PIC X(01) .
                 15 WS-MUE-PESADO               PIC X(01) .
                 15 WS-MUE-EXCEPCION            PIC X(01) .
              10 WS-MUE-LIN-I                   PIC 9(04) COMP .
              10 WS-MUE-LIN-D                   PIC 9(04) COMP .
              10 WS-MUE-OMIT-I                  PIC 9(06) .
              10 WS-MUE-OMIT-D                  PIC 9(06) .
              10 WS-MUE-PTS-LEG                 PIC S9(11) .
              10 WS-MUE-PTS-ACU                 PIC S9(11) .
              10 WS-MUE-PTS-RED                 PIC S9(11) .
           05 WS-RUT-ANT-SEL                    PIC 9(08) .

      *    Armado de las lineas de pagina: cada lado admite hasta
      *    WS-MAX-LINEAS lineas de detalle por RUT; las demas se
      *    cuentan como no impresas (RUT pesados).
        01 WS-PAGINA.
           05 WS-MAX-LINEAS                     PIC 9(04) COMP
                                                 VALUE 150 .
           05 WS-TEXTO                          PIC X(64) .
           05 WS-LADO                           PIC X(01) .
           05 WS-VALOR-LEIDO                    PIC S9(09) .
           05 WS-PUNTOS-ED                      PIC -(11)9 .
           05 WS-OMIT-ED                        PIC Z(5)9 .
           05 WS-PAG-RUT-ANT                    PIC 9(08) .
           05 WS-PAG-LINEA-ANT                  PIC 9(04) .
           05 WS-PAG-ABIERTA-SW                 PIC X(01) VALUE "N" .
              88 PAGINA-ABIERTA                 VALUE "S" .
           05 WS-LINEA-PAG .
              10 WS-LINEA-IZQ                   PIC X(64) .
              10 WS-LINEA-MEDIO                 PIC X(03) .
              10 WS-LINEA-DER                   PIC X(64) .
              10 FILLER                         PIC X(01) .
           05 WS-LINEA                          PIC X(132) .
           05 WS-SEPARADOR                      PIC X(132)
                                                 VALUE ALL "-" .
           05 WS-SEPARADOR-RUT                  PIC X(132)
                                                 VALUE ALL "=" .
           05 WS-VALOR-ED                       PIC Z(11)9 .
           05 WS-PAGINA-ED                      PIC Z(3)9 .

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
                PERFORM LEE-TARJETA
                PERFORM CARGA-MARCAS
                PERFORM VERIFICA-PRESENCIA
                OPEN OUTPUT SALIDA1
                PERFORM ESCRIBE-PORTADA .

        LEE-TARJETA .
      *         Sin tarjeta la semilla es la fecha de negocio: la
      *         muestra de un ensayo se repite igual al relanzarlo.
                MOVE WS-RUN-FECHA               TO WS-SEMILLA
                OPEN INPUT ENTRADA16
                IF WS-E16-STATUS = "00"
                   READ ENTRADA16
                   IF WS-E16-STATUS = "00"
                      IF MUES-SEMILLA IS NUMERIC
                         AND MUES-SEMILLA > ZEROS
                         MOVE MUES-SEMILLA      TO WS-SEMILLA
                      END-IF
                      IF MUES-POR-ESTRATO IS NUMERIC
                         AND MUES-POR-ESTRATO > ZEROS
                         MOVE MUES-POR-ESTRATO  TO WS-POR-ESTRATO
                      END-IF
                   END-IF
                   CLOSE ENTRADA16
                END-IF .

        CARGA-MARCAS .
                MOVE ZEROS                      TO WS-FIN-A
                OPEN INPUT ENTRADA15
                IF WS-E15-STATUS = "00"
                   PERFORM LEE-15
                   PERFORM CARGA-MARCA UNTIL WS-FIN-A = 1
                   CLOSE ENTRADA15
                END-IF .

        LEE-15 .
                READ ENTRADA15 AT END MOVE 1    TO WS-FIN-A .

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
                MOVE MARCA-CODPROGR             TO
                     WS-MARCA-ITEM-CODPROGR (WS-MARCA-CANT)
                MOVE MARCA-ORG_CODE             TO
                     WS-MARCA-ITEM-ORG_CODE (WS-MARCA-CANT)
                MOVE MARCA-PREFIJO              TO
                     WS-MARCA-ITEM-PREFIJO (WS-MARCA-CANT)
                PERFORM LEE-15 .

        VERIFICA-PRESENCIA .
      *         Rutero y MEMBER son obligatorios; los demas se
      *         prueban aqui y se leen solo si estan.
                OPEN INPUT ENTRADA1
                IF WS-E01-STATUS NOT = "00"
                   MOVE "ARCHIVO RUTERO NO DISPONIBLE"
                                           TO WS-ALERTA-MENSAJE
                   PERFORM ERROR-ENTRADA
                END-IF
                CLOSE ENTRADA1
                OPEN INPUT ENTRADA10
                IF WS-E10-STATUS NOT = "00"
                   MOVE "ARCHIVO MEMBER NO DISPONIBLE"
                                           TO WS-ALERTA-MENSAJE
                   PERFORM ERROR-ENTRADA
                END-IF
                CLOSE ENTRADA10
                MOVE "S"                        TO WS-HAY-2600
                OPEN INPUT ENTRADA2
                IF WS-E02-STATUS = "00"
                   CLOSE ENTRADA2
                ELSE
                   MOVE "N"                     TO WS-HAY-2600
                   MOVE "T7542600"              TO WS-ARCHIVO-ACTUAL
                   PERFORM ANOTA-NO-INFORMADO
                END-IF
                MOVE "S"                        TO WS-HAY-2350
                OPEN INPUT ENTRADA3
                IF WS-E03-STATUS = "00"
                   CLOSE ENTRADA3
                ELSE
                   MOVE "N"                     TO WS-HAY-2350
                   MOVE "T7542350"              TO WS-ARCHIVO-ACTUAL
                   PERFORM ANOTA-NO-INFORMADO
                END-IF
                MOVE "S"                        TO WS-HAY-SALDO
                OPEN INPUT ENTRADA4
                IF WS-E04-STATUS = "00"
                   CLOSE ENTRADA4
                ELSE
                   MOVE "N"                     TO WS-HAY-SALDO
                   MOVE "SALDO LEGADO"          TO WS-ARCHIVO-ACTUAL
                   PERFORM ANOTA-NO-INFORMADO
                END-IF
                MOVE "S"                        TO WS-HAY-TIER
                OPEN INPUT ENTRADA5
                IF WS-E05-STATUS = "00"
                   CLOSE ENTRADA5
                ELSE
                   MOVE "N"                     TO WS-HAY-TIER
                   MOVE "TIER LEGADO"           TO WS-ARCHIVO-ACTUAL
                   PERFORM ANOTA-NO-INFORMADO
                END-IF
                MOVE "S"                        TO WS-HAY-FALL
                OPEN INPUT ENTRADA6
                IF WS-E06-STATUS = "00"
                   CLOSE ENTRADA6
                ELSE
                   MOVE "N"                     TO WS-HAY-FALL
                   MOVE "FALLECIDOS"            TO WS-ARCHIVO-ACTUAL
                   PERFORM ANOTA-NO-INFORMADO
                END-IF
                MOVE "S"                        TO WS-HAY-ACTIV
                OPEN INPUT ENTRADA7
                IF WS-E07-STATUS = "00"
                   CLOSE ENTRADA7
                ELSE
                   MOVE "N"                     TO WS-HAY-ACTIV
                   MOVE "ATRIB. ACTIVIDAD"      TO WS-ARCHIVO-ACTUAL
                   PERFORM ANOTA-NO-INFORMADO
                END-IF
                MOVE "S"                        TO WS-HAY-PESADO
                OPEN INPUT ENTRADA8
                IF WS-E08-STATUS = "00"
                   CLOSE ENTRADA8
                ELSE
                   MOVE "N"                     TO WS-HAY-PESADO
                   MOVE "RUT PESADOS"           TO WS-ARCHIVO-ACTUAL
                   PERFORM ANOTA-NO-INFORMADO
                END-IF
                MOVE "S"                        TO WS-HAY-EXCEP
                OPEN INPUT ENTRADA9
                IF WS-E09-STATUS = "00"
                   CLOSE ENTRADA9
                ELSE
                   MOVE "N"                     TO WS-HAY-EXCEP
                   MOVE "SALDO EXCEPCIONES"     TO WS-ARCHIVO-ACTUAL
                   PERFORM ANOTA-NO-INFORMADO
                END-IF
                MOVE "S"                        TO WS-HAY-CONTACTS
                OPEN INPUT ENTRADA11
                IF WS-E11-STATUS = "00"
                   CLOSE ENTRADA11
                ELSE
                   MOVE "N"                     TO WS-HAY-CONTACTS
                   MOVE "CONTACTS"              TO WS-ARCHIVO-ACTUAL
                   PERFORM ANOTA-NO-INFORMADO
                END-IF
                MOVE "S"                        TO WS-HAY-TRANS
                OPEN INPUT ENTRADA12
                IF WS-E12-STATUS = "00"
                   CLOSE ENTRADA12
                ELSE
                   MOVE "N"                     TO WS-HAY-TRANS
                   MOVE "TRANSACTIONS"          TO WS-ARCHIVO-ACTUAL
                   PERFORM ANOTA-NO-INFORMADO
                END-IF
                MOVE "S"                        TO WS-HAY-ACCRUALS
                OPEN INPUT ENTRADA13
                IF WS-E13-STATUS = "00"
                   CLOSE ENTRADA13
                ELSE
                   MOVE "N"                     TO WS-HAY-ACCRUALS
                   MOVE "ACCRUALS"              TO WS-ARCHIVO-ACTUAL
                   PERFORM ANOTA-NO-INFORMADO
                END-IF
                MOVE "S"                        TO WS-HAY-REDEMPT
                OPEN INPUT ENTRADA14
                IF WS-E14-STATUS = "00"
                   CLOSE ENTRADA14
                ELSE
                   MOVE "N"                     TO WS-HAY-REDEMPT
                   MOVE "REDEMPTIONS"           TO WS-ARCHIVO-ACTUAL
                   PERFORM ANOTA-NO-INFORMADO
                END-IF .

        ANOTA-NO-INFORMADO .
                ADD 1                           TO WS-C-NO-INFORMADOS
                MOVE WS-ARCHIVO-ACTUAL          TO
                     WS-NO-INF-ITEM (WS-C-NO-INFORMADOS)
                MOVE 4                          TO WS-RC-FINAL
                DISPLAY "ARCHIVO NO INFORMADO: " WS-ARCHIVO-ACTUAL .

        ERROR-ENTRADA .
                DISPLAY WS-ALERTA-MENSAJE
                DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                DISPLAY "---------------------------------"
                MOVE 1                          TO WS-ALERTA-CONDICION
                PERFORM GRABA-ALERTA
                MOVE 1                          TO RETURN-CODE
                STOP RUN .

        ESCRIBE-PORTADA .
                MOVE SPACES                     TO WS-LINEA
                STRING "MUESTRA UAT DE NEGOCIO - FIRMA DEL ENSAYO"
                                                DELIMITED BY SIZE
                       "  SFCPMIG1050"          DELIMITED BY SIZE
                                           INTO WS-LINEA
                END-STRING
                IF MODO-ENSAYO
                   MOVE "(MODO ENSAYO)"         TO WS-LINEA (60:13)
                END-IF
                PERFORM ESCRIBE-LINEA
                MOVE WS-SEPARADOR               TO WS-LINEA
                PERFORM ESCRIBE-LINEA
                MOVE SPACES                     TO WS-LINEA
                MOVE WS-POR-ESTRATO             TO WS-PAGINA-ED
                STRING "RUN-ID "                DELIMITED BY SIZE
                       WS-RUN-ID                DELIMITED BY SIZE
                       "   SEMILLA "            DELIMITED BY SIZE
                       WS-SEMILLA               DELIMITED BY SIZE
                       "   RUT POR ESTRATO "    DELIMITED BY SIZE
                       WS-PAGINA-ED             DELIMITED BY SIZE
                                           INTO WS-LINEA
                END-STRING
                PERFORM ESCRIBE-LINEA
                PERFORM ESCRIBE-NO-INFORMADO
                   VARYING WS-NO-INF-IDX FROM 1 BY 1
                   UNTIL WS-NO-INF-IDX > WS-C-NO-INFORMADOS
                MOVE WS-SEPARADOR               TO WS-LINEA
                PERFORM ESCRIBE-LINEA
                MOVE SPACES                     TO WS-LINEA
                MOVE "MARCA      TIER       ACT FAL PES EXC"
                                                TO WS-LINEA (1:37)
                MOVE "UNIVERSO   MUESTRA"       TO WS-LINEA (44:18)
                PERFORM ESCRIBE-LINEA .

        ESCRIBE-NO-INFORMADO .
                MOVE SPACES                     TO WS-LINEA
                STRING "ARCHIVO NO INFORMADO: " DELIMITED BY SIZE
                       WS-NO-INF-ITEM (WS-NO-INF-IDX)
                                                DELIMITED BY SIZE
                                           INTO WS-LINEA
                END-STRING
                PERFORM ESCRIBE-LINEA .

        ESCRIBE-LINEA .
                MOVE WS-LINEA                   TO REG-SALIDA1
                WRITE REG-SALIDA1 END-WRITE .

      *---------------------------------------------------------------*
      *  1) Hechos por RUT -> estrato de cada unidad (RUT + marca).   *
      *  2) Estrato + numero de muestreo -> los N primeros de cada    *
      *     estrato.                                                  *
      *  3) RUT elegidos por RUT -> tabla de muestra y firma.         *
      *  4) Lineas de cada vista por RUT -> paginas lado a lado.      *
      *---------------------------------------------------------------*
        200000-PROCESO .
                SORT SORTHEC
                     ON ASCENDING KEY SHEC-RUT SHEC-TIPO SHEC-DATO
                     INPUT PROCEDURE IS CARGA-HECHOS
                     OUTPUT PROCEDURE IS ESTRATIFICA
                SORT SORTEST
                     ON ASCENDING KEY SEST-ESTRATO SEST-NUMERO
                                      SEST-RUT SEST-CODPROGR
                     INPUT PROCEDURE IS CARGA-UNIVERSO
                     OUTPUT PROCEDURE IS SELECCIONA-MUESTRA
                SORT SORTSEL
                     ON ASCENDING KEY SSEL-RUT SSEL-CODPROGR
                     INPUT PROCEDURE IS CARGA-ELEGIDOS
                     OUTPUT PROCEDURE IS ARMA-MUESTRA
                SORT SORTPAG
                     ON ASCENDING KEY SPAG-RUT SPAG-LINEA SPAG-LADO
                     INPUT PROCEDURE IS RECOLECTA-VISTAS
                     OUTPUT PROCEDURE IS IMPRIME-PAGINAS .

      *---------------------------------------------------------------*
      *  Clasificacion del universo.                                  *
      *---------------------------------------------------------------*
        CARGA-HECHOS .
                MOVE ZEROS                      TO WS-FIN-A
                OPEN INPUT ENTRADA1
                PERFORM LEE-01
                PERFORM SUELTA-RUTERO UNTIL WS-FIN-A = 1
                CLOSE ENTRADA1
                IF WS-HAY-TIER = "S"
                   MOVE ZEROS                   TO WS-FIN-A
                   OPEN INPUT ENTRADA5
                   PERFORM LEE-05
                   PERFORM SUELTA-TIER UNTIL WS-FIN-A = 1
                   CLOSE ENTRADA5
                END-IF
                IF WS-HAY-FALL = "S"
                   MOVE ZEROS                   TO WS-FIN-A
                   OPEN INPUT ENTRADA6
                   PERFORM LEE-06
                   PERFORM SUELTA-FALLECIDO UNTIL WS-FIN-A = 1
                   CLOSE ENTRADA6
                END-IF
                IF WS-HAY-ACTIV = "S"
                   MOVE ZEROS                   TO WS-FIN-A
                   OPEN INPUT ENTRADA7
                   PERFORM LEE-07
                   PERFORM SUELTA-ACTIVIDAD UNTIL WS-FIN-A = 1
                   CLOSE ENTRADA7
                END-IF
                IF WS-HAY-PESADO = "S"
                   MOVE ZEROS                   TO WS-FIN-A
                   OPEN INPUT ENTRADA8
                   PERFORM LEE-08
                   PERFORM SUELTA-PESADO UNTIL WS-FIN-A = 1
                   CLOSE ENTRADA8
                END-IF
                IF WS-HAY-EXCEP = "S"
                   MOVE ZEROS                   TO WS-FIN-A
                   OPEN INPUT ENTRADA9
                   PERFORM LEE-09
                   PERFORM SUELTA-EXCEPCION UNTIL WS-FIN-A = 1
                   CLOSE ENTRADA9
                END-IF .

        LEE-01 .
                READ ENTRADA1 AT END MOVE 1     TO WS-FIN-A .

        LEE-05 .
                READ ENTRADA5 AT END MOVE 1     TO WS-FIN-A .

        LEE-06 .
                READ ENTRADA6 AT END MOVE 1     TO WS-FIN-A .
                IF WS-FIN-A = ZEROS
                   MOVE SPACES                  TO WS-REG-BUF
                   MOVE REG-ENTRADA6            TO WS-REG-BUF
                   PERFORM CLASIFICA-REGISTRO
                END-IF .

        LEE-07 .
                READ ENTRADA7 AT END MOVE 1     TO WS-FIN-A .
                IF WS-FIN-A = ZEROS
                   MOVE SPACES                  TO WS-REG-BUF
                   MOVE REG-ENTRADA7            TO WS-REG-BUF
                   PERFORM CLASIFICA-REGISTRO
                END-IF .

        LEE-08 .
                READ ENTRADA8 AT END MOVE 1     TO WS-FIN-A .

        LEE-09 .
                READ ENTRADA9 AT END MOVE 1     TO WS-FIN-A .

        CLASIFICA-REGISTRO .
                MOVE "S"                        TO WS-DETALLE-SW
                IF WS-CABEZA-7 = "SFCPMIG"
                   OR WS-CABEZA-20 IS NUMERIC
                   MOVE "N"                     TO WS-DETALLE-SW
                END-IF .

        SUELTA-RUTERO .
                IF RUTORD-RUT IS NUMERIC
                   ADD 1                        TO WS-C-RUTERO
                   MOVE RUTORD-RUT              TO SHEC-RUT
                   MOVE "1"                     TO SHEC-TIPO
                   MOVE RUTORD-CODPROGR         TO SHEC-DATO
                   RELEASE REG-SORTHEC
                END-IF
                PERFORM LEE-01 .

        SUELTA-TIER .
                IF TIERRUT-RUT IS NUMERIC
                   MOVE TIERRUT-RUT             TO SHEC-RUT
                   MOVE "2"                     TO SHEC-TIPO
                   MOVE TIERRUT-TIER            TO SHEC-DATO
                   RELEASE REG-SORTHEC
                END-IF
                PERFORM LEE-05 .

        SUELTA-FALLECIDO .
                IF ES-DETALLE
                   AND FALLORD-RUT IS NUMERIC
                   MOVE FALLORD-RUT             TO SHEC-RUT
                   MOVE "3"                     TO SHEC-TIPO
                   MOVE SPACES                  TO SHEC-DATO
                   RELEASE REG-SORTHEC
                END-IF
                PERFORM LEE-06 .

        SUELTA-ACTIVIDAD .
      *         Banda en blanco es socio activo.
                MOVE RACT-MEM_NUM               TO WS-MEM-NUM
                IF ES-DETALLE
                   AND WS-MEM-RUT IS NUMERIC
                   MOVE WS-MEM-RUT              TO SHEC-RUT
                   MOVE "4"                     TO SHEC-TIPO
                   MOVE SPACES                  TO SHEC-DATO
                   MOVE WS-MEM-PREFIJO          TO SHEC-DATO (1:4)
                   IF RACT-DORMANT_BAND = SPACES
                      MOVE "AC"                 TO SHEC-DATO (5:2)
                   ELSE
                      MOVE RACT-DORMANT_BAND    TO SHEC-DATO (5:2)
                   END-IF
                   RELEASE REG-SORTHEC
                END-IF
                PERFORM LEE-07 .

        SUELTA-PESADO .
                IF PESADO-RUT IS NUMERIC
                   MOVE PESADO-RUT              TO SHEC-RUT
                   MOVE "5"                     TO SHEC-TIPO
                   MOVE SPACES                  TO SHEC-DATO
                   RELEASE REG-SORTHEC
                END-IF
                PERFORM LEE-08 .

        SUELTA-EXCEPCION .
      *         Solo casos abiertos (ACCION en blanco).
                IF SALDEX-ACCION = SPACES
                   AND SALDEX-RUT IS NUMERIC
                   AND SALDEX-RUT > ZEROS
                   MOVE SALDEX-RUT              TO SHEC-RUT
                   MOVE "6"                     TO SHEC-TIPO
                   MOVE SPACES                  TO SHEC-DATO
                   RELEASE REG-SORTHEC
                END-IF
                PERFORM LEE-09 .

        ESTRATIFICA .
                OPEN OUTPUT TRABAJO
                MOVE ZEROS                      TO WS-HEC-RUT-ANT
                PERFORM INICIA-UNIDAD
                PERFORM LEE-SORTHEC
                PERFORM ACUMULA-HECHO UNTIL WS-FIN-HEC = 1
                PERFORM EMITE-UNIDADES
                CLOSE TRABAJO .

        LEE-SORTHEC .
                RETURN SORTHEC AT END MOVE 1    TO WS-FIN-HEC
                END-RETURN .

        INICIA-UNIDAD .
                MOVE "SIN TIER"                 TO WS-UNI-TIER
                MOVE "N"                        TO WS-UNI-FALLECIDO
                MOVE "N"                        TO WS-UNI-PESADO
                MOVE "N"                        TO WS-UNI-EXCEPCION
                MOVE ZEROS                      TO WS-UNI-CANT
                MOVE ZEROS                      TO WS-ACT-CANT .

        ACUMULA-HECHO .
                IF SHEC-RUT NOT = WS-HEC-RUT-ANT
                   PERFORM EMITE-UNIDADES
                   PERFORM INICIA-UNIDAD
                   MOVE SHEC-RUT                TO WS-HEC-RUT-ANT
                END-IF
                EVALUATE SHEC-TIPO
                   WHEN "1"
                      IF WS-UNI-CANT < 10
                         ADD 1                  TO WS-UNI-CANT
                         MOVE SHEC-DATO         TO
                              WS-UNI-CODPROGR (WS-UNI-CANT)
                      END-IF
                   WHEN "2"
                      MOVE SHEC-DATO            TO WS-UNI-TIER
                   WHEN "3"
                      MOVE "S"                  TO WS-UNI-FALLECIDO
                   WHEN "4"
                      IF WS-ACT-CANT < 10
                         ADD 1                  TO WS-ACT-CANT
                         MOVE SHEC-DATO (1:4)   TO
                              WS-ACT-PREFIJO (WS-ACT-CANT)
                         MOVE SHEC-DATO (5:2)   TO
                              WS-ACT-BANDA (WS-ACT-CANT)
                      END-IF
                   WHEN "5"
                      MOVE "S"                  TO WS-UNI-PESADO
                   WHEN "6"
                      MOVE "S"                  TO WS-UNI-EXCEPCION
                END-EVALUATE
                PERFORM LEE-SORTHEC .

        EMITE-UNIDADES .
      *         Solo los RUT del Rutero son universo; cada marca del
      *         RUT es una unidad con su propia banda de actividad.
                MOVE WS-HEC-RUT-ANT             TO WS-RUT-ACTUAL
                PERFORM EMITE-UNIDAD
                   VARYING WS-UNI-IDX FROM 1 BY 1
                   UNTIL WS-UNI-IDX > WS-UNI-CANT .

        EMITE-UNIDAD .
                MOVE WS-UNI-CODPROGR (WS-UNI-IDX)
                                                TO WS-CODPROGR-ACTUAL
                PERFORM BUSCA-MARCA
                MOVE "SD"                       TO WS-BANDA-ACTUAL
                PERFORM COMPARA-ACTIVIDAD
                   VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-CANT
                PERFORM CALCULA-NUMERO
                MOVE WS-ORG-ACTUAL              TO TEST-ORG_CODE
                MOVE WS-UNI-TIER                TO TEST-TIER
                MOVE WS-BANDA-ACTUAL            TO TEST-ACTIVIDAD
                MOVE WS-UNI-FALLECIDO           TO TEST-FALLECIDO
                MOVE WS-UNI-PESADO              TO TEST-PESADO
                MOVE WS-UNI-EXCEPCION           TO TEST-EXCEPCION
                MOVE WS-RESTO                   TO TEST-NUMERO
                MOVE WS-RUT-ACTUAL              TO TEST-RUT
                MOVE WS-CODPROGR-ACTUAL         TO TEST-CODPROGR
                ADD 1                           TO WS-C-UNIVERSO
                WRITE REG-TRABAJO END-WRITE .

        COMPARA-ACTIVIDAD .
                IF WS-ACT-PREFIJO (WS-ACT-IDX) = WS-PREFIJO-ACTUAL
                   MOVE WS-ACT-BANDA (WS-ACT-IDX)
                                                TO WS-BANDA-ACTUAL
                END-IF .

        CALCULA-NUMERO .
      *         Numero de muestreo 0 a 2147483647: depende solo del
      *         RUT y de la semilla.
                COMPUTE WS-HASH = (WS-RUT-ACTUAL + WS-SEMILLA)
                                * 1103515245 + 12345
                DIVIDE WS-HASH BY 2147483648 GIVING WS-COCIENTE
                                    REMAINDER WS-RESTO
                COMPUTE WS-HASH = WS-RESTO * 69069 + WS-RUT-ACTUAL
                DIVIDE WS-HASH BY 2147483648 GIVING WS-COCIENTE
                                    REMAINDER WS-RESTO .

        BUSCA-MARCA .
                MOVE "N"                        TO WS-MARCA-ENCONTRADO
                MOVE "RIPLEY"                   TO WS-ORG-ACTUAL
                MOVE "CL01"                     TO WS-PREFIJO-ACTUAL
                PERFORM COMPARA-MARCA
                   VARYING WS-MARCA-IDX FROM 1 BY 1
                   UNTIL WS-MARCA-IDX > WS-MARCA-CANT
                      OR MARCA-FUE-ENCONTRADA .

        COMPARA-MARCA .
                IF WS-MARCA-ITEM-CODPROGR (WS-MARCA-IDX)
                   = WS-CODPROGR-ACTUAL
                   MOVE "S"                     TO WS-MARCA-ENCONTRADO
                   MOVE WS-MARCA-ITEM-ORG_CODE (WS-MARCA-IDX)
                                                TO WS-ORG-ACTUAL
                   MOVE WS-MARCA-ITEM-PREFIJO (WS-MARCA-IDX)
                                                TO WS-PREFIJO-ACTUAL
                END-IF .

      *---------------------------------------------------------------*
      *  Seleccion: los N numeros mas bajos de cada estrato.          *
      *---------------------------------------------------------------*
        CARGA-UNIVERSO .
                MOVE ZEROS                      TO WS-FIN-A
                OPEN INPUT TRABAJO
                READ TRABAJO AT END MOVE 1      TO WS-FIN-A
                END-READ
                PERFORM SUELTA-UNIDAD UNTIL WS-FIN-A = 1
                CLOSE TRABAJO .

        SUELTA-UNIDAD .
                MOVE REG-TRABAJO                TO REG-SORTEST
                RELEASE REG-SORTEST
                READ TRABAJO AT END MOVE 1      TO WS-FIN-A
                END-READ .

        SELECCIONA-MUESTRA .
                OPEN OUTPUT TRABSEL
                MOVE SPACES                     TO WS-ESTRATO-ANT
                MOVE ZEROS                      TO WS-EST-UNIVERSO
                MOVE ZEROS                      TO WS-EST-MUESTRA
                PERFORM LEE-SORTEST
                PERFORM ELIGE-UNIDAD UNTIL WS-FIN-EST = 1
                PERFORM CIERRA-ESTRATO
                MOVE WS-SEPARADOR               TO WS-LINEA
                PERFORM ESCRIBE-LINEA
                MOVE SPACES                     TO WS-LINEA
                MOVE "TOTAL"                    TO WS-LINEA (1:5)
                MOVE WS-C-UNIVERSO              TO WS-VALOR-ED
                MOVE WS-VALOR-ED                TO WS-LINEA (40:12)
                MOVE WS-C-ELEGIDOS              TO WS-VALOR-ED
                MOVE WS-VALOR-ED (5:8)          TO WS-LINEA (54:8)
                PERFORM ESCRIBE-LINEA
                CLOSE TRABSEL .

        LEE-SORTEST .
                RETURN SORTEST AT END MOVE 1    TO WS-FIN-EST
                END-RETURN .

        ELIGE-UNIDAD .
                IF SEST-ESTRATO NOT = WS-ESTRATO-ANT
                   PERFORM CIERRA-ESTRATO
                   MOVE SEST-ESTRATO            TO WS-ESTRATO-ANT
                   MOVE ZEROS                   TO WS-EST-UNIVERSO
                   MOVE ZEROS                   TO WS-EST-MUESTRA
                END-IF
                ADD 1                           TO WS-EST-UNIVERSO
                IF WS-EST-MUESTRA < WS-POR-ESTRATO
                   ADD 1                        TO WS-EST-MUESTRA
                   ADD 1                        TO WS-C-ELEGIDOS
                   MOVE SEST-RUT                TO TSEL-RUT
                   MOVE SEST-CODPROGR           TO TSEL-CODPROGR
                   MOVE SEST-ESTRATO            TO TSEL-ESTRATO
                   WRITE REG-TRABSEL END-WRITE
                END-IF
                PERFORM LEE-SORTEST .

        CIERRA-ESTRATO .
      *         Linea de portada del estrato: universo y muestra.
                IF WS-EST-UNIVERSO > ZEROS
                   ADD 1                        TO WS-C-ESTRATOS
                   MOVE SPACES                  TO WS-LINEA
                   MOVE WS-ESTRATO-ANT (1:10)   TO WS-LINEA (1:10)
                   MOVE WS-ESTRATO-ANT (11:10)  TO WS-LINEA (12:10)
                   MOVE WS-ESTRATO-ANT (21:2)   TO WS-LINEA (23:2)
                   MOVE WS-ESTRATO-ANT (23:1)   TO WS-LINEA (28:1)
                   MOVE WS-ESTRATO-ANT (24:1)   TO WS-LINEA (32:1)
                   MOVE WS-ESTRATO-ANT (25:1)   TO WS-LINEA (36:1)
                   MOVE WS-EST-UNIVERSO         TO WS-VALOR-ED
                   MOVE WS-VALOR-ED             TO WS-LINEA (40:12)
                   MOVE WS-EST-MUESTRA          TO WS-VALOR-ED
                   MOVE WS-VALOR-ED (5:8)       TO WS-LINEA (54:8)
                   PERFORM ESCRIBE-LINEA
                END-IF .

      *---------------------------------------------------------------*
      *  Muestra en orden de RUT: tabla de busqueda y firma.          *
      *---------------------------------------------------------------*
        CARGA-ELEGIDOS .
                MOVE ZEROS                      TO WS-FIN-A
                OPEN INPUT TRABSEL
                READ TRABSEL AT END MOVE 1      TO WS-FIN-A
                END-READ
                PERFORM SUELTA-ELEGIDO UNTIL WS-FIN-A = 1
                CLOSE TRABSEL .

        SUELTA-ELEGIDO .
                MOVE REG-TRABSEL                TO REG-SORTSEL
                RELEASE REG-SORTSEL
                READ TRABSEL AT END MOVE 1      TO WS-FIN-A
                END-READ .

        ARMA-MUESTRA .
                OPEN OUTPUT SALIDA2
                MOVE ZEROS                      TO WS-RUT-ANT-SEL
                PERFORM LEE-SORTSEL
                PERFORM AGREGA-MUESTRA UNTIL WS-FIN-SEL = 1
                CLOSE SALIDA2 .

        LEE-SORTSEL .
                RETURN SORTSEL AT END MOVE 1    TO WS-FIN-SEL
                END-RETURN .

        AGREGA-MUESTRA .
      *         Un RUT elegido en dos marcas se revisa una vez (su
      *         pagina muestra todas sus marcas).
                EVALUATE TRUE
                   WHEN SSEL-RUT = WS-RUT-ANT-SEL
                      ADD 1                     TO WS-C-REPETIDOS
                   WHEN WS-MUE-CANT NOT < 999
                      ADD 1                     TO WS-C-EXCEDIDOS
                      MOVE 4                    TO WS-RC-FINAL
                   WHEN OTHER
                      PERFORM GRABA-MUESTRA
                END-EVALUATE
                MOVE SSEL-RUT                   TO WS-RUT-ANT-SEL
                PERFORM LEE-SORTSEL .

        GRABA-MUESTRA .
                ADD 1                           TO WS-MUE-CANT
                ADD 1                           TO WS-C-MUESTRA
                MOVE SSEL-RUT                   TO
                     WS-MUE-RUT (WS-MUE-CANT)
                MOVE SSEL-CODPROGR              TO
                     WS-MUE-CODPROGR (WS-MUE-CANT)
                MOVE SSEL-ESTRATO               TO
                     WS-MUE-ESTRATO (WS-MUE-CANT)
                MOVE ZEROS                      TO
                     WS-MUE-LIN-I (WS-MUE-CANT)
                     WS-MUE-LIN-D (WS-MUE-CANT)
                     WS-MUE-OMIT-I (WS-MUE-CANT)
                     WS-MUE-OMIT-D (WS-MUE-CANT)
                     WS-MUE-PTS-LEG (WS-MUE-CANT)
                     WS-MUE-PTS-ACU (WS-MUE-CANT)
                     WS-MUE-PTS-RED (WS-MUE-CANT)
                MOVE SPACES                     TO REG-SALIDA2
                MOVE WS-RUN-ID                  TO FIRMA-RUN-ID
                MOVE WS-SEMILLA                 TO FIRMA-SEMILLA
                MOVE WS-MUE-CANT                TO FIRMA-PAGINA
                MOVE SSEL-RUT                   TO FIRMA-RUT
                MOVE SSEL-CODPROGR              TO FIRMA-CODPROGR
                MOVE SSEL-ESTRATO               TO FIRMA-ESTRATO
                IF MODO-ENSAYO
                   MOVE "S"                     TO FIRMA-ENSAYO
                ELSE
                   MOVE "N"                     TO FIRMA-ENSAYO
                END-IF
                WRITE REG-SALIDA2 END-WRITE .

        BUSCA-MUESTRA .
      *         Biseccion sobre la tabla ordenada por RUT; deja en
      *         WS-MUE-HIT la entrada del RUT leido o cero.
                MOVE ZEROS                      TO WS-MUE-HIT
                MOVE 1                          TO WS-BUS-INF
                MOVE WS-MUE-CANT                TO WS-BUS-SUP
                PERFORM COMPARA-MUESTRA
                   UNTIL WS-BUS-INF > WS-BUS-SUP
                      OR WS-MUE-HIT > ZEROS .

        COMPARA-MUESTRA .
                COMPUTE WS-BUS-MED = (WS-BUS-INF + WS-BUS-SUP) / 2
                EVALUATE TRUE
                   WHEN WS-MUE-RUT (WS-BUS-MED) = WS-RUT-LEIDO
                      MOVE WS-BUS-MED           TO WS-MUE-HIT
                   WHEN WS-MUE-RUT (WS-BUS-MED) < WS-RUT-LEIDO
                      COMPUTE WS-BUS-INF = WS-BUS-MED + 1
                   WHEN WS-BUS-MED = 1
                      MOVE ZEROS                TO WS-BUS-SUP
                   WHEN OTHER
                      COMPUTE WS-BUS-SUP = WS-BUS-MED - 1
                END-EVALUATE .

      *---------------------------------------------------------------*
      *  Vistas: cada archivo se recorre una vez y las lineas de los  *
      *  RUT de la muestra se numeran por lado (I legado, D migrado). *
      *---------------------------------------------------------------*
        RECOLECTA-VISTAS .
                IF WS-MUE-CANT > ZEROS
                   PERFORM VISTA-RUTERO
                   PERFORM VISTA-2600
                   PERFORM VISTA-2350
                   PERFORM VISTA-SALDO
                   PERFORM VISTA-MEMBER
                   PERFORM VISTA-CONTACTS
                   PERFORM VISTA-TRANSACTIONS
                   PERFORM VISTA-ACCRUALS
                   PERFORM VISTA-REDEMPTIONS
                   PERFORM CIERRA-VISTA
                      VARYING WS-MUE-IDX FROM 1 BY 1
                      UNTIL WS-MUE-IDX > WS-MUE-CANT
                END-IF .

        SUELTA-LINEA .
      *         WS-MUE-HIT, WS-LADO y WS-TEXTO ya cargados.
                IF WS-LADO = "I"
                   IF WS-MUE-LIN-I (WS-MUE-HIT) < WS-MAX-LINEAS
                      ADD 1                     TO
                          WS-MUE-LIN-I (WS-MUE-HIT)
                      MOVE WS-MUE-LIN-I (WS-MUE-HIT)
                                                TO SPAG-LINEA
                      PERFORM SUELTA-SORTPAG
                   ELSE
                      ADD 1                     TO
                          WS-MUE-OMIT-I (WS-MUE-HIT)
                   END-IF
                ELSE
                   IF WS-MUE-LIN-D (WS-MUE-HIT) < WS-MAX-LINEAS
                      ADD 1                     TO
                          WS-MUE-LIN-D (WS-MUE-HIT)
                      MOVE WS-MUE-LIN-D (WS-MUE-HIT)
                                                TO SPAG-LINEA
                      PERFORM SUELTA-SORTPAG
                   ELSE
                      ADD 1                     TO
                          WS-MUE-OMIT-D (WS-MUE-HIT)
                   END-IF
                END-IF .

        SUELTA-LINEA-FINAL .
      *         Lineas de cierre de cada lado: fuera del limite.
                IF WS-LADO = "I"
                   ADD 1                        TO
                       WS-MUE-LIN-I (WS-MUE-HIT)
                   MOVE WS-MUE-LIN-I (WS-MUE-HIT)
                                                TO SPAG-LINEA
                ELSE
                   ADD 1                        TO
                       WS-MUE-LIN-D (WS-MUE-HIT)
                   MOVE WS-MUE-LIN-D (WS-MUE-HIT)
                                                TO SPAG-LINEA
                END-IF
                PERFORM SUELTA-SORTPAG .

        SUELTA-SORTPAG .
                MOVE WS-MUE-RUT (WS-MUE-HIT)    TO SPAG-RUT
                MOVE WS-LADO                    TO SPAG-LADO
                MOVE WS-TEXTO                   TO SPAG-TEXTO
                ADD 1                           TO WS-C-LINEAS
                RELEASE REG-SORTPAG .

        VISTA-RUTERO .
                MOVE ZEROS                      TO WS-FIN-A
                OPEN INPUT ENTRADA1
                PERFORM LEE-01
                PERFORM LINEA-RUTERO UNTIL WS-FIN-A = 1
                CLOSE ENTRADA1 .

        LINEA-RUTERO .
                IF RUTORD-RUT IS NUMERIC
                   MOVE RUTORD-RUT              TO WS-RUT-LEIDO
                   PERFORM BUSCA-MUESTRA
                   IF WS-MUE-HIT > ZEROS
                      MOVE WS-MUE-RUT (WS-MUE-HIT)
                                                TO WS-RUT-ACTUAL
                      MOVE RUTORD-CODPROGR      TO WS-CODPROGR-ACTUAL
                      PERFORM BUSCA-MARCA
                      MOVE "I"                  TO WS-LADO
                      MOVE SPACES               TO WS-TEXTO
                      STRING "RUTERO    RUT "   DELIMITED BY SIZE
                             RUTORD-RUT         DELIMITED BY SIZE
                             "-"                DELIMITED BY SIZE
                             RUTORD-DV          DELIMITED BY SIZE
                             " PROGRAMA "       DELIMITED BY SIZE
                             RUTORD-CODPROGR    DELIMITED BY SIZE
                             " "                DELIMITED BY SIZE
                             WS-ORG-ACTUAL      DELIMITED BY SIZE
                                           INTO WS-TEXTO
                      END-STRING
                      PERFORM SUELTA-LINEA
                   END-IF
                END-IF
                PERFORM LEE-01 .

        VISTA-2600 .
                IF WS-HAY-2600 = "S"
                   MOVE ZEROS                   TO WS-FIN-A
                   OPEN INPUT ENTRADA2
                   PERFORM LEE-02
                   PERFORM LINEA-2600 UNTIL WS-FIN-A = 1
                   CLOSE ENTRADA2
                END-IF .

        LEE-02 .
                READ ENTRADA2 AT END MOVE 1     TO WS-FIN-A .

        LINEA-2600 .
                IF RUNIFI-RUT IS NUMERIC
                   MOVE RUNIFI-RUT              TO WS-RUT-LEIDO
                   PERFORM BUSCA-MUESTRA
                   IF WS-MUE-HIT > ZEROS
                      MOVE "I"                  TO WS-LADO
                      MOVE SPACES               TO WS-TEXTO
                      STRING "T7542600  "       DELIMITED BY SIZE
                             RUNIFI-PEMNB_GLS_NOM_PEL (1:26)
                                                DELIMITED BY SIZE
                             " "                DELIMITED BY SIZE
                             RUNIFI-PEMNB_GLS_APL_PAT (1:27)
                                                DELIMITED BY SIZE
                                           INTO WS-TEXTO
                      END-STRING
                      PERFORM SUELTA-LINEA
                      MOVE SPACES               TO WS-TEXTO
                      STRING "          FONO "  DELIMITED BY SIZE
                             R2600-TELEFONO     DELIMITED BY SIZE
                             " ACTIVACION "     DELIMITED BY SIZE
                             R2600-FECHACTI     DELIMITED BY SIZE
                                           INTO WS-TEXTO
                      END-STRING
                      PERFORM SUELTA-LINEA
                      MOVE SPACES               TO WS-TEXTO
                      STRING "          EMAIL " DELIMITED BY SIZE
                             R2600-EMAIL        DELIMITED BY SIZE
                                           INTO WS-TEXTO
                      END-STRING
                      PERFORM SUELTA-LINEA
                   END-IF
                END-IF
                PERFORM LEE-02 .

        VISTA-2350 .
                IF WS-HAY-2350 = "S"
                   MOVE ZEROS                   TO WS-FIN-A
                   OPEN INPUT ENTRADA3
                   PERFORM LEE-03
                   PERFORM LINEA-2350 UNTIL WS-FIN-A = 1
                   CLOSE ENTRADA3
                END-IF .

        LEE-03 .
                READ ENTRADA3 AT END MOVE 1     TO WS-FIN-A .

        LINEA-2350 .
                IF R2350-RUT IS NUMERIC
                   MOVE R2350-RUT               TO WS-RUT-LEIDO
                   PERFORM BUSCA-MUESTRA
                   IF WS-MUE-HIT > ZEROS
                      IF R2350-PUNOBTEN IS NUMERIC
                         IF R2350-PUNOBTEN-SIGNO = "-"
                            SUBTRACT R2350-PUNOBTEN FROM
                                     WS-MUE-PTS-LEG (WS-MUE-HIT)
                         ELSE
                            ADD R2350-PUNOBTEN  TO
                                WS-MUE-PTS-LEG (WS-MUE-HIT)
                         END-IF
                      END-IF
                      MOVE "I"                  TO WS-LADO
                      MOVE SPACES               TO WS-TEXTO
                      STRING "MOV "             DELIMITED BY SIZE
                             R2350-NUMMOVIM     DELIMITED BY SIZE
                             " "                DELIMITED BY SIZE
                             R2350-FECTRX       DELIMITED BY SIZE
                             " "                DELIMITED BY SIZE
                             R2350-CONCONCE     DELIMITED BY SIZE
                             " TP "             DELIMITED BY SIZE
                             R2350-TIPOPAG      DELIMITED BY SIZE
                             " IND "            DELIMITED BY SIZE
                             R2350-INDICADOR    DELIMITED BY SIZE
                             " "                DELIMITED BY SIZE
                             R2350-PUNOBTEN-SIGNO
                                                DELIMITED BY SIZE
                             R2350-PUNOBTEN     DELIMITED BY SIZE
                                           INTO WS-TEXTO
                      END-STRING
                      PERFORM SUELTA-LINEA
                   END-IF
                END-IF
                PERFORM LEE-03 .

        VISTA-SALDO .
                IF WS-HAY-SALDO = "S"
                   MOVE ZEROS                   TO WS-FIN-A
                   OPEN INPUT ENTRADA4
                   PERFORM LEE-04
                   PERFORM LINEA-SALDO UNTIL WS-FIN-A = 1
                   CLOSE ENTRADA4
                END-IF .

        LEE-04 .
                READ ENTRADA4 AT END MOVE 1     TO WS-FIN-A .

        LINEA-SALDO .
                IF SALDO-RUT IS NUMERIC
                   MOVE SALDO-RUT               TO WS-RUT-LEIDO
                   PERFORM BUSCA-MUESTRA
                   IF WS-MUE-HIT > ZEROS
                      MOVE "I"                  TO WS-LADO
                      MOVE SPACES               TO WS-TEXTO
                      STRING "SALDO LEGADO            "
                                                DELIMITED BY SIZE
                             SALDO-SIGNO        DELIMITED BY SIZE
                             SALDO-PUNTOS       DELIMITED BY SIZE
                                           INTO WS-TEXTO
                      END-STRING
                      PERFORM SUELTA-LINEA-FINAL
                   END-IF
                END-IF
                PERFORM LEE-04 .

        VISTA-MEMBER .
                MOVE ZEROS                      TO WS-FIN-A
                OPEN INPUT ENTRADA10
                PERFORM LEE-10
                PERFORM LINEA-MEMBER UNTIL WS-FIN-A = 1
                CLOSE ENTRADA10 .

        LEE-10 .
                READ ENTRADA10 AT END MOVE 1    TO WS-FIN-A .
                IF WS-FIN-A = ZEROS
                   MOVE SPACES                  TO WS-REG-BUF
                   MOVE REG-ENTRADA10           TO WS-REG-BUF
                   PERFORM CLASIFICA-REGISTRO
                END-IF .

        LINEA-MEMBER .
                MOVE REG-ENTRADA10              TO WS-SOCIO
                MOVE RMEM-MEM_NUM               TO WS-MEM-NUM
                IF ES-DETALLE
                   AND WS-MEM-RUT IS NUMERIC
                   MOVE WS-MEM-RUT              TO WS-RUT-LEIDO
                   PERFORM BUSCA-MUESTRA
                   IF WS-MUE-HIT > ZEROS
                      MOVE "D"                  TO WS-LADO
                      MOVE SPACES               TO WS-TEXTO
                      STRING "MEMBER    "       DELIMITED BY SIZE
                             RMEM-MEM_NUM       DELIMITED BY SIZE
                             " "                DELIMITED BY SIZE
                             RMEM-STATUS_CODE   DELIMITED BY SIZE
                             " "                DELIMITED BY SIZE
                             RMEM-START_DT      DELIMITED BY SIZE
                                           INTO WS-TEXTO
                      END-STRING
                      PERFORM SUELTA-LINEA
                      MOVE SPACES               TO WS-TEXTO
                      STRING "          TIER "  DELIMITED BY SIZE
                             RMEM-MEM_TIER_NUM  DELIMITED BY SIZE
                             " ACTIVO "         DELIMITED BY SIZE
                             RMEM-ONLY_ACTIVE_FLAG
                                                DELIMITED BY SIZE
                             " CARGA "          DELIMITED BY SIZE
                             RMEM-TIPO_CARGA    DELIMITED BY SIZE
                                           INTO WS-TEXTO
                      END-STRING
                      PERFORM SUELTA-LINEA
                      MOVE SPACES               TO WS-TEXTO
                      STRING "          "       DELIMITED BY SIZE
                             RMEM-NAME (1:54)   DELIMITED BY SIZE
                                           INTO WS-TEXTO
                      END-STRING
                      PERFORM SUELTA-LINEA
                   END-IF
                END-IF
                PERFORM LEE-10 .

        VISTA-CONTACTS .
                IF WS-HAY-CONTACTS = "S"
                   MOVE ZEROS                   TO WS-FIN-A
                   OPEN INPUT ENTRADA11
                   PERFORM LEE-11
                   PERFORM LINEA-CONTACTS UNTIL WS-FIN-A = 1
                   CLOSE ENTRADA11
                END-IF .

        LEE-11 .
                READ ENTRADA11 AT END MOVE 1    TO WS-FIN-A .
                IF WS-FIN-A = ZEROS
                   MOVE SPACES                  TO WS-REG-BUF
                   MOVE REG-ENTRADA11           TO WS-REG-BUF
                   PERFORM CLASIFICA-REGISTRO
                END-IF .

        LINEA-CONTACTS .
                MOVE REG-ENTRADA11              TO WS-CONTACTO
                MOVE RCONT-PARTY_NUMBER         TO WS-MEM-NUM
                IF ES-DETALLE
                   AND WS-MEM-RUT IS NUMERIC
                   MOVE WS-MEM-RUT              TO WS-RUT-LEIDO
                   PERFORM BUSCA-MUESTRA
                   IF WS-MUE-HIT > ZEROS
                      MOVE "D"                  TO WS-LADO
                      MOVE SPACES               TO WS-TEXTO
                      STRING "CONTACTS  "       DELIMITED BY SIZE
                             RCONT-PERSON_FIRST_NAME (1:26)
                                                DELIMITED BY SIZE
                             " "                DELIMITED BY SIZE
                             RCONT-PERSON_LAST_NAME (1:27)
                                                DELIMITED BY SIZE
                                           INTO WS-TEXTO
                      END-STRING
                      PERFORM SUELTA-LINEA
                      MOVE SPACES               TO WS-TEXTO
                      STRING "          FONO "  DELIMITED BY SIZE
                             RCONT-PHONE_NUMBER DELIMITED BY SIZE
                             " PAIS "           DELIMITED BY SIZE
                             RCONT-COUNTRY      DELIMITED BY SIZE
                                           INTO WS-TEXTO
                      END-STRING
                      PERFORM SUELTA-LINEA
                      MOVE SPACES               TO WS-TEXTO
                      STRING "          EMAIL " DELIMITED BY SIZE
                             RCONT-EMAIL_ADDRESS
                                                DELIMITED BY SIZE
                                           INTO WS-TEXTO
                      END-STRING
                      PERFORM SUELTA-LINEA
                   END-IF
                END-IF
                PERFORM LEE-11 .

        VISTA-TRANSACTIONS .
                IF WS-HAY-TRANS = "S"
                   MOVE ZEROS                   TO WS-FIN-A
                   OPEN INPUT ENTRADA12
                   PERFORM LEE-12
                   PERFORM LINEA-TRANSACTIONS UNTIL WS-FIN-A = 1
                   CLOSE ENTRADA12
                END-IF .

        LEE-12 .
                READ ENTRADA12 AT END MOVE 1    TO WS-FIN-A .
                IF WS-FIN-A = ZEROS
                   MOVE REG-ENTRADA12           TO WS-REG-BUF
                   PERFORM CLASIFICA-REGISTRO
                END-IF .

        LINEA-TRANSACTIONS .
                MOVE REG-ENTRADA12              TO WS-TRANSACCION
                IF ES-DETALLE
                   AND RTRA-RUT IS NUMERIC
                   MOVE RTRA-RUT                TO WS-RUT-LEIDO
                   PERFORM BUSCA-MUESTRA
                   IF WS-MUE-HIT > ZEROS
                      MOVE "D"                  TO WS-LADO
                      MOVE SPACES               TO WS-TEXTO
                      STRING "TRN "             DELIMITED BY SIZE
                             RTRA-TXN_NUM (1:21)
                                                DELIMITED BY SIZE
                             " "                DELIMITED BY SIZE
                             RTRA-TYPE_CODE (1:11)
                                                DELIMITED BY SIZE
                             " "                DELIMITED BY SIZE
                             RTRA-TXN_DT        DELIMITED BY SIZE
                             " "                DELIMITED BY SIZE
                             RTRA-AMT_VAL       DELIMITED BY SIZE
                                           INTO WS-TEXTO
                      END-STRING
                      PERFORM SUELTA-LINEA
                   END-IF
                END-IF
                PERFORM LEE-12 .

        VISTA-ACCRUALS .
                IF WS-HAY-ACCRUALS = "S"
                   MOVE ZEROS                   TO WS-FIN-A
                   OPEN INPUT ENTRADA13
                   PERFORM LEE-13
                   PERFORM LINEA-ACCRUALS UNTIL WS-FIN-A = 1
                   CLOSE ENTRADA13
                END-IF .

        LEE-13 .
                READ ENTRADA13 AT END MOVE 1    TO WS-FIN-A .
                IF WS-FIN-A = ZEROS
                   MOVE SPACES                  TO WS-REG-BUF
                   MOVE REG-ENTRADA13           TO WS-REG-BUF
                   PERFORM CLASIFICA-REGISTRO
                END-IF .

        LINEA-ACCRUALS .
                MOVE REG-ENTRADA13              TO WS-ACCRUAL
                MOVE RACUR-MEM_NUM              TO WS-MEM-NUM
                IF ES-DETALLE
                   AND WS-MEM-RUT IS NUMERIC
                   MOVE WS-MEM-RUT              TO WS-RUT-LEIDO
                   PERFORM BUSCA-MUESTRA
                   IF WS-MUE-HIT > ZEROS
                      MOVE RACUR-ACCRUALED_VALUE
                                                TO WS-VALOR-LEIDO
                      ADD WS-VALOR-LEIDO        TO
                          WS-MUE-PTS-ACU (WS-MUE-HIT)
                      MOVE "D"                  TO WS-LADO
                      MOVE SPACES               TO WS-TEXTO
                      STRING "ACU "             DELIMITED BY SIZE
                             RACUR-TRX_NUM (1:21)
                                                DELIMITED BY SIZE
                             " "                DELIMITED BY SIZE
                             RACUR-ACCRUALED_VALUE
                                                DELIMITED BY SIZE
                             " VENCE "          DELIMITED BY SIZE
                             RACUR-EXPIRATION_DT
                                                DELIMITED BY SIZE
                             " "                DELIMITED BY SIZE
                             RACUR-ACTION_NOTE (1:12)
                                                DELIMITED BY SIZE
                                           INTO WS-TEXTO
                      END-STRING
                      PERFORM SUELTA-LINEA
                   END-IF
                END-IF
                PERFORM LEE-13 .

        VISTA-REDEMPTIONS .
                IF WS-HAY-REDEMPT = "S"
                   MOVE ZEROS                   TO WS-FIN-A
                   OPEN INPUT ENTRADA14
                   PERFORM LEE-14
                   PERFORM LINEA-REDEMPTIONS UNTIL WS-FIN-A = 1
                   CLOSE ENTRADA14
                END-IF .

        LEE-14 .
                READ ENTRADA14 AT END MOVE 1    TO WS-FIN-A .
                IF WS-FIN-A = ZEROS
                   MOVE SPACES                  TO WS-REG-BUF
                   MOVE REG-ENTRADA14           TO WS-REG-BUF
                   PERFORM CLASIFICA-REGISTRO
                END-IF .

        LINEA-REDEMPTIONS .
                MOVE REG-ENTRADA14              TO WS-REDEMPTION
                MOVE RREDE-MEM_NUM              TO WS-MEM-NUM
                IF ES-DETALLE
                   AND WS-MEM-RUT IS NUMERIC
                   MOVE WS-MEM-RUT              TO WS-RUT-LEIDO
                   PERFORM BUSCA-MUESTRA
                   IF WS-MUE-HIT > ZEROS
                      MOVE RREDE-VALUE          TO WS-VALOR-LEIDO
                      ADD WS-VALOR-LEIDO        TO
                          WS-MUE-PTS-RED (WS-MUE-HIT)
                      MOVE "D"                  TO WS-LADO
                      MOVE SPACES               TO WS-TEXTO
                      STRING "RED "             DELIMITED BY SIZE
                             RREDE-TRX_ID (1:21)
                                                DELIMITED BY SIZE
                             " "                DELIMITED BY SIZE
                             RREDE-VALUE        DELIMITED BY SIZE
                             " "                DELIMITED BY SIZE
                             RREDE-TYPE_CODE    DELIMITED BY SIZE
                             " "                DELIMITED BY SIZE
                             RREDE-NAME         DELIMITED BY SIZE
                                           INTO WS-TEXTO
                      END-STRING
                      PERFORM SUELTA-LINEA
                   END-IF
                END-IF
                PERFORM LEE-14 .

        CIERRA-VISTA .
      *         Totales de cada lado y lineas no impresas.
                MOVE WS-MUE-IDX                 TO WS-MUE-HIT
                MOVE "I"                        TO WS-LADO
                IF WS-MUE-OMIT-I (WS-MUE-HIT) > ZEROS
                   MOVE WS-MUE-OMIT-I (WS-MUE-HIT)
                                                TO WS-OMIT-ED
                   PERFORM ARMA-LINEA-OMITIDA
                   PERFORM SUELTA-LINEA-FINAL
                END-IF
                MOVE SPACES                     TO WS-TEXTO
                STRING "TIER LEGADO             "
                                                DELIMITED BY SIZE
                       WS-MUE-TIER (WS-MUE-HIT) DELIMITED BY SIZE
                                           INTO WS-TEXTO
                END-STRING
                PERFORM SUELTA-LINEA-FINAL
                MOVE WS-MUE-PTS-LEG (WS-MUE-HIT)
                                                TO WS-PUNTOS-ED
                MOVE SPACES                     TO WS-TEXTO
                STRING "TOTAL PUNTOS T7542350 "
                                                DELIMITED BY SIZE
                       WS-PUNTOS-ED             DELIMITED BY SIZE
                                           INTO WS-TEXTO
                END-STRING
                PERFORM SUELTA-LINEA-FINAL
                MOVE "D"                        TO WS-LADO
                IF WS-MUE-OMIT-D (WS-MUE-HIT) > ZEROS
                   MOVE WS-MUE-OMIT-D (WS-MUE-HIT)
                                                TO WS-OMIT-ED
                   PERFORM ARMA-LINEA-OMITIDA
                   PERFORM SUELTA-LINEA-FINAL
                END-IF
                MOVE WS-MUE-PTS-ACU (WS-MUE-HIT)
                                                TO WS-PUNTOS-ED
                MOVE SPACES                     TO WS-TEXTO
                STRING "TOTAL ACCRUALS        " DELIMITED BY SIZE
                       WS-PUNTOS-ED             DELIMITED BY SIZE
                                           INTO WS-TEXTO
                END-STRING
                PERFORM SUELTA-LINEA-FINAL
                MOVE WS-MUE-PTS-RED (WS-MUE-HIT)
                                                TO WS-PUNTOS-ED
                MOVE SPACES                     TO WS-TEXTO
                STRING "TOTAL REDEMPTIONS     " DELIMITED BY SIZE
                       WS-PUNTOS-ED             DELIMITED BY SIZE
                                           INTO WS-TEXTO
                END-STRING
                PERFORM SUELTA-LINEA-FINAL
                COMPUTE WS-PUNTOS-ED = WS-MUE-PTS-ACU (WS-MUE-HIT)
                                     + WS-MUE-PTS-RED (WS-MUE-HIT)
                MOVE SPACES                     TO WS-TEXTO
                STRING "NETO MIGRADO          " DELIMITED BY SIZE
                       WS-PUNTOS-ED             DELIMITED BY SIZE
                                           INTO WS-TEXTO
                END-STRING
                PERFORM SUELTA-LINEA-FINAL .

        ARMA-LINEA-OMITIDA .
                MOVE SPACES                     TO WS-TEXTO
                STRING "... "                   DELIMITED BY SIZE
                       WS-OMIT-ED               DELIMITED BY SIZE
                       " LINEAS MAS NO IMPRESAS (LIMITE POR PAGINA)"
                                                DELIMITED BY SIZE
                                           INTO WS-TEXTO
                END-STRING .

      *---------------------------------------------------------------*
      *  Paginas: una por RUT, legado a la izquierda y migrado a la   *
      *  derecha, con la linea de firma del revisor al pie.           *
      *---------------------------------------------------------------*
        IMPRIME-PAGINAS .
                MOVE ZEROS                      TO WS-PAG-RUT-ANT
                MOVE ZEROS                      TO WS-PAG-LINEA-ANT
                MOVE SPACES                     TO WS-LINEA-PAG
                PERFORM LEE-SORTPAG
                PERFORM ARMA-PAGINA UNTIL WS-FIN-PAG = 1
                PERFORM CIERRA-PAGINA .

        LEE-SORTPAG .
                RETURN SORTPAG AT END MOVE 1    TO WS-FIN-PAG
                END-RETURN .

        ARMA-PAGINA .
                IF SPAG-RUT NOT = WS-PAG-RUT-ANT
                   PERFORM CIERRA-PAGINA
                   MOVE SPAG-RUT                TO WS-PAG-RUT-ANT
                   MOVE SPAG-LINEA              TO WS-PAG-LINEA-ANT
                   PERFORM ABRE-PAGINA
                END-IF
                IF SPAG-LINEA NOT = WS-PAG-LINEA-ANT
                   PERFORM ESCRIBE-LINEA-PAG
                   MOVE SPAG-LINEA              TO WS-PAG-LINEA-ANT
                END-IF
                IF SPAG-ES-LEGADO
                   MOVE SPAG-TEXTO              TO WS-LINEA-IZQ
                ELSE
                   MOVE SPAG-TEXTO              TO WS-LINEA-DER
                END-IF
                PERFORM LEE-SORTPAG .

        ESCRIBE-LINEA-PAG .
                MOVE " | "                      TO WS-LINEA-MEDIO
                MOVE WS-LINEA-PAG               TO WS-LINEA
                PERFORM ESCRIBE-LINEA
                MOVE SPACES                     TO WS-LINEA-PAG .

        ABRE-PAGINA .
                MOVE "S"                        TO WS-PAG-ABIERTA-SW
                MOVE SPAG-RUT                   TO WS-RUT-LEIDO
                PERFORM BUSCA-MUESTRA
                MOVE SPACES                     TO WS-LINEA
                PERFORM ESCRIBE-LINEA
                MOVE WS-SEPARADOR-RUT           TO WS-LINEA
                PERFORM ESCRIBE-LINEA
                MOVE WS-MUE-HIT                 TO WS-PAGINA-ED
                MOVE SPACES                     TO WS-LINEA
                STRING "MUESTRA UAT  RUN-ID "   DELIMITED BY SIZE
                       WS-RUN-ID                DELIMITED BY SIZE
                       "  SEMILLA "             DELIMITED BY SIZE
                       WS-SEMILLA               DELIMITED BY SIZE
                       "  PAGINA "              DELIMITED BY SIZE
                       WS-PAGINA-ED             DELIMITED BY SIZE
                                           INTO WS-LINEA
                END-STRING
                PERFORM ESCRIBE-LINEA
                MOVE SPACES                     TO WS-LINEA
                STRING "RUT "                   DELIMITED BY SIZE
                       SPAG-RUT                 DELIMITED BY SIZE
                       "  ESTRATO: MARCA "      DELIMITED BY SIZE
                       WS-MUE-ORG_CODE (WS-MUE-HIT)
                                                DELIMITED BY SIZE
                       " TIER "                 DELIMITED BY SIZE
                       WS-MUE-TIER (WS-MUE-HIT) DELIMITED BY SIZE
                       " ACTIVIDAD "            DELIMITED BY SIZE
                       WS-MUE-ACTIVIDAD (WS-MUE-HIT)
                                                DELIMITED BY SIZE
                       " FALLECIDO "            DELIMITED BY SIZE
                       WS-MUE-FALLECIDO (WS-MUE-HIT)
                                                DELIMITED BY SIZE
                       " PESADO "               DELIMITED BY SIZE
                       WS-MUE-PESADO (WS-MUE-HIT)
                                                DELIMITED BY SIZE
                       " EXCEPCION "            DELIMITED BY SIZE
                       WS-MUE-EXCEPCION (WS-MUE-HIT)
                                                DELIMITED BY SIZE
                                           INTO WS-LINEA
                END-STRING
                PERFORM ESCRIBE-LINEA
                MOVE WS-SEPARADOR               TO WS-LINEA
                PERFORM ESCRIBE-LINEA
                MOVE SPACES                     TO WS-LINEA-PAG
                MOVE "VISTA LEGADO"             TO WS-LINEA-IZQ
                MOVE "VISTA MIGRADA (ORACLE LOYALTY CLOUD)"
                                                TO WS-LINEA-DER
                PERFORM ESCRIBE-LINEA-PAG
                MOVE WS-SEPARADOR               TO WS-LINEA
                PERFORM ESCRIBE-LINEA .

        CIERRA-PAGINA .
                IF PAGINA-ABIERTA
                   PERFORM ESCRIBE-LINEA-PAG
                   MOVE WS-SEPARADOR            TO WS-LINEA
                   PERFORM ESCRIBE-LINEA
                   MOVE SPACES                  TO WS-LINEA
                   STRING "[ ] CONFORME   [ ] OBSERVADO     "
                                                DELIMITED BY SIZE
                          "REVISOR: ____________________   "
                                                DELIMITED BY SIZE
                          "FECHA: __________"   DELIMITED BY SIZE
                                           INTO WS-LINEA
                   END-STRING
                   PERFORM ESCRIBE-LINEA
                   MOVE SPACES                  TO WS-LINEA
                   STRING "OBSERVACION: "       DELIMITED BY SIZE
                          WS-SEPARADOR (1:60)   DELIMITED BY SIZE
                                           INTO WS-LINEA
                   END-STRING
                   PERFORM ESCRIBE-LINEA
                   MOVE "N"                     TO WS-PAG-ABIERTA-SW
                END-IF .

        300000-FINAL .
                CLOSE SALIDA1
                PERFORM ESCRIBE-CONTROL-TOTALES
                PERFORM CIERRA-RUN-LEDGER
                display "Semilla                  = " WS-SEMILLA.
                display "RUT Por Estrato          = " WS-POR-ESTRATO.
                display "Leidos Rutero            = " WS-C-RUTERO.
                display "Unidades Del Universo    = " WS-C-UNIVERSO.
                display "Estratos                 = " WS-C-ESTRATOS.
                display "Unidades Elegidas        = " WS-C-ELEGIDOS.
                display "RUT En La Muestra        = " WS-C-MUESTRA.
                display "RUT Repetidos            = " WS-C-REPETIDOS.
                display "RUT Sobre El Limite      = " WS-C-EXCEDIDOS.
                display "Lineas De Pagina         = " WS-C-LINEAS.
                display "Archivos No Informados   = "
                        WS-C-NO-INFORMADOS.

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
                           " SFCPMIG1050 EN LA BITACORA"
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
                MOVE "SFCPMIG1050"              TO RUNL-PROGRAM_NAME
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
                   AND RUNL-PROGRAM_NAME = "SFCPMIG1050"
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
      *         la semilla por defecto de la muestra. Sin registro de
      *         control la cadena no parte.
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
                MOVE "SFCPMIG1050"              TO RUNL-PROGRAM_NAME
                MOVE "FIN"                      TO RUNL-EVENTO
                MOVE WS-TS-FECHA-HORA           TO RUNL-TIMESTAMP
                IF MODO-ENSAYO
                   MOVE "ENSAYO"                TO RUNL-ESTADO
                ELSE
                   MOVE "OK"                    TO RUNL-ESTADO
                END-IF
                MOVE WS-RC-FINAL                TO RUNL-RETURN-CODE
                MOVE WS-C-MUESTRA               TO RUNL-REGISTROS
                WRITE REG-LEDGER END-WRITE
                CLOSE LEDGER .

        ESCRIBE-CONTROL-TOTALES .
      *         En modo ensayo los totales no se graban.
                IF NOT MODO-ENSAYO
                   PERFORM ESCRIBE-CONTROL-TOTALES-REAL
                END-IF .

        ESCRIBE-CONTROL-TOTALES-REAL .
                OPEN EXTEND SALIDA3
                IF WS-CTOT-STATUS NOT = "00"
                   OPEN OUTPUT SALIDA3
                END-IF
                MOVE "SFCPMIG1050"              TO CTOT-PROGRAM_NAME
                MOVE WS-RUN-FECHA               TO WS-FECHA
                MOVE WS-FECHA                   TO CTOT-FECHA
                MOVE "UAT UNIVERSO"             TO CTOT-CONTADOR
                MOVE WS-C-UNIVERSO               TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "UAT ESTRATOS"             TO CTOT-CONTADOR
                MOVE WS-C-ESTRATOS               TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "UAT RUT MUESTRA"          TO CTOT-CONTADOR
                MOVE WS-C-MUESTRA                TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "UAT SEMILLA"              TO CTOT-CONTADOR
                MOVE WS-SEMILLA                  TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                CLOSE SALIDA3 .

        GRABA-ALERTA .
      *         Asiento normalizado en el archivo unico de alertas;
      *         el parrafo que invoca ya dejo cargados el mensaje y
      *         el codigo de condicion.
                OPEN EXTEND ALERTA
                IF WS-ALER-STATUS NOT = "00"
                   OPEN OUTPUT ALERTA
                END-IF
                MOVE WS-RUN-ID                  TO ALER-RUN-ID
                MOVE "SFCPMIG1050"              TO ALER-PROGRAM_NAME
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
