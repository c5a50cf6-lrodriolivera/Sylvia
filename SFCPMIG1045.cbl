        IDENTIFICATION DIVISION.
        PROGRAM-ID. SFCPMIG1045 .
        AUTHOR.     CONNECTIS-GS.
      * Generador de datos de prueba enmascarados a partir de los
      * extractos de produccion, para QA y el implementador de
      * Oracle: produce copias del Rutero, la Unificacion T7542600,
      * los Movimientos T7542350, el Maestro de Fallecidos y, si se
      * informan, el saldo legacy (COPY_SALDO_LEGACY) y el extracto
      * de tier (COPY_TIER_RUT), con los mismos layouts.
      *  - Cada RUT se reemplaza por un RUT seudonimo con su digito
      *    verificador valido (modulo 11), el mismo en todos los
      *    archivos para que los pareos de la cadena sigan calzando.
      *    Los seudonimos se asignan en el orden ascendente de los
      *    RUT reales con saltos derivados de la semilla, de modo
      *    que el orden por RUT de cada extracto se conserva.
      *  - Nombre, apellido, email, telefono e identificador de
      *    cliente de la T7542600 se revuelven caracter a caracter
      *    (letras por letras, digitos por digitos, el resto igual)
      *    con un desplazamiento por posicion: un mismo valor da
      *    siempre el mismo resultado y los duplicados se mantienen.
      *  - Volumenes, fechas, montos, puntos, INDICADOR, TIPOPAG y
      *    orden quedan intactos; un RUT no numerico se copia tal
      *    cual para que los rechazos de la cadena se reproduzcan.
      * La semilla (FSEMILLAMASCARA) es obligatoria y no se muestra
      * en el log: quien la conozca puede deshacer la rotacion por
      * posicion, asi que se custodia como una clave. Sin ella, o no
      * numerica, la corrida se detiene con alerta. La misma semilla
      * hace reproducible el resultado. La tabla RUT real /
      * seudonimo (FTABLARUTMASCARA) permite revertir el
      * enmascaramiento: es un archivo de trabajo que no sale del
      * ambiente de produccion.
      * Fecha : 15-10-2026
      * COMPILAR-LINK : cobol.sh SFCPMIG1045
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
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ENTRADA2 ASSIGN TO EXTERNAL FENTRADA2
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ENTRADA3 ASSIGN TO EXTERNAL FENTRADA3
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ENTRADA4 ASSIGN TO EXTERNAL FENTRADA4
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ENTRADA5 ASSIGN TO EXTERNAL FSALDOLEGACY
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-SALDO-STATUS.

                SELECT ENTRADA6 ASSIGN TO EXTERNAL FTIERRUT
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-TIER-STATUS.

                SELECT ENTRADA7 ASSIGN TO EXTERNAL FSEMILLAMASCARA
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-SEM-STATUS.

                SELECT ALERTA ASSIGN TO EXTERNAL FALERTA
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ALER-STATUS.

      *         Registro de control de la fecha de negocio de la
      *         cadena (COPY_FECHA_NEGOCIO), solo para datar la alerta.
                SELECT FECNEG ASSIGN TO EXTERNAL FFECHANEGOCIO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-FECNEG-STATUS.

                SELECT TABLARUT ASSIGN TO EXTERNAL FTABLARUTMASCARA
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SORTRUT ASSIGN TO EXTERNAL SORTWKRUT .

                SELECT SALIDA1 ASSIGN TO EXTERNAL FRUTEROMASC
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA2 ASSIGN TO EXTERNAL F2600MASC
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA3 ASSIGN TO EXTERNAL F2350MASC
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA4 ASSIGN TO EXTERNAL FFALLECIDOSMASC
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA5 ASSIGN TO EXTERNAL FSALDOLEGACYMASC
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA6 ASSIGN TO EXTERNAL FTIERRUTMASC
                       ORGANIZATION LINE SEQUENTIAL.

      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *                    =========================                  *
      *---------------------------------------------------------------*

       DATA DIVISION.
      *-------------.

       FILE SECTION.
      *------------.

      *    Rutero (COPY_RUTERO_ORD), ordenado por RUT.
       FD ENTRADA1
           RECORDING MODE IS F
           BLOCK 0
           RECORD CONTAINS   18 CHARACTERS
           LABEL RECORD IS STANDARD.

       01  REG-ENTRADA1 .
           copy COPY_RUTERO_ORD .

      *    Unificacion de clientes T7542600 (COPY_UNI_2600).
       FD ENTRADA2
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 137 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA2 .
          COPY COPY_UNI_2600 .

      *    Movimientos T7542350 (COPY_T7542350).
       FD ENTRADA3
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 218 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA3 .
          COPY COPY_T7542350 .

      *    Maestro de fallecidos (COPY_MAE_FALLECIDOS).
       FD ENTRADA4
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 46 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA4 .
          COPY COPY_MAE_FALLECIDOS .

      *    Saldo legacy por RUT (COPY_SALDO_LEGACY), opcional.
       FD ENTRADA5
          RECORDING MODE IS F
          RECORD CONTAINS 20 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA5 .
          COPY COPY_SALDO_LEGACY .

      *    Extracto de tier por RUT (COPY_TIER_RUT), opcional.
       FD ENTRADA6
          RECORDING MODE IS F
          RECORD CONTAINS 18 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA6 .
          COPY COPY_TIER_RUT .

      *    Tarjeta de semilla del enmascaramiento, opcional.
       FD ENTRADA7
          RECORDING MODE IS F
          RECORD CONTAINS 9 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA7 .
          05 SEM-VALOR                          PIC 9(09) .

      *    Alerta normalizada de operacion (COPY_ALERTA).
       FD ALERTA
          RECORDING MODE IS F
          RECORD CONTAINS 90 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ALERTA .
           COPY COPY_ALERTA .

      *    Registro de control de la fecha de negocio de la cadena
      *    (COPY_FECHA_NEGOCIO).
       FD FECNEG
          RECORDING MODE IS F
          RECORD CONTAINS 30 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-FECNEG .
           COPY COPY_FECHA_NEGOCIO .

      *    Tabla RUT real / RUT seudonimo, ordenada por RUT real.
       FD TABLARUT
          RECORDING MODE IS F
          RECORD CONTAINS 17 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-TABLARUT .
           05 TRUT-REAL                         PIC 9(08) .
           05 TRUT-SEUDO                        PIC 9(08) .
           05 TRUT-DV                           PIC X(01) .

      *    RUT numericos de todos los extractos.
       SD SORTRUT .

       01  REG-SORTRUT .
           05 SRUT-RUT                          PIC 9(08) .

       FD SALIDA1
          RECORDING MODE IS F
          RECORD CONTAINS 18 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA1                          PIC X(18) .

       FD SALIDA2
          RECORDING MODE IS F
          RECORD CONTAINS 137 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA2                          PIC X(137) .

       FD SALIDA3
          RECORDING MODE IS F
          RECORD CONTAINS 218 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA3                          PIC X(218) .

       FD SALIDA4
          RECORDING MODE IS F
          RECORD CONTAINS 46 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA4                          PIC X(46) .

       FD SALIDA5
          RECORDING MODE IS F
          RECORD CONTAINS 20 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA5                          PIC X(20) .

       FD SALIDA6
          RECORDING MODE IS F
          RECORD CONTAINS 18 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA6                          PIC X(18) .

       WORKING-STORAGE SECTION.
      *-----------------------.

        01 WS-RARAS.
           05 WS-FIN-1                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-2                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-3                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-4                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-5                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-6                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-SR                         PIC 9(01) VALUE ZEROS .
           05 WS-FIN-TR                         PIC 9(01) VALUE ZEROS .
           05 WS-SALDO-STATUS                   PIC X(02) .
           05 WS-TIER-STATUS                    PIC X(02) .
           05 WS-SEM-STATUS                     PIC X(02) .
           05 WS-HAY-SALDO                      PIC X(01) VALUE "N" .
              88 HAY-SALDO-LEGACY               VALUE "S" .
           05 WS-HAY-TIER                       PIC X(01) VALUE "N" .
              88 HAY-TIER                       VALUE "S" .
           05 WS-HAY-SEMILLA                    PIC X(01) VALUE "N" .
              88 HAY-SEMILLA                    VALUE "S" .
           05 WS-C-ENT-1                        PIC 9(12) VALUE ZEROS .
           05 WS-C-ENT-2                        PIC 9(12) VALUE ZEROS .
           05 WS-C-ENT-3                        PIC 9(12) VALUE ZEROS .
           05 WS-C-ENT-4                        PIC 9(12) VALUE ZEROS .
           05 WS-C-ENT-5                        PIC 9(12) VALUE ZEROS .
           05 WS-C-ENT-6                        PIC 9(12) VALUE ZEROS .
           05 WS-C-SAL-1                        PIC 9(12) VALUE ZEROS .
           05 WS-C-SAL-2                        PIC 9(12) VALUE ZEROS .
           05 WS-C-SAL-3                        PIC 9(12) VALUE ZEROS .
           05 WS-C-SAL-4                        PIC 9(12) VALUE ZEROS .
           05 WS-C-SAL-5                        PIC 9(12) VALUE ZEROS .
           05 WS-C-SAL-6                        PIC 9(12) VALUE ZEROS .
           05 WS-C-RUT-NO-NUM                   PIC 9(12) VALUE ZEROS .
           05 WS-C-SEUDONIMOS                   PIC 9(12) VALUE ZEROS .

      *    Asignacion de seudonimos: semilla, ultimo RUT real visto y
      *    ultimo seudonimo asignado.
        01 WS-SEUDONIMO.
           05 WS-SEMILLA                        PIC 9(09) .
           05 WS-RUT-REAL-ANT                   PIC 9(08) VALUE ZEROS .
           05 WS-SEUDO-ACTUAL                   PIC 9(09) VALUE ZEROS .
           05 WS-HASH                           PIC 9(17) .
           05 WS-COCIENTE                       PIC 9(17) .
           05 WS-RESTO                          PIC 9(05) .
           05 WS-SALTO                          PIC 9(01) .

      *    Campos de trabajo del asiento de alerta (COPY_ALERTA).
        01 WS-ALERTA.
           05 WS-ALER-STATUS                    PIC X(02) .
           05 WS-ALERTA-TS                      PIC X(21) .
           05 WS-ALERTA-CONDICION               PIC 9(04) .
           05 WS-ALERTA-MENSAJE                 PIC X(60) .
           05 WS-FECNEG-STATUS                  PIC X(02) .
           05 WS-FECHA-NEGOCIO                  PIC X(08) VALUE SPACES .

      *    Busqueda del seudonimo de un RUT en la tabla, en paralelo
      *    con el extracto (ambos ordenados por RUT).
        01 WS-BUSQUEDA.
           05 WS-ARCHIVO-ACTUAL                 PIC X(20) .
           05 WS-RUT-BUSCADO                    PIC 9(08) .
           05 WS-RUT-EXTRACTO-ANT               PIC 9(08) .

      *    Validacion de digito verificador (modulo 11) del RUT.
        01 WS-VALIDA-DV.
           05 WS-DV-RUT                         PIC 9(08) .
           05 WS-DV-DIGITOS REDEFINES WS-DV-RUT.
              10 WS-DV-DIGITO                   PIC 9(01)
                                                 OCCURS 8 TIMES .
           05 WS-DV-IDX                         PIC 9(02) COMP .
           05 WS-DV-PESO                        PIC 9(01) COMP .
           05 WS-DV-SUMA                        PIC 9(05) COMP .
           05 WS-DV-RESTO                       PIC 9(02) COMP .
           05 WS-DV-FINAL                       PIC 9(02) .
           05 WS-DV-FINAL-R REDEFINES WS-DV-FINAL .
              10 WS-DV-FINAL-DEC                PIC X(01) .
              10 WS-DV-FINAL-UNI                PIC X(01) .
           05 WS-DV-CALCULADO                   PIC X(01) .

      *    Revoltura de textos: alfabeto de origen y sus 25
      *    rotaciones (letras y digitos por separado), y la rotacion
      *    que corresponde a cada posicion del campo.
        01 WS-REVOLTURA.
           05 WS-ALFABETO                       PIC X(62) VALUE
              "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz01234
      -       "56789".
           05 WS-ALFABETO-R REDEFINES WS-ALFABETO .
              10 WS-ALFA-MAY                    PIC X(26) .
              10 WS-ALFA-MIN                    PIC X(26) .
              10 WS-ALFA-DIG                    PIC X(10) .
           05 WS-ROTACION OCCURS 25 TIMES       PIC X(62) .
           05 WS-DESPLAZA OCCURS 35 TIMES       PIC 9(02) .
           05 WS-ROT-IDX                        PIC 9(02) .
           05 WS-ROT-DIG                        PIC 9(02) .
           05 WS-POS                            PIC 9(02) .
           05 WS-TEXTO                          PIC X(35) .
           05 WS-TEXTO-LARGO                    PIC 9(02) .

        PROCEDURE DIVISION .

        MAIN-SEC SECTION.
        PP-MAIN.
                PERFORM 100000-INICIO
                PERFORM 200000-PROCESO
                PERFORM 300000-FINAL.
                MOVE ZEROS                 TO RETURN-CODE
                STOP RUN .

        100000-INICIO .
      *         La semilla es obligatoria: no hay valor por omision
      *         que permita deshacer el enmascaramiento desde el
      *         fuente.
                OPEN INPUT ENTRADA7
                IF WS-SEM-STATUS = "00"
                   READ ENTRADA7
                   IF WS-SEM-STATUS = "00"
                      AND SEM-VALOR IS NUMERIC
                      MOVE SEM-VALOR            TO WS-SEMILLA
                      MOVE "S"                  TO WS-HAY-SEMILLA
                   END-IF
                   CLOSE ENTRADA7
                END-IF
                IF NOT HAY-SEMILLA
                   DISPLAY "SEMILLA DE ENMASCARAMIENTO NO DISPONIBLE"
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE "SEMILLA DE ENMASCARAMIENTO NO DISPONIBLE"
                                           TO WS-ALERTA-MENSAJE
                   MOVE 1                      TO WS-ALERTA-CONDICION
                   PERFORM GRABA-ALERTA
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                PERFORM ARMA-ROTACION
                   VARYING WS-ROT-IDX FROM 1 BY 1
                   UNTIL WS-ROT-IDX > 25
                PERFORM ARMA-DESPLAZAMIENTO
                   VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > 35
      *         Primer seudonimo: sobre 1.000.000 mas un corrimiento
      *         derivado de la semilla.
                DIVIDE WS-SEMILLA BY 100000 GIVING WS-COCIENTE
                                    REMAINDER WS-RESTO
                COMPUTE WS-SEUDO-ACTUAL = 1000000 + WS-RESTO .

        ARMA-ROTACION .
      *         Rotacion WS-ROT-IDX: letras corridas WS-ROT-IDX
      *         lugares y digitos corridos lo mismo modulo 10 (nunca
      *         cero, para que todo digito cambie).
                DIVIDE WS-ROT-IDX BY 10 GIVING WS-COCIENTE
                                    REMAINDER WS-ROT-DIG
                IF WS-ROT-DIG = ZEROS
                   MOVE 5                       TO WS-ROT-DIG
                END-IF
                MOVE SPACES                     TO WS-ROTACION
                                                   (WS-ROT-IDX)
                STRING WS-ALFA-MAY (WS-ROT-IDX + 1:26 - WS-ROT-IDX)
                                                DELIMITED BY SIZE
                       WS-ALFA-MAY (1:WS-ROT-IDX)
                                                DELIMITED BY SIZE
                       WS-ALFA-MIN (WS-ROT-IDX + 1:26 - WS-ROT-IDX)
                                                DELIMITED BY SIZE
                       WS-ALFA-MIN (1:WS-ROT-IDX)
                                                DELIMITED BY SIZE
                       WS-ALFA-DIG (WS-ROT-DIG + 1:10 - WS-ROT-DIG)
                                                DELIMITED BY SIZE
                       WS-ALFA-DIG (1:WS-ROT-DIG)
                                                DELIMITED BY SIZE
                                           INTO WS-ROTACION
                                                (WS-ROT-IDX)
                END-STRING .

        ARMA-DESPLAZAMIENTO .
      *         Rotacion de cada posicion del campo: 1 a 25 segun la
      *         semilla y la posicion.
                COMPUTE WS-HASH = WS-SEMILLA + WS-POS * 11
                DIVIDE WS-HASH BY 25 GIVING WS-COCIENTE
                                    REMAINDER WS-RESTO
                COMPUTE WS-DESPLAZA (WS-POS) = WS-RESTO + 1 .

        200000-PROCESO .
      *         Primera pasada: todos los RUT de todos los extractos,
      *         ordenados, reciben su seudonimo. Luego cada extracto
      *         se copia enmascarado leyendo la tabla en paralelo.
                SORT SORTRUT
                     ON ASCENDING KEY SRUT-RUT
                     INPUT PROCEDURE IS CARGA-RUTS
                     OUTPUT PROCEDURE IS ASIGNA-SEUDONIMOS
                PERFORM ENMASCARA-RUTERO
                PERFORM ENMASCARA-2600
                PERFORM ENMASCARA-2350
                PERFORM ENMASCARA-FALLECIDOS
                IF HAY-SALDO-LEGACY
                   PERFORM ENMASCARA-SALDO
                END-IF
                IF HAY-TIER
                   PERFORM ENMASCARA-TIER
                END-IF .

      *---------------------------------------------------------------*
      *  Primera pasada: RUT de todos los extractos.                  *
      *---------------------------------------------------------------*
        CARGA-RUTS .
                OPEN INPUT ENTRADA1 .
                PERFORM LEE-01
                PERFORM SUELTA-RUT-01 UNTIL WS-FIN-1 = 1
                CLOSE ENTRADA1 .
                OPEN INPUT ENTRADA2 .
                PERFORM LEE-02
                PERFORM SUELTA-RUT-02 UNTIL WS-FIN-2 = 1
                CLOSE ENTRADA2 .
                OPEN INPUT ENTRADA3 .
                PERFORM LEE-03
                PERFORM SUELTA-RUT-03 UNTIL WS-FIN-3 = 1
                CLOSE ENTRADA3 .
                OPEN INPUT ENTRADA4 .
                PERFORM LEE-04
                PERFORM SUELTA-RUT-04 UNTIL WS-FIN-4 = 1
                CLOSE ENTRADA4 .
                OPEN INPUT ENTRADA5
                IF WS-SALDO-STATUS = "00"
                   MOVE "S"                     TO WS-HAY-SALDO
                   PERFORM LEE-05
                   PERFORM SUELTA-RUT-05 UNTIL WS-FIN-5 = 1
                   CLOSE ENTRADA5
                END-IF
                OPEN INPUT ENTRADA6
                IF WS-TIER-STATUS = "00"
                   MOVE "S"                     TO WS-HAY-TIER
                   PERFORM LEE-06
                   PERFORM SUELTA-RUT-06 UNTIL WS-FIN-6 = 1
                   CLOSE ENTRADA6
                END-IF .

        LEE-01 .
                READ ENTRADA1 AT END MOVE 1     TO WS-FIN-1 .

        LEE-02 .
                READ ENTRADA2 AT END MOVE 1     TO WS-FIN-2 .

        LEE-03 .
                READ ENTRADA3 AT END MOVE 1     TO WS-FIN-3 .

        LEE-04 .
                READ ENTRADA4 AT END MOVE 1     TO WS-FIN-4 .

        LEE-05 .
                READ ENTRADA5 AT END MOVE 1     TO WS-FIN-5 .

        LEE-06 .
                READ ENTRADA6 AT END MOVE 1     TO WS-FIN-6 .

        SUELTA-RUT-01 .
                IF RUTORD-RUT IS NUMERIC
                   MOVE RUTORD-RUT              TO SRUT-RUT
                   RELEASE REG-SORTRUT
                END-IF
                PERFORM LEE-01 .

        SUELTA-RUT-02 .
                IF RUNIFI-RUT IS NUMERIC
                   MOVE RUNIFI-RUT              TO SRUT-RUT
                   RELEASE REG-SORTRUT
                END-IF
                PERFORM LEE-02 .

        SUELTA-RUT-03 .
                IF R2350-RUT IS NUMERIC
                   MOVE R2350-RUT               TO SRUT-RUT
                   RELEASE REG-SORTRUT
                END-IF
                PERFORM LEE-03 .

        SUELTA-RUT-04 .
                IF MAEFALL-RUT IS NUMERIC
                   MOVE MAEFALL-RUT             TO SRUT-RUT
                   RELEASE REG-SORTRUT
                END-IF
                PERFORM LEE-04 .

        SUELTA-RUT-05 .
                IF SALDO-RUT IS NUMERIC
                   MOVE SALDO-RUT               TO SRUT-RUT
                   RELEASE REG-SORTRUT
                END-IF
                PERFORM LEE-05 .

        SUELTA-RUT-06 .
                IF TIERRUT-RUT IS NUMERIC
                   MOVE TIERRUT-RUT             TO SRUT-RUT
                   RELEASE REG-SORTRUT
                END-IF
                PERFORM LEE-06 .

        ASIGNA-SEUDONIMOS .
                OPEN OUTPUT TABLARUT
                PERFORM LEE-SORTRUT
                PERFORM ASIGNA-SEUDONIMO UNTIL WS-FIN-SR = 1
                CLOSE TABLARUT .

        LEE-SORTRUT .
                RETURN SORTRUT AT END MOVE 1    TO WS-FIN-SR
                END-RETURN .

        ASIGNA-SEUDONIMO .
      *         Un seudonimo por RUT distinto, creciente: el salto
      *         (1 a 3) depende del RUT y de la semilla, asi que el
      *         seudonimo no deja ver el RUT pero respeta su orden.
                IF WS-C-SEUDONIMOS = ZEROS
                   OR SRUT-RUT NOT = WS-RUT-REAL-ANT
                   COMPUTE WS-HASH = SRUT-RUT * 7919 + WS-SEMILLA
                   DIVIDE WS-HASH BY 97 GIVING WS-COCIENTE
                                       REMAINDER WS-RESTO
                   DIVIDE WS-RESTO BY 3 GIVING WS-COCIENTE
                                       REMAINDER WS-SALTO
                   COMPUTE WS-SEUDO-ACTUAL = WS-SEUDO-ACTUAL
                                           + WS-SALTO + 1
                   IF WS-SEUDO-ACTUAL > 99999999
                      DISPLAY "RUT SEUDONIMOS AGOTADOS EN RUT "
                              SRUT-RUT
                      DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                      DISPLAY "---------------------------------"
                      MOVE 1                    TO RETURN-CODE
                      STOP RUN
                   END-IF
                   MOVE SRUT-RUT                TO WS-RUT-REAL-ANT
                   MOVE SRUT-RUT                TO TRUT-REAL
                   MOVE WS-SEUDO-ACTUAL         TO TRUT-SEUDO
                   MOVE WS-SEUDO-ACTUAL         TO WS-DV-RUT
                   PERFORM CALCULA-DV
                   MOVE WS-DV-CALCULADO         TO TRUT-DV
                   WRITE REG-TABLARUT END-WRITE
                   ADD 1                        TO WS-C-SEUDONIMOS
                END-IF
                PERFORM LEE-SORTRUT .

        CALCULA-DV .
      *         Digito verificador (modulo 11) del RUT en WS-DV-RUT.
                MOVE ZEROS                      TO WS-DV-SUMA
                MOVE 2                          TO WS-DV-PESO
                MOVE 8                          TO WS-DV-IDX
                PERFORM SUMA-DIGITO-DV UNTIL WS-DV-IDX = ZEROS
                DIVIDE WS-DV-SUMA BY 11 GIVING WS-DV-IDX
                                    REMAINDER WS-DV-RESTO
                COMPUTE WS-DV-FINAL = 11 - WS-DV-RESTO
                EVALUATE WS-DV-FINAL
                   WHEN 11
                      MOVE "0"                  TO WS-DV-CALCULADO
                   WHEN 10
                      MOVE "K"                  TO WS-DV-CALCULADO
                   WHEN OTHER
                      MOVE WS-DV-FINAL-UNI      TO WS-DV-CALCULADO
                END-EVALUATE .

        SUMA-DIGITO-DV .
                COMPUTE WS-DV-SUMA = WS-DV-SUMA +
                        (WS-DV-DIGITO (WS-DV-IDX) * WS-DV-PESO)
                SUBTRACT 1                      FROM WS-DV-IDX
                ADD 1                           TO WS-DV-PESO
                IF WS-DV-PESO > 7
                   MOVE 2                       TO WS-DV-PESO
                END-IF .

      *---------------------------------------------------------------*
      *  Segunda pasada: copia enmascarada de cada extracto.          *
      *---------------------------------------------------------------*
        INICIA-TABLA .
                OPEN INPUT TABLARUT
                MOVE ZEROS                      TO WS-FIN-TR
                                                   WS-RUT-EXTRACTO-ANT
                PERFORM LEE-TABLARUT .

        LEE-TABLARUT .
                READ TABLARUT AT END MOVE 1     TO WS-FIN-TR .
                IF WS-FIN-TR = 1
                   MOVE 99999999                TO TRUT-REAL
                END-IF .

        BUSCA-SEUDONIMO .
      *         El extracto debe venir ordenado por RUT: la tabla se
      *         adelanta hasta el RUT buscado, que siempre esta.
                IF WS-RUT-BUSCADO < WS-RUT-EXTRACTO-ANT
                   OR WS-RUT-BUSCADO > 99999998
                   PERFORM ERROR-SECUENCIA
                END-IF
                MOVE WS-RUT-BUSCADO             TO WS-RUT-EXTRACTO-ANT
                PERFORM LEE-TABLARUT
                   UNTIL TRUT-REAL NOT < WS-RUT-BUSCADO
                IF TRUT-REAL NOT = WS-RUT-BUSCADO
                   PERFORM ERROR-SECUENCIA
                END-IF .

        ERROR-SECUENCIA .
                DISPLAY "ARCHIVO " WS-ARCHIVO-ACTUAL
                        " FUERA DE SECUENCIA"
                DISPLAY "RUT=" WS-RUT-BUSCADO
                        " RUT ANTERIOR=" WS-RUT-EXTRACTO-ANT
                DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                DISPLAY "---------------------------------"
                MOVE 1                          TO RETURN-CODE
                STOP RUN .

        ENMASCARA-TEXTO .
      *         Revuelve WS-TEXTO en sus primeras WS-TEXTO-LARGO
      *         posiciones; espacios y signos quedan en su lugar.
                PERFORM ENMASCARA-POSICION
                   VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-TEXTO-LARGO .

        ENMASCARA-POSICION .
                MOVE WS-DESPLAZA (WS-POS)       TO WS-ROT-IDX
                INSPECT WS-TEXTO (WS-POS:1)
                        CONVERTING WS-ALFABETO
                                TO WS-ROTACION (WS-ROT-IDX) .

        ENMASCARA-RUTERO .
                MOVE "RUTERO"                   TO WS-ARCHIVO-ACTUAL
                PERFORM INICIA-TABLA
                OPEN INPUT ENTRADA1
                OPEN OUTPUT SALIDA1
                MOVE ZEROS                      TO WS-FIN-1
                PERFORM LEE-01
                PERFORM COPIA-RUTERO UNTIL WS-FIN-1 = 1
                CLOSE ENTRADA1
                CLOSE SALIDA1
                CLOSE TABLARUT .

        COPIA-RUTERO .
                ADD 1                           TO WS-C-ENT-1
                IF RUTORD-RUT IS NUMERIC
                   MOVE RUTORD-RUT              TO WS-RUT-BUSCADO
                   PERFORM BUSCA-SEUDONIMO
                   MOVE TRUT-SEUDO              TO RUTORD-RUT
                   MOVE TRUT-DV                 TO RUTORD-DV
                ELSE
                   ADD 1                        TO WS-C-RUT-NO-NUM
                END-IF
                WRITE REG-SALIDA1 FROM REG-ENTRADA1 END-WRITE
                ADD 1                           TO WS-C-SAL-1
                PERFORM LEE-01 .

        ENMASCARA-2600 .
                MOVE "T7542600"                 TO WS-ARCHIVO-ACTUAL
                PERFORM INICIA-TABLA
                OPEN INPUT ENTRADA2
                OPEN OUTPUT SALIDA2
                MOVE ZEROS                      TO WS-FIN-2
                PERFORM LEE-02
                PERFORM COPIA-2600 UNTIL WS-FIN-2 = 1
                CLOSE ENTRADA2
                CLOSE SALIDA2
                CLOSE TABLARUT .

        COPIA-2600 .
                ADD 1                           TO WS-C-ENT-2
                IF RUNIFI-RUT IS NUMERIC
                   MOVE RUNIFI-RUT              TO WS-RUT-BUSCADO
                   PERFORM BUSCA-SEUDONIMO
                   MOVE TRUT-SEUDO              TO RUNIFI-RUT
                   MOVE TRUT-DV                 TO RUNIFI-DIGVER
                ELSE
                   ADD 1                        TO WS-C-RUT-NO-NUM
                END-IF
                MOVE RUNIFI-PEMNB_GLS_NOM_PEL   TO WS-TEXTO
                MOVE 30                         TO WS-TEXTO-LARGO
                PERFORM ENMASCARA-TEXTO
                MOVE WS-TEXTO                   TO
                     RUNIFI-PEMNB_GLS_NOM_PEL
                MOVE RUNIFI-PEMNB_GLS_APL_PAT   TO WS-TEXTO
                PERFORM ENMASCARA-TEXTO
                MOVE WS-TEXTO                   TO
                     RUNIFI-PEMNB_GLS_APL_PAT
                MOVE RUNIFI-IDCLIENT-10         TO WS-TEXTO
                MOVE 10                         TO WS-TEXTO-LARGO
                PERFORM ENMASCARA-TEXTO
                MOVE WS-TEXTO                   TO RUNIFI-IDCLIENT-10
                MOVE R2600-TELEFONO             TO WS-TEXTO
                MOVE 15                         TO WS-TEXTO-LARGO
                PERFORM ENMASCARA-TEXTO
                MOVE WS-TEXTO                   TO R2600-TELEFONO
                MOVE R2600-EMAIL                TO WS-TEXTO
                MOVE 35                         TO WS-TEXTO-LARGO
                PERFORM ENMASCARA-TEXTO
                MOVE WS-TEXTO                   TO R2600-EMAIL
                WRITE REG-SALIDA2 FROM REG-ENTRADA2 END-WRITE
                ADD 1                           TO WS-C-SAL-2
                PERFORM LEE-02 .

        ENMASCARA-2350 .
                MOVE "T7542350"                 TO WS-ARCHIVO-ACTUAL
                PERFORM INICIA-TABLA
                OPEN INPUT ENTRADA3
                OPEN OUTPUT SALIDA3
                MOVE ZEROS                      TO WS-FIN-3
                PERFORM LEE-03
                PERFORM COPIA-2350 UNTIL WS-FIN-3 = 1
                CLOSE ENTRADA3
                CLOSE SALIDA3
                CLOSE TABLARUT .

        COPIA-2350 .
      *         Solo cambia el RUT: movimiento, fecha, concepto,
      *         documento, TIPOPAG, monto y puntos viajan intactos.
                ADD 1                           TO WS-C-ENT-3
                IF R2350-RUT IS NUMERIC
                   MOVE R2350-RUT               TO WS-RUT-BUSCADO
                   PERFORM BUSCA-SEUDONIMO
                   MOVE TRUT-SEUDO              TO R2350-RUT
                   MOVE TRUT-DV                 TO R2350-DV
                ELSE
                   ADD 1                        TO WS-C-RUT-NO-NUM
                END-IF
                WRITE REG-SALIDA3 FROM REG-ENTRADA3 END-WRITE
                ADD 1                           TO WS-C-SAL-3
                PERFORM LEE-03 .

        ENMASCARA-FALLECIDOS .
                MOVE "MAE_FALLECIDOS"           TO WS-ARCHIVO-ACTUAL
                PERFORM INICIA-TABLA
                OPEN INPUT ENTRADA4
                OPEN OUTPUT SALIDA4
                MOVE ZEROS                      TO WS-FIN-4
                PERFORM LEE-04
                PERFORM COPIA-FALLECIDO UNTIL WS-FIN-4 = 1
                CLOSE ENTRADA4
                CLOSE SALIDA4
                CLOSE TABLARUT .

        COPIA-FALLECIDO .
                ADD 1                           TO WS-C-ENT-4
                IF MAEFALL-RUT IS NUMERIC
                   MOVE MAEFALL-RUT             TO WS-RUT-BUSCADO
                   PERFORM BUSCA-SEUDONIMO
                   MOVE TRUT-SEUDO              TO MAEFALL-RUT
                   MOVE TRUT-DV                 TO MAEFALL-DV
                ELSE
                   ADD 1                        TO WS-C-RUT-NO-NUM
                END-IF
                WRITE REG-SALIDA4 FROM REG-ENTRADA4 END-WRITE
                ADD 1                           TO WS-C-SAL-4
                PERFORM LEE-04 .

        ENMASCARA-SALDO .
                MOVE "SALDO_LEGACY"             TO WS-ARCHIVO-ACTUAL
                PERFORM INICIA-TABLA
                OPEN INPUT ENTRADA5
                OPEN OUTPUT SALIDA5
                MOVE ZEROS                      TO WS-FIN-5
                PERFORM LEE-05
                PERFORM COPIA-SALDO UNTIL WS-FIN-5 = 1
                CLOSE ENTRADA5
                CLOSE SALIDA5
                CLOSE TABLARUT .

        COPIA-SALDO .
                ADD 1                           TO WS-C-ENT-5
                IF SALDO-RUT IS NUMERIC
                   MOVE SALDO-RUT               TO WS-RUT-BUSCADO
                   PERFORM BUSCA-SEUDONIMO
                   MOVE TRUT-SEUDO              TO SALDO-RUT
                ELSE
                   ADD 1                        TO WS-C-RUT-NO-NUM
                END-IF
                WRITE REG-SALIDA5 FROM REG-ENTRADA5 END-WRITE
                ADD 1                           TO WS-C-SAL-5
                PERFORM LEE-05 .

        ENMASCARA-TIER .
                MOVE "TIER_RUT"                 TO WS-ARCHIVO-ACTUAL
                PERFORM INICIA-TABLA
                OPEN INPUT ENTRADA6
                OPEN OUTPUT SALIDA6
                MOVE ZEROS                      TO WS-FIN-6
                PERFORM LEE-06
                PERFORM COPIA-TIER UNTIL WS-FIN-6 = 1
                CLOSE ENTRADA6
                CLOSE SALIDA6
                CLOSE TABLARUT .

        COPIA-TIER .
                ADD 1                           TO WS-C-ENT-6
                IF TIERRUT-RUT IS NUMERIC
                   MOVE TIERRUT-RUT             TO WS-RUT-BUSCADO
                   PERFORM BUSCA-SEUDONIMO
                   MOVE TRUT-SEUDO              TO TIERRUT-RUT
                ELSE
                   ADD 1                        TO WS-C-RUT-NO-NUM
                END-IF
                WRITE REG-SALIDA6 FROM REG-ENTRADA6 END-WRITE
                ADD 1                           TO WS-C-SAL-6
                PERFORM LEE-06 .

        300000-FINAL .
                display "RUT Seudonimos Asignados   = "
                        WS-C-SEUDONIMOS .
                display "RUT No Numericos Copiados  = "
                        WS-C-RUT-NO-NUM .
                display "Rutero         Leidos/Grab = " WS-C-ENT-1
                        " / " WS-C-SAL-1 .
                display "T7542600       Leidos/Grab = " WS-C-ENT-2
                        " / " WS-C-SAL-2 .
                display "T7542350       Leidos/Grab = " WS-C-ENT-3
                        " / " WS-C-SAL-3 .
                display "MAE_FALLECIDOS Leidos/Grab = " WS-C-ENT-4
                        " / " WS-C-SAL-4 .
                IF HAY-SALDO-LEGACY
                   display "SALDO_LEGACY   Leidos/Grab = " WS-C-ENT-5
                           " / " WS-C-SAL-5
                END-IF
                IF HAY-TIER
                   display "TIER_RUT       Leidos/Grab = " WS-C-ENT-6
                           " / " WS-C-SAL-6
                END-IF .

        GRABA-ALERTA .
      *         Asiento normalizado en el archivo unico de alertas;
      *         el parrafo que invoca ya dejo cargados el mensaje y
      *         el codigo de condicion. Este paso no usa la bitacora,
      *         asi que estampa su propio RUN-ID con la fecha de
      *         negocio, si esta disponible.
                OPEN INPUT FECNEG
                IF WS-FECNEG-STATUS = "00"
                   READ FECNEG
                   IF WS-FECNEG-STATUS = "00"
                      MOVE FECNEG-FECHA-PROC    TO WS-FECHA-NEGOCIO
                   END-IF
                   CLOSE FECNEG
                END-IF
                OPEN EXTEND ALERTA
                IF WS-ALER-STATUS NOT = "00"
                   OPEN OUTPUT ALERTA
                END-IF
                MOVE FUNCTION CURRENT-DATE      TO WS-ALERTA-TS
                MOVE WS-ALERTA-TS (1:14)        TO ALER-RUN-ID
                IF WS-FECHA-NEGOCIO IS NUMERIC
                   MOVE WS-FECHA-NEGOCIO        TO ALER-RUN-ID (1:8)
                END-IF
                MOVE "SFCPMIG1045"              TO ALER-PROGRAM_NAME
                MOVE "A"                        TO ALER-SEVERIDAD
                MOVE WS-ALERTA-CONDICION        TO ALER-CONDICION
                MOVE WS-ALERTA-MENSAJE          TO ALER-MENSAJE
                WRITE REG-ALERTA END-WRITE
                CLOSE ALERTA .
