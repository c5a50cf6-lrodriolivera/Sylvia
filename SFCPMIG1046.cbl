        IDENTIFICATION DIVISION.
        PROGRAM-ID. SFCPMIG1046 .
        AUTHOR.     CONNECTIS-GS.
      * Normalizador de los extractos legacy, primer paso de la
      * cadena SFCPMIG (antes de SFCPMIG0401): toma el Rutero, la
      * Unificacion T7542600, los Movimientos T7542350 y el Maestro
      * de Fallecidos tal como los deja el extractor (FEXTRACTO1 a
      * FEXTRACTO4) y graba en FENTRADA1 a FENTRADA4 las versiones
      * que lee toda la cadena:
      *  - quita al final de cada linea los caracteres de control
      *    (retorno de carro, fin de archivo DOS, tabuladores) y
      *    descarta las lineas en blanco;
      *  - aparta en FRECHAZOLARGO las lineas de largo incorrecto:
      *    mas largas que el layout o mas cortas que su clave;
      *  - ordena cada extracto por su clave (RUT; RUT mas NUMMOVIM
      *    para la T7542350) conservando el orden de origen entre
      *    claves iguales, de modo que la cadena deja de depender
      *    del ORDER BY del extractor.
      * Deja un reporte de estadisticas del orden (FREPORTENORMALIZA)
      * y sus totales en el historial de control. Con lineas de
      * largo incorrecto termina con RETURN-CODE 4 y una alerta.
      * El manifiesto del extractor describe los archivos de origen:
      * SFCPMIG1024 se corre antes de este paso, sobre FEXTRACTO1 a
      * FEXTRACTO4.
      * Fecha : 15-10-2026
      * COMPILAR-LINK : cobol.sh SFCPMIG1046
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

                SELECT EXTRACTO1 ASSIGN TO EXTERNAL FEXTRACTO1
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT EXTRACTO2 ASSIGN TO EXTERNAL FEXTRACTO2
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT EXTRACTO3 ASSIGN TO EXTERNAL FEXTRACTO3
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT EXTRACTO4 ASSIGN TO EXTERNAL FEXTRACTO4
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SORTNORM ASSIGN TO EXTERNAL SORTWKNORM .

                SELECT SALIDA1 ASSIGN TO EXTERNAL FENTRADA1
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA2 ASSIGN TO EXTERNAL FENTRADA2
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA3 ASSIGN TO EXTERNAL FENTRADA3
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA4 ASSIGN TO EXTERNAL FENTRADA4
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT RECHAZO ASSIGN TO EXTERNAL FRECHAZOLARGO
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT REPORTE ASSIGN TO EXTERNAL FREPORTENORMALIZA
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT CTOTALES ASSIGN TO EXTERNAL FCONTROLTOTALES
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-CTOT-STATUS.

                SELECT ALERTA ASSIGN TO EXTERNAL FALERTA
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ALER-STATUS.

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
      *---------------------------------------------------------------*

       DATA DIVISION.
      *-------------.

       FILE SECTION.
      *------------.

      *    Extractos tal como los entrega el extractor: largo de
      *    linea variable, se mide al leer.
       FD EXTRACTO1
          RECORD IS VARYING IN SIZE FROM 1 TO 1000
          DEPENDING ON WS-LEN-ENT
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-EXTRACTO1                        PIC X(1000) .

       FD EXTRACTO2
          RECORD IS VARYING IN SIZE FROM 1 TO 1000
          DEPENDING ON WS-LEN-ENT
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-EXTRACTO2                        PIC X(1000) .

       FD EXTRACTO3
          RECORD IS VARYING IN SIZE FROM 1 TO 1000
          DEPENDING ON WS-LEN-ENT
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-EXTRACTO3                        PIC X(1000) .

       FD EXTRACTO4
          RECORD IS VARYING IN SIZE FROM 1 TO 1000
          DEPENDING ON WS-LEN-ENT
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-EXTRACTO4                        PIC X(1000) .

      *    Registro de orden: clave (RUT, y NUMMOVIM solo para la
      *    T7542350) y el registro completo.
       SD SORTNORM .

       01  REG-SORTNORM .
           05 SNOR-CLAVE .
              10 SNOR-RUT                       PIC X(08) .
              10 SNOR-NUMMOVIM                  PIC X(10) .
           05 SNOR-DATOS                        PIC X(218) .

      *    Rutero normalizado (COPY_RUTERO_ORD).
       FD SALIDA1
          RECORDING MODE IS F
          RECORD CONTAINS 18 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA1                          PIC X(18) .

      *    Unificacion T7542600 normalizada (COPY_UNI_2600).
       FD SALIDA2
          RECORDING MODE IS F
          RECORD CONTAINS 137 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA2                          PIC X(137) .

      *    Movimientos T7542350 normalizados (COPY_T7542350).
       FD SALIDA3
          RECORDING MODE IS F
          RECORD CONTAINS 218 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA3                          PIC X(218) .

      *    Maestro de fallecidos normalizado (COPY_MAE_FALLECIDOS).
       FD SALIDA4
          RECORDING MODE IS F
          RECORD CONTAINS 46 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA4                          PIC X(46) .

      *    Lineas de largo incorrecto: extracto, numero de linea en
      *    el archivo de origen, largo util y contenido.
       FD RECHAZO
          RECORDING MODE IS F
          RECORD CONTAINS 249 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-RECHAZO .
           05 RLAR-EXTRACTO                     PIC X(10) .
           05 RLAR-SEP01                        PIC X(01) .
           05 RLAR-LINEA                        PIC 9(09) .
           05 RLAR-SEP02                        PIC X(01) .
           05 RLAR-LARGO                        PIC 9(04) .
           05 RLAR-SEP03                        PIC X(01) .
           05 RLAR-DATOS                        PIC X(223) .

       FD REPORTE
          RECORDING MODE IS F
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-REPORTE                          PIC X(80) .

      *    Historial de totales de control de la corrida
      *    (COPY_CONTROL_TOTALES), compartido por toda la cadena.
       FD CTOTALES
          RECORDING MODE IS F
          RECORD CONTAINS 51 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-CTOTALES .
           COPY COPY_CONTROL_TOTALES .

      *    Alerta normalizada de operacion (COPY_ALERTA).
       FD ALERTA
          RECORDING MODE IS F
          RECORD CONTAINS 90 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ALERTA .
           COPY COPY_ALERTA .

      *    Interruptor de modo ensayo: en ensayo los totales no se
      *    graban al historial de control.
       FD ENSAYO
          RECORDING MODE IS F
          RECORD CONTAINS 1 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENSAYO .
           05 ENSAYO-MARCA                      PIC X(01) .

      *    Registro de control de la fecha de negocio de la cadena
      *    (COPY_FECHA_NEGOCIO).
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
           05 WS-FIN-E                          PIC 9(01) .
           05 WS-FIN-S                          PIC 9(01) .
           05 WS-LEN-ENT                        PIC 9(04) COMP .
           05 WS-LARGO                          PIC 9(04) COMP .
           05 WS-FIN-LIMPIEZA                   PIC X(01) .
              88 LIMPIEZA-TERMINADA             VALUE "S" .
           05 WS-CON-CONTROL                    PIC X(01) .
              88 LINEA-CON-CONTROL              VALUE "S" .
           05 WS-REG-BRUTO                      PIC X(1000) .
           05 WS-CLAVE-ACTUAL                   PIC X(18) .
           05 WS-CLAVE-ANT-ENT                  PIC X(18) .
           05 WS-CLAVE-ANT-SAL                  PIC X(18) .
           05 WS-LINEA                          PIC X(30) .
           05 WS-VALOR-ED                       PIC Z(11)9 .
           05 WS-SEPARADOR                      PIC X(80)
                                                 VALUE ALL "-" .
           05 WS-RC-FINAL                       PIC 9(04) VALUE ZEROS .
           05 WS-C-LARGO-TOTAL                  PIC 9(12) VALUE ZEROS .
           05 WS-FECHA .
              10 WS-FAA                         PIC X(04) .
              10 WS-FMM                         PIC X(02) .
              10 WS-FDD                         PIC X(02) .

      *    Un renglon por extracto: nombre, largo minimo (la clave y
      *    los campos fijos que la cadena siempre lee) y maximo (el
      *    layout), y las estadisticas de la normalizacion.
        01 WS-EXTRACTOS.
           05 WS-EXT OCCURS 4 TIMES .
              10 WS-EXT-NOMBRE                  PIC X(10) .
              10 WS-EXT-MIN                     PIC 9(04) COMP .
              10 WS-EXT-MAX                     PIC 9(04) COMP .
              10 WS-EXT-LEIDOS                  PIC 9(12) .
              10 WS-EXT-BLANCOS                 PIC 9(12) .
              10 WS-EXT-CONTROL                 PIC 9(12) .
              10 WS-EXT-LARGO-ERR               PIC 9(12) .
              10 WS-EXT-DESORDEN                PIC 9(12) .
              10 WS-EXT-GRABADOS                PIC 9(12) .
              10 WS-EXT-DUPLICADOS              PIC 9(12) .
           05 WS-EXT-IDX                        PIC 9(01) .

      *    Control de apertura del historial de totales.
        01 WS-CONTROL-TOTALES.
           05 WS-CTOT-STATUS                    PIC X(02) .

      *    Campos de trabajo del asiento de alerta (COPY_ALERTA).
        01 WS-ALERTA.
           05 WS-ALER-STATUS                    PIC X(02) .
           05 WS-ALERTA-TS                      PIC X(21) .
           05 WS-ALERTA-SEVERIDAD               PIC X(01) VALUE "A" .
           05 WS-ALERTA-CONDICION               PIC 9(04) .
           05 WS-ALERTA-MENSAJE                 PIC X(60) .

      *    Interruptor de modo ensayo.
        01 WS-MODO-ENSAYO.
           05 WS-ENSAYO-STATUS                  PIC X(02) .
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
        PP-MAIN.
                PERFORM 100000-INICIO
                PERFORM 210000-NORMALIZA-RUTERO
                PERFORM 220000-NORMALIZA-UNI
                PERFORM 230000-NORMALIZA-MOV
                PERFORM 240000-NORMALIZA-FALL
                PERFORM 300000-FINAL.
                MOVE WS-RC-FINAL           TO RETURN-CODE
                STOP RUN .

        100000-INICIO .
                PERFORM ABRE-ENSAYO
                PERFORM LEE-FECHA-NEGOCIO
                INITIALIZE WS-EXTRACTOS
                MOVE "RUTERO"                   TO WS-EXT-NOMBRE (1)
                MOVE 9                          TO WS-EXT-MIN (1)
                MOVE 18                         TO WS-EXT-MAX (1)
                MOVE "T7542600"                 TO WS-EXT-NOMBRE (2)
                MOVE 9                          TO WS-EXT-MIN (2)
                MOVE 137                        TO WS-EXT-MAX (2)
                MOVE "T7542350"                 TO WS-EXT-NOMBRE (3)
                MOVE 71                         TO WS-EXT-MIN (3)
                MOVE 218                        TO WS-EXT-MAX (3)
                MOVE "FALLECIDOS"               TO WS-EXT-NOMBRE (4)
                MOVE 17                         TO WS-EXT-MIN (4)
                MOVE 46                         TO WS-EXT-MAX (4)
                OPEN OUTPUT RECHAZO
                OPEN OUTPUT REPORTE .

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

      *---------------------------------------------------------------*
      *  Un SORT por extracto: la entrada limpia y mide cada linea,  *
      *  la salida graba el extracto normalizado.                     *
      *---------------------------------------------------------------*
        210000-NORMALIZA-RUTERO .
                MOVE 1                          TO WS-EXT-IDX
                SORT SORTNORM
                     ON ASCENDING KEY SNOR-CLAVE
                     WITH DUPLICATES IN ORDER
                     INPUT PROCEDURE IS CARGA-RUTERO
                     OUTPUT PROCEDURE IS GRABA-RUTERO .

        CARGA-RUTERO .
                MOVE ZEROS                      TO WS-FIN-E
                MOVE LOW-VALUES                 TO WS-CLAVE-ANT-ENT
                OPEN INPUT EXTRACTO1
                PERFORM LEE-EXTRACTO1
                PERFORM SUELTA-EXTRACTO1 UNTIL WS-FIN-E = 1
                CLOSE EXTRACTO1 .

        LEE-EXTRACTO1 .
                MOVE ZEROS                      TO WS-LEN-ENT
                READ EXTRACTO1 AT END MOVE 1    TO WS-FIN-E .
                IF WS-FIN-E = ZEROS
                   MOVE SPACES                  TO WS-REG-BRUTO
                   IF WS-LEN-ENT > ZEROS
                      MOVE REG-EXTRACTO1 (1:WS-LEN-ENT)
                                                TO WS-REG-BRUTO
                   END-IF
                END-IF .

        SUELTA-EXTRACTO1 .
                PERFORM LIMPIA-LINEA
                PERFORM LEE-EXTRACTO1 .

        GRABA-RUTERO .
                MOVE ZEROS                      TO WS-FIN-S
                MOVE LOW-VALUES                 TO WS-CLAVE-ANT-SAL
                OPEN OUTPUT SALIDA1
                PERFORM LEE-SORTNORM
                PERFORM GRABA-SALIDA1 UNTIL WS-FIN-S = 1
                CLOSE SALIDA1 .

        GRABA-SALIDA1 .
                PERFORM CUENTA-GRABADO
                WRITE REG-SALIDA1 FROM SNOR-DATOS END-WRITE
                PERFORM LEE-SORTNORM .

        220000-NORMALIZA-UNI .
                MOVE 2                          TO WS-EXT-IDX
                SORT SORTNORM
                     ON ASCENDING KEY SNOR-CLAVE
                     WITH DUPLICATES IN ORDER
                     INPUT PROCEDURE IS CARGA-UNI
                     OUTPUT PROCEDURE IS GRABA-UNI .

        CARGA-UNI .
                MOVE ZEROS                      TO WS-FIN-E
                MOVE LOW-VALUES                 TO WS-CLAVE-ANT-ENT
                OPEN INPUT EXTRACTO2
                PERFORM LEE-EXTRACTO2
                PERFORM SUELTA-EXTRACTO2 UNTIL WS-FIN-E = 1
                CLOSE EXTRACTO2 .

        LEE-EXTRACTO2 .
                MOVE ZEROS                      TO WS-LEN-ENT
                READ EXTRACTO2 AT END MOVE 1    TO WS-FIN-E .
                IF WS-FIN-E = ZEROS
                   MOVE SPACES                  TO WS-REG-BRUTO
                   IF WS-LEN-ENT > ZEROS
                      MOVE REG-EXTRACTO2 (1:WS-LEN-ENT)
                                                TO WS-REG-BRUTO
                   END-IF
                END-IF .

        SUELTA-EXTRACTO2 .
                PERFORM LIMPIA-LINEA
                PERFORM LEE-EXTRACTO2 .

        GRABA-UNI .
                MOVE ZEROS                      TO WS-FIN-S
                MOVE LOW-VALUES                 TO WS-CLAVE-ANT-SAL
                OPEN OUTPUT SALIDA2
                PERFORM LEE-SORTNORM
                PERFORM GRABA-SALIDA2 UNTIL WS-FIN-S = 1
                CLOSE SALIDA2 .

        GRABA-SALIDA2 .
                PERFORM CUENTA-GRABADO
                WRITE REG-SALIDA2 FROM SNOR-DATOS END-WRITE
                PERFORM LEE-SORTNORM .

        230000-NORMALIZA-MOV .
                MOVE 3                          TO WS-EXT-IDX
                SORT SORTNORM
                     ON ASCENDING KEY SNOR-CLAVE
                     WITH DUPLICATES IN ORDER
                     INPUT PROCEDURE IS CARGA-MOV
                     OUTPUT PROCEDURE IS GRABA-MOV .

        CARGA-MOV .
                MOVE ZEROS                      TO WS-FIN-E
                MOVE LOW-VALUES                 TO WS-CLAVE-ANT-ENT
                OPEN INPUT EXTRACTO3
                PERFORM LEE-EXTRACTO3
                PERFORM SUELTA-EXTRACTO3 UNTIL WS-FIN-E = 1
                CLOSE EXTRACTO3 .

        LEE-EXTRACTO3 .
                MOVE ZEROS                      TO WS-LEN-ENT
                READ EXTRACTO3 AT END MOVE 1    TO WS-FIN-E .
                IF WS-FIN-E = ZEROS
                   MOVE SPACES                  TO WS-REG-BRUTO
                   IF WS-LEN-ENT > ZEROS
                      MOVE REG-EXTRACTO3 (1:WS-LEN-ENT)
                                                TO WS-REG-BRUTO
                   END-IF
                END-IF .

        SUELTA-EXTRACTO3 .
                PERFORM LIMPIA-LINEA
                PERFORM LEE-EXTRACTO3 .

        GRABA-MOV .
                MOVE ZEROS                      TO WS-FIN-S
                MOVE LOW-VALUES                 TO WS-CLAVE-ANT-SAL
                OPEN OUTPUT SALIDA3
                PERFORM LEE-SORTNORM
                PERFORM GRABA-SALIDA3 UNTIL WS-FIN-S = 1
                CLOSE SALIDA3 .

        GRABA-SALIDA3 .
                PERFORM CUENTA-GRABADO
                WRITE REG-SALIDA3 FROM SNOR-DATOS END-WRITE
                PERFORM LEE-SORTNORM .

        240000-NORMALIZA-FALL .
                MOVE 4                          TO WS-EXT-IDX
                SORT SORTNORM
                     ON ASCENDING KEY SNOR-CLAVE
                     WITH DUPLICATES IN ORDER
                     INPUT PROCEDURE IS CARGA-FALL
                     OUTPUT PROCEDURE IS GRABA-FALL .

        CARGA-FALL .
                MOVE ZEROS                      TO WS-FIN-E
                MOVE LOW-VALUES                 TO WS-CLAVE-ANT-ENT
                OPEN INPUT EXTRACTO4
                PERFORM LEE-EXTRACTO4
                PERFORM SUELTA-EXTRACTO4 UNTIL WS-FIN-E = 1
                CLOSE EXTRACTO4 .

        LEE-EXTRACTO4 .
                MOVE ZEROS                      TO WS-LEN-ENT
                READ EXTRACTO4 AT END MOVE 1    TO WS-FIN-E .
                IF WS-FIN-E = ZEROS
                   MOVE SPACES                  TO WS-REG-BRUTO
                   IF WS-LEN-ENT > ZEROS
                      MOVE REG-EXTRACTO4 (1:WS-LEN-ENT)
                                                TO WS-REG-BRUTO
                   END-IF
                END-IF .

        SUELTA-EXTRACTO4 .
                PERFORM LIMPIA-LINEA
                PERFORM LEE-EXTRACTO4 .

        GRABA-FALL .
                MOVE ZEROS                      TO WS-FIN-S
                MOVE LOW-VALUES                 TO WS-CLAVE-ANT-SAL
                OPEN OUTPUT SALIDA4
                PERFORM LEE-SORTNORM
                PERFORM GRABA-SALIDA4 UNTIL WS-FIN-S = 1
                CLOSE SALIDA4 .

        GRABA-SALIDA4 .
                PERFORM CUENTA-GRABADO
                WRITE REG-SALIDA4 FROM SNOR-DATOS END-WRITE
                PERFORM LEE-SORTNORM .

      *---------------------------------------------------------------*
      *  Rutinas comunes a los cuatro extractos (WS-EXT-IDX).         *
      *---------------------------------------------------------------*
        LIMPIA-LINEA .
      *         WS-REG-BRUTO trae la linea leida y WS-LEN-ENT su
      *         largo. Se recortan del final los caracteres de
      *         control y los espacios; lo que queda es el largo
      *         util, que debe caer entre el minimo y el layout.
                ADD 1                           TO
                     WS-EXT-LEIDOS (WS-EXT-IDX)
                MOVE WS-LEN-ENT                 TO WS-LARGO
                MOVE "N"                        TO WS-FIN-LIMPIEZA
                                                   WS-CON-CONTROL
                PERFORM RECORTA-FINAL
                   UNTIL WS-LARGO = ZEROS OR LIMPIEZA-TERMINADA
                IF LINEA-CON-CONTROL
                   ADD 1                           TO
                        WS-EXT-CONTROL (WS-EXT-IDX)
                END-IF
                IF WS-LARGO = ZEROS
                   ADD 1                           TO
                        WS-EXT-BLANCOS (WS-EXT-IDX)
                ELSE
                   IF WS-LARGO < WS-EXT-MIN (WS-EXT-IDX)
                      OR WS-LARGO > WS-EXT-MAX (WS-EXT-IDX)
                      PERFORM GRABA-RECHAZO-LARGO
                   ELSE
                      PERFORM SUELTA-REGISTRO
                   END-IF
                END-IF .

        RECORTA-FINAL .
                IF WS-REG-BRUTO (WS-LARGO:1) < SPACE
                   MOVE "S"                     TO WS-CON-CONTROL
                   MOVE SPACE                   TO
                        WS-REG-BRUTO (WS-LARGO:1)
                   SUBTRACT 1                   FROM WS-LARGO
                ELSE
                   IF WS-REG-BRUTO (WS-LARGO:1) = SPACE
                      SUBTRACT 1                FROM WS-LARGO
                   ELSE
                      MOVE "S"                  TO WS-FIN-LIMPIEZA
                   END-IF
                END-IF .

        SUELTA-REGISTRO .
      *         La clave de orden es el RUT, mas NUMMOVIM solo en la
      *         T7542350; se cuentan las lineas que en el origen
      *         venian antes que su predecesora.
                MOVE SPACES                     TO REG-SORTNORM
                MOVE WS-REG-BRUTO (1:8)         TO SNOR-RUT
                IF WS-EXT-IDX = 3
                   MOVE WS-REG-BRUTO (10:10)    TO SNOR-NUMMOVIM
                END-IF
                MOVE WS-REG-BRUTO (1:218)       TO SNOR-DATOS
                MOVE SNOR-CLAVE                 TO WS-CLAVE-ACTUAL
                IF WS-CLAVE-ACTUAL < WS-CLAVE-ANT-ENT
                   ADD 1                           TO
                        WS-EXT-DESORDEN (WS-EXT-IDX)
                END-IF
                MOVE WS-CLAVE-ACTUAL            TO WS-CLAVE-ANT-ENT
                RELEASE REG-SORTNORM .

        GRABA-RECHAZO-LARGO .
                ADD 1                           TO
                     WS-EXT-LARGO-ERR (WS-EXT-IDX)
                ADD 1                           TO WS-C-LARGO-TOTAL
                MOVE SPACES                     TO REG-RECHAZO
                MOVE WS-EXT-NOMBRE (WS-EXT-IDX) TO RLAR-EXTRACTO
                MOVE ";"                        TO RLAR-SEP01
                                                   RLAR-SEP02
                                                   RLAR-SEP03
                MOVE WS-EXT-LEIDOS (WS-EXT-IDX) TO RLAR-LINEA
                MOVE WS-LARGO                   TO RLAR-LARGO
                MOVE WS-REG-BRUTO (1:223)       TO RLAR-DATOS
                WRITE REG-RECHAZO END-WRITE .

        LEE-SORTNORM .
                RETURN SORTNORM AT END MOVE 1   TO WS-FIN-S
                END-RETURN .

        CUENTA-GRABADO .
                ADD 1                           TO
                     WS-EXT-GRABADOS (WS-EXT-IDX)
                IF SNOR-CLAVE = WS-CLAVE-ANT-SAL
                   ADD 1                           TO
                        WS-EXT-DUPLICADOS (WS-EXT-IDX)
                END-IF
                MOVE SNOR-CLAVE                 TO WS-CLAVE-ANT-SAL .

      *---------------------------------------------------------------*
      *  Reporte de estadisticas y totales de control.                *
      *---------------------------------------------------------------*
        300000-FINAL .
                MOVE "NORMALIZACION DE EXTRACTOS - CADENA SFCPMIG"
                                                TO REG-REPORTE
                WRITE REG-REPORTE END-WRITE
                MOVE SPACES                     TO REG-REPORTE
                STRING "FECHA DE NEGOCIO "      DELIMITED BY SIZE
                       WS-FECHA-NEGOCIO         DELIMITED BY SIZE
                                                INTO REG-REPORTE
                END-STRING
                WRITE REG-REPORTE END-WRITE
                PERFORM ESCRIBE-EXTRACTO
                   VARYING WS-EXT-IDX FROM 1 BY 1
                   UNTIL WS-EXT-IDX > 4
                MOVE WS-SEPARADOR               TO REG-REPORTE
                WRITE REG-REPORTE END-WRITE
                IF WS-C-LARGO-TOTAL = ZEROS
                   MOVE "RESULTADO: EXTRACTOS NORMALIZADOS"
                                                TO REG-REPORTE
                ELSE
                   MOVE "RESULTADO: LINEAS DE LARGO INCORRECTO"
                                                TO REG-REPORTE
                   MOVE 4                       TO WS-RC-FINAL
                   MOVE "LINEAS DE LARGO INCORRECTO EN LOS EXTRACTOS"
                                           TO WS-ALERTA-MENSAJE
                   MOVE "M"                     TO WS-ALERTA-SEVERIDAD
                   MOVE 4                       TO WS-ALERTA-CONDICION
                   PERFORM GRABA-ALERTA
                END-IF
                WRITE REG-REPORTE END-WRITE
                CLOSE REPORTE
                CLOSE RECHAZO
                PERFORM ESCRIBE-CONTROL-TOTALES
                PERFORM MUESTRA-EXTRACTO
                   VARYING WS-EXT-IDX FROM 1 BY 1
                   UNTIL WS-EXT-IDX > 4
                display "Return-Code Final  = " WS-RC-FINAL.

        ESCRIBE-EXTRACTO .
                MOVE WS-SEPARADOR               TO REG-REPORTE
                WRITE REG-REPORTE END-WRITE
                MOVE WS-EXT-NOMBRE (WS-EXT-IDX) TO REG-REPORTE
                WRITE REG-REPORTE END-WRITE
                MOVE "LINEAS LEIDAS"            TO WS-LINEA
                MOVE WS-EXT-LEIDOS (WS-EXT-IDX) TO WS-VALOR-ED
                PERFORM ESCRIBE-LINEA-ESTADISTICA
                MOVE "LINEAS EN BLANCO"         TO WS-LINEA
                MOVE WS-EXT-BLANCOS (WS-EXT-IDX)
                                                TO WS-VALOR-ED
                PERFORM ESCRIBE-LINEA-ESTADISTICA
                MOVE "CON CARACTERES DE CONTROL" TO WS-LINEA
                MOVE WS-EXT-CONTROL (WS-EXT-IDX)
                                                TO WS-VALOR-ED
                PERFORM ESCRIBE-LINEA-ESTADISTICA
                MOVE "LARGO INCORRECTO"         TO WS-LINEA
                MOVE WS-EXT-LARGO-ERR (WS-EXT-IDX)
                                                TO WS-VALOR-ED
                PERFORM ESCRIBE-LINEA-ESTADISTICA
                MOVE "FUERA DE ORDEN EN ORIGEN" TO WS-LINEA
                MOVE WS-EXT-DESORDEN (WS-EXT-IDX)
                                                TO WS-VALOR-ED
                PERFORM ESCRIBE-LINEA-ESTADISTICA
                MOVE "CLAVES REPETIDAS"         TO WS-LINEA
                MOVE WS-EXT-DUPLICADOS (WS-EXT-IDX)
                                                TO WS-VALOR-ED
                PERFORM ESCRIBE-LINEA-ESTADISTICA
                MOVE "REGISTROS GRABADOS"       TO WS-LINEA
                MOVE WS-EXT-GRABADOS (WS-EXT-IDX)
                                                TO WS-VALOR-ED
                PERFORM ESCRIBE-LINEA-ESTADISTICA .

        ESCRIBE-LINEA-ESTADISTICA .
                MOVE SPACES                     TO REG-REPORTE
                STRING "  "                     DELIMITED BY SIZE
                       WS-LINEA                 DELIMITED BY SIZE
                       WS-VALOR-ED              DELIMITED BY SIZE
                                                INTO REG-REPORTE
                END-STRING
                WRITE REG-REPORTE END-WRITE .

        MUESTRA-EXTRACTO .
                display "Extracto " WS-EXT-NOMBRE (WS-EXT-IDX)
                        " Leidas/Grab/Largo = "
                        WS-EXT-LEIDOS (WS-EXT-IDX) " / "
                        WS-EXT-GRABADOS (WS-EXT-IDX) " / "
                        WS-EXT-LARGO-ERR (WS-EXT-IDX) .

        ESCRIBE-CONTROL-TOTALES .
      *         En modo ensayo el historial de totales no se toca:
      *         es la base de comparacion de las corridas reales.
                IF NOT MODO-ENSAYO
                   PERFORM ESCRIBE-CONTROL-TOTALES-REAL
                END-IF .

        ESCRIBE-CONTROL-TOTALES-REAL .
                OPEN EXTEND CTOTALES
                IF WS-CTOT-STATUS NOT = "00"
                   OPEN OUTPUT CTOTALES
                END-IF
                MOVE "SFCPMIG1046"              TO CTOT-PROGRAM_NAME
                MOVE WS-FECHA-NEGOCIO           TO WS-FECHA
                MOVE WS-FECHA                   TO CTOT-FECHA
                PERFORM ESCRIBE-TOTALES-EXTRACTO
                   VARYING WS-EXT-IDX FROM 1 BY 1
                   UNTIL WS-EXT-IDX > 4
                CLOSE CTOTALES .

        ESCRIBE-TOTALES-EXTRACTO .
                MOVE SPACES                     TO CTOT-CONTADOR
                STRING "LEIDOS "                DELIMITED BY SIZE
                       WS-EXT-NOMBRE (WS-EXT-IDX)
                                                DELIMITED BY SPACE
                                                INTO CTOT-CONTADOR
                END-STRING
                MOVE WS-EXT-LEIDOS (WS-EXT-IDX) TO CTOT-VALOR
                WRITE REG-CTOTALES END-WRITE
                MOVE SPACES                     TO CTOT-CONTADOR
                STRING "GRABADOS "              DELIMITED BY SIZE
                       WS-EXT-NOMBRE (WS-EXT-IDX)
                                                DELIMITED BY SPACE
                                                INTO CTOT-CONTADOR
                END-STRING
                MOVE WS-EXT-GRABADOS (WS-EXT-IDX)
                                                TO CTOT-VALOR
                WRITE REG-CTOTALES END-WRITE
                MOVE SPACES                     TO CTOT-CONTADOR
                STRING "BLANCOS "               DELIMITED BY SIZE
                       WS-EXT-NOMBRE (WS-EXT-IDX)
                                                DELIMITED BY SPACE
                                                INTO CTOT-CONTADOR
                END-STRING
                MOVE WS-EXT-BLANCOS (WS-EXT-IDX) TO CTOT-VALOR
                WRITE REG-CTOTALES END-WRITE
                MOVE SPACES                     TO CTOT-CONTADOR
                STRING "LARGO ERR "             DELIMITED BY SIZE
                       WS-EXT-NOMBRE (WS-EXT-IDX)
                                                DELIMITED BY SPACE
                                                INTO CTOT-CONTADOR
                END-STRING
                MOVE WS-EXT-LARGO-ERR (WS-EXT-IDX)
                                                TO CTOT-VALOR
                WRITE REG-CTOTALES END-WRITE
                MOVE SPACES                     TO CTOT-CONTADOR
                STRING "DESORDEN "              DELIMITED BY SIZE
                       WS-EXT-NOMBRE (WS-EXT-IDX)
                                                DELIMITED BY SPACE
                                                INTO CTOT-CONTADOR
                END-STRING
                MOVE WS-EXT-DESORDEN (WS-EXT-IDX)
                                                TO CTOT-VALOR
                WRITE REG-CTOTALES END-WRITE .

        GRABA-ALERTA .
      *         Asiento normalizado en el archivo unico de alertas;
      *         el parrafo que invoca ya dejo cargados el mensaje,
      *         la severidad y el codigo de condicion. Este paso
      *         corre antes de la bitacora y estampa su RUN-ID.
                OPEN EXTEND ALERTA
                IF WS-ALER-STATUS NOT = "00"
                   OPEN OUTPUT ALERTA
                END-IF
                MOVE FUNCTION CURRENT-DATE      TO WS-ALERTA-TS
                MOVE WS-ALERTA-TS (1:14)        TO ALER-RUN-ID
                IF WS-FECHA-NEGOCIO IS NUMERIC
                   MOVE WS-FECHA-NEGOCIO        TO ALER-RUN-ID (1:8)
                END-IF
                MOVE "SFCPMIG1046"              TO ALER-PROGRAM_NAME
                MOVE WS-ALERTA-SEVERIDAD        TO ALER-SEVERIDAD
                MOVE WS-ALERTA-CONDICION        TO ALER-CONDICION
                MOVE WS-ALERTA-MENSAJE          TO ALER-MENSAJE
                WRITE REG-ALERTA END-WRITE
                CLOSE ALERTA .

        LEE-FECHA-NEGOCIO .
      *         Fecha de negocio de la cadena (COPY_FECHA_NEGOCIO):
      *         sin registro de control, o con una fecha anterior al
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
