        IDENTIFICATION DIVISION.
        PROGRAM-ID. SFCPMIG1036 .
        AUTHOR.     CONNECTIS-GS.
      * Componente que realiza el pareo Archivo Rutero y el extracto
      * demografico del esquema BOPERS (tablas BOPERS_MAE_IDE y
      * BOPERS_MAE_NAT_BSC: fecha de nacimiento, sexo y comuna/region)
      * para generar el archivo de atributos del socio que Oracle
      * Loyalty Cloud usa en la segmentacion (campanas por tier, bono
      * de cumpleanos). El registro se asocia al MEMBER por
      * PARTY_NUMBER/MEM_NUM con el mismo prefijo de marca que
      * SFCPMIG0501 (COPY_MARCA, RIPLEY/CL01 por defecto). La fecha
      * de nacimiento se valida contra el calendario y contra la
      * fecha de negocio; si no pasa viaja en blanco y se desvia a
      * FFECHAEXCEPCION. Los RUT de la lista de supresion de datos
      * personales (COPY_SUPRESION) no generan atributos, y con plan
      * de salida por olas (COPY_PLAN_OLAS) tampoco los RUT de olas
      * futuras o sin ola, igual que su MEMBER en SFCPMIG0501.
      * Fecha : 15-10-2026
      * COMPILAR-LINK : cobol.sh SFCPMIG1036
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

                SELECT ENTRADA3 ASSIGN TO EXTERNAL FMARCA
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA1 ASSIGN TO EXTERNAL FATRIBMIEMBRO
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA2 ASSIGN TO EXTERNAL FRECHAZO
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA3 ASSIGN TO EXTERNAL FCONTROLTOTALES
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-CTOT-STATUS.

                SELECT SALIDA4 ASSIGN TO EXTERNAL FFECHAEXCEPCION
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SUPRESION ASSIGN TO EXTERNAL FSUPRESION
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-SUPR-STATUS.

                SELECT LEDGER ASSIGN TO EXTERNAL FRUNLEDGER
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-RUNL-STATUS.

      *         Registro de control de la fecha de negocio de la
      *         cadena (COPY_FECHA_NEGOCIO).
                SELECT FECNEG ASSIGN TO EXTERNAL FFECHANEGOCIO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-FECNEG-STATUS.

                SELECT EXLEDGER ASSIGN TO EXTERNAL FEXCEPLEDGER
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-EXLED-STATUS.

                SELECT ALERTA ASSIGN TO EXTERNAL FALERTA
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ALER-STATUS.

                SELECT ENSAYO ASSIGN TO EXTERNAL FMODOENSAYO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ENSAYO-STATUS.

                SELECT PLANOLAS ASSIGN TO EXTERNAL FPLANOLAS
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-OLAS-STATUS.

      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *                    =========================                  *
      *---------------------------------------------------------------*

       DATA DIVISION.
      *-------------.

       FILE SECTION.
      *------------.


       FD ENTRADA1
           RECORDING MODE IS F
           BLOCK 0
           RECORD CONTAINS   18 CHARACTERS
           LABEL RECORD IS STANDARD.

       01  REG-ENTRADA1 .
           copy COPY_RUTERO_ORD .

      *    Extracto demografico BOPERS (COPY_MAE_DEMOGRAFIA).
       FD ENTRADA2
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 60 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA2 .
          COPY COPY_MAE_DEMOGRAFIA .

      *    Tabla de marcas/cadenas (ORG_CODE y prefijo por CODPROGR).
       FD ENTRADA3
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 26 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA3 .
          COPY COPY_MARCA .

      *    Atributos del socio para la carga a Oracle
      *    (COPY_ATRIBUTO_MIEMBRO).
       FD SALIDA1
          RECORDING MODE IS F
          RECORD CONTAINS 96 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA1 .
           COPY COPY_ATRIBUTO_MIEMBRO .

      *    Rechazo de registros de entrada con RUT no numerico u otro
      *    defecto de formato, con los bytes originales sin alterar.
       FD SALIDA2
          RECORDING MODE IS F
          RECORD CONTAINS 60 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA2                           PIC X(60) .

      *    Historial de totales de control de la corrida
      *    (COPY_CONTROL_TOTALES), compartido por toda la cadena.
       FD SALIDA3
          RECORDING MODE IS F
          RECORD CONTAINS 51 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA3 .
           COPY COPY_CONTROL_TOTALES .

      *    Registros con fecha imposible en un campo que viaja a la
      *    carga de Oracle (COPY_FECHA_EXCEPCION).
       FD SALIDA4
          RECORDING MODE IS F
          RECORD CONTAINS 52 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA4 .
           COPY COPY_FECHA_EXCEPCION .

      *    Lista de supresion de datos personales (COPY_SUPRESION),
      *    ordenada por RUT; opcional.
       FD SUPRESION
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 18 CHARACTERS
          LABEL RECORDS STANDARD.

       01  REG-SUPRESION .
           COPY COPY_SUPRESION .

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

      *    Libro unico de excepciones de la cadena
      *    (COPY_EXCEPCION_LEDGER).
       FD EXLEDGER
          RECORDING MODE IS F
          RECORD CONTAINS 127 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-EXLEDGER .
           COPY COPY_EXCEPCION_LEDGER .

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
      *    encabezado como ENSAYO y no toca el historial de totales
      *    ni el libro de excepciones.
       FD ENSAYO
          RECORDING MODE IS F
          RECORD CONTAINS 1 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENSAYO .
           05 ENSAYO-MARCA                      PIC X(01) .

      *    Plan de salida en vivo por olas (opcional, COPY_PLAN_OLAS),
      *    el mismo de SFCPMIG0501.
       FD PLANOLAS
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 68 CHARACTERS
          LABEL RECORDS STANDARD.

       01  REG-PLANOLAS .
           COPY COPY_PLAN_OLAS .

       WORKING-STORAGE SECTION.
      *-----------------------.

        01 WS-RARAS.
           05 WS-FIN-1                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-2                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-3                          PIC 9(01) VALUE ZEROS .
           05 WS-C-ENT-1                        PIC 9(12) VALUE ZEROS .
           05 WS-C-ENT-2                        PIC 9(12) VALUE ZEROS .
           05 WS-C-RECH-1                       PIC 9(12) VALUE ZEROS .
           05 WS-C-RECH-2                       PIC 9(12) VALUE ZEROS .
           05 WS-C-SAL-1                        PIC 9(12) VALUE ZEROS .
           05 WS-C-SIN-DEMOG                    PIC 9(12) VALUE ZEROS .
           05 WS-C-NO-SOCIO                     PIC 9(12) VALUE ZEROS .
           05 WS-C-DUPLICADOS                   PIC 9(12) VALUE ZEROS .
           05 WS-C-SEXO-INV                     PIC 9(12) VALUE ZEROS .
           05 WS-RUT-DEMOG-ANT                  PIC 9(08) .
           05 WS-SEQ-ANT-1                      PIC 9(08) VALUE ZEROS .
           05 WS-SEQ-ANT-2                      PIC 9(08) VALUE ZEROS .
           05 WS-FECHA .
              10 WS-FAA                         PIC X(04) .
              10 WS-FMM                         PIC X(02) .
              10 WS-FDD                         PIC X(02) .
           05 WS-REGCONT                        PIC x(12) .

      *    Encabezado identificador escrito al abrir la salida.
        01 WS-ENCABEZADO.
           05 WS-ENCAB-PROGRAMA                 PIC X(11)
                                                 VALUE "SFCPMIG1036" .
           05 WS-ENCAB-NUMARCH                  PIC 9(02) VALUE 01 .

      *    Control de apertura del historial de totales (SALIDA3).
        01 WS-CONTROL-TOTALES.
           05 WS-CTOT-STATUS                    PIC X(02) .

      *    Validacion de calendario comun de la cadena
      *    (COPY_VALIDA_FECHA) y su contador de desvios.
        01 WS-VALIDA-FECHA.
           COPY COPY_VALIDA_FECHA .
           05 WS-C-FECHA-EXC                    PIC 9(12) VALUE ZEROS .

      *    Tabla de marcas/cadenas (ORG_CODE y prefijo por CODPROGR),
      *    cargada una vez al inicio desde COPY_MARCA.
        01 WS-TABLA-MARCA.
           05 WS-MARCA-CANT                     PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-MARCA-IDX                      PIC 9(04) COMP .
           05 WS-MARCA-ENCONTRADO                PIC X(01) .
              88 MARCA-FUE-ENCONTRADA            VALUE "S" .
           05 WS-MARCA-ITEM OCCURS 50 TIMES .
              10 WS-MARCA-ITEM-CODPROGR         PIC X(09) .
              10 WS-MARCA-ITEM-ORG_CODE         PIC X(10) .
              10 WS-MARCA-ITEM-PREFIJO          PIC X(04) .
           05 WS-MARCA-ORG-ACTUAL                PIC X(10) .
           05 WS-MARCA-PREFIJO-ACTUAL            PIC X(04) .

      *    Plan de olas cargado al inicio: marca, rango de RUT y
      *    fecha planificada de cada ola, y socios retenidos.
        01 WS-PLAN-OLAS.
           05 WS-OLAS-STATUS                    PIC X(02) .
           05 WS-FIN-OLAS                       PIC 9(01) VALUE ZEROS .
           05 WS-OLAS-ACTIVO-SW                 PIC X(01) VALUE "N" .
              88 PLAN-OLAS-ACTIVO               VALUE "S" .
           05 WS-OLA-RETENIDA-SW                PIC X(01) VALUE "N" .
              88 RUT-OLA-RETENIDO               VALUE "S" .
           05 WS-OLA-CANT                       PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-OLA-IDX                        PIC 9(04) COMP .
           05 WS-OLA-HIT                        PIC 9(04) COMP .
           05 WS-OLA-ITEM OCCURS 50 TIMES .
              10 WS-OLA-ITEM-ORG_CODE           PIC X(10) .
              10 WS-OLA-ITEM-DESDE              PIC 9(08) .
              10 WS-OLA-ITEM-HASTA              PIC 9(08) .
              10 WS-OLA-ITEM-FECHA              PIC X(08) .
           05 WS-C-OLA-FUTURA                   PIC 9(12) VALUE ZEROS .
           05 WS-C-OLA-SIN-OLA                  PIC 9(12) VALUE ZEROS .

        01 WS-SFCUENT .
           COPY SFCUENT .

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

      *    Control de apertura del libro unico de excepciones.
        01 WS-EXLED.
           05 WS-EXLED-STATUS                   PIC X(02) .

      *    Supresion de datos personales: los RUT de la lista no
      *    generan atributos demograficos.
        01 WS-SUPRESION.
           05 WS-SUPR-STATUS                    PIC X(02) .
           05 WS-FIN-SUPR                       PIC 9(01) VALUE ZEROS .
           05 WS-SUPR-ABIERTO-SW                PIC X(01) VALUE "N" .
              88 WS-SUPR-ABIERTO                VALUE "S" .
           05 WS-SUPRIMIDO-SW                   PIC X(01) .
              88 RUT-SUPRIMIDO                  VALUE "S" .
           05 WS-C-SUPRIMIDOS                   PIC 9(12) VALUE ZEROS .

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
                   UNTIL WS-FIN-1 = 1 or WS-FIN-2 = 1
                IF WS-FIN-1 = ZEROS
                   PERFORM CUENTA-SIN-DEMOGRAFIA UNTIL WS-FIN-1 = 1
                END-IF
                IF WS-FIN-2 = ZEROS
                   PERFORM CUENTA-NO-SOCIO UNTIL WS-FIN-2 = 1
                END-IF
                PERFORM 300000-FINAL.
                MOVE ZEROS                 TO RETURN-CODE
                STOP RUN .

        100000-INICIO .
                PERFORM ABRE-ENSAYO
                PERFORM ABRE-RUN-LEDGER
                PERFORM ABRE-EXCEPCION-LEDGER
                PERFORM ABRE-SUPRESION
                PERFORM ABRE-PLAN-OLAS
                OPEN OUTPUT SALIDA2 .
                OPEN INPUT ENTRADA1 .
                PERFORM LEE-01
                IF WS-FIN-1 = 1
                   DISPLAY "ARCHIVO RUTERO SIN INFORMACION"
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE "ARCHIVO RUTERO SIN INFORMACION"
                                           TO WS-ALERTA-MENSAJE
                   MOVE 1                      TO WS-ALERTA-CONDICION
                   PERFORM GRABA-ALERTA
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                OPEN INPUT ENTRADA2 .
                PERFORM LEE-02
                IF WS-FIN-2 = 1
                   DISPLAY "ARCHIVO MAE_DEMOGRAFIA SIN INFORMACION"
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "--------------------------------------"
                   MOVE "ARCHIVO MAE_DEMOGRAFIA SIN INFORMACION"
                                           TO WS-ALERTA-MENSAJE
                   MOVE 1                      TO WS-ALERTA-CONDICION
                   PERFORM GRABA-ALERTA
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                OPEN INPUT ENTRADA3 .
                PERFORM LEE-03
                PERFORM CARGA-MARCA UNTIL WS-FIN-3 = 1
                CLOSE ENTRADA3 .
                OPEN OUTPUT SALIDA1 .
                OPEN OUTPUT SALIDA4 .
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

        200000-PROCESO .
                EVALUATE TRUE
                   WHEN RUTORD-RUT = MAEDEM-RUT
                      PERFORM BUSCA-SUPRESION
                      IF NOT RUT-SUPRIMIDO
                         PERFORM BUSCA-MARCA
                         PERFORM BUSCA-OLA
                         IF NOT RUT-OLA-RETENIDO
                            PERFORM GRABA-ATRIBUTO
                         END-IF
                      END-IF
                      MOVE RUTORD-RUT           TO WS-RUT-DEMOG-ANT
                      PERFORM LEE-01
                      PERFORM LEE-02
                      PERFORM GRABA-DUPLICADO
                         UNTIL MAEDEM-RUT NOT = WS-RUT-DEMOG-ANT
                   WHEN RUTORD-RUT < MAEDEM-RUT
                      PERFORM CUENTA-SIN-DEMOGRAFIA
                   WHEN OTHER
                      PERFORM CUENTA-NO-SOCIO
                END-EVALUATE .

        CUENTA-NO-SOCIO .
      *         Persona BOPERS que no es socio del programa.
                ADD 1                           TO WS-C-NO-SOCIO
                PERFORM LEE-02 .

        CUENTA-SIN-DEMOGRAFIA .
      *         Socio sin datos demograficos en BOPERS: el MEMBER
      *         viaja igual desde SFCPMIG0501, solo que sin atributos.
                ADD 1                           TO WS-C-SIN-DEMOG
                PERFORM LEE-01 .

        GRABA-ATRIBUTO .
                MOVE SPACES                     TO REG-SALIDA1
                MOVE ";"                        TO RATR-SEP01
                                                RATR-SEP02
                                                RATR-SEP03
                                                RATR-SEP04
                                                RATR-SEP05
                                                RATR-SEP06
                                                RATR-SEP07
                                                RATR-SEP08
                MOVE "RPGCL"                    TO RATR-PROGRAM_NAME
                STRING WS-MARCA-PREFIJO-ACTUAL  DELIMITED BY SIZE
                       RUTORD-RUT               DELIMITED BY SIZE
                                                INTO RATR-PARTY_NUMBER
                END-STRING
                STRING WS-MARCA-PREFIJO-ACTUAL  DELIMITED BY SIZE
                       RUTORD-RUT               DELIMITED BY SIZE
                                                INTO RATR-MEM_NUM
                END-STRING
      *         Fecha de nacimiento: solo una fecha de calendario real
      *         y no posterior a la fecha de negocio; si no, viaja en
      *         blanco y queda para revision.
                IF MAEDEM-FCH-NAC NOT = SPACES
                   MOVE MAEDEM-FCH-NAC          TO VFECHA-ENTRADA
                   PERFORM VALIDA-FECHA
                   IF FECHA-ES-VALIDA
                      AND MAEDEM-FCH-NAC NOT > WS-FECHA-NEGOCIO
                      STRING MAEDEM-FCH-NAC-AA  DELIMITED BY SIZE
                             "-"                DELIMITED BY SIZE
                             MAEDEM-FCH-NAC-MM  DELIMITED BY SIZE
                             "-"                DELIMITED BY SIZE
                             MAEDEM-FCH-NAC-DD  DELIMITED BY SIZE
                                                INTO RATR-BIRTH_DT
                      END-STRING
                   ELSE
                      PERFORM GRABA-FECHA-EXCEPCION
                   END-IF
                END-IF
                EVALUATE MAEDEM-SEXO
                   WHEN "M"
                   WHEN "F"
                      MOVE MAEDEM-SEXO          TO RATR-GENDER
                   WHEN SPACES
                      CONTINUE
                   WHEN OTHER
                      ADD 1                     TO WS-C-SEXO-INV
                END-EVALUATE
                MOVE MAEDEM-COD-COMUNA          TO RATR-COMUNA_CODE
                MOVE MAEDEM-GLS-COMUNA          TO RATR-COMUNA
      *         El delimitador dentro del nombre de la comuna correria
      *         las columnas del archivo en la carga a Oracle.
                INSPECT RATR-COMUNA REPLACING ALL ";" BY SPACE
                MOVE MAEDEM-COD-REGION          TO RATR-REGION_CODE
                ADD 1                           TO WS-C-SAL-1
                WRITE REG-SALIDA1
                END-WRITE .

        GRABA-DUPLICADO .
      *         Segundo (o posterior) registro demografico del mismo
      *         RUT: vale el primero y el resto queda para revision.
                ADD 1                           TO WS-C-DUPLICADOS
                MOVE SPACES                     TO EXLED-CODPROGR
                MOVE MAEDEM-RUT                 TO EXLED-RUT
                MOVE ZEROS                      TO EXLED-NUMMOVIM
                MOVE "DEMOGRAFIA DUPLICADA"     TO EXLED-TIPO
                MOVE "M"                        TO EXLED-SEVERIDAD
                MOVE REG-ENTRADA2               TO EXLED-DATO
                PERFORM GRABA-EXCEPCION-LEDGER
                PERFORM LEE-02 .

        LEE-01 .
                PERFORM LEE-01-FISICO
                PERFORM LEE-01-FISICO
                   UNTIL WS-FIN-1 = 1 OR RUTORD-RUT IS NUMERIC .

        LEE-01-FISICO .
                READ ENTRADA1 AT END MOVE 1     TO WS-FIN-1 .
                IF WS-FIN-1 = ZEROS
                   ADD 1                        TO WS-C-ENT-1
                   IF RUTORD-RUT IS NOT NUMERIC
                      PERFORM GRABA-RECHAZO-1
                   ELSE
                      PERFORM VALIDA-SECUENCIA-1
                   END-IF
                END-IF
                IF WS-FIN-1 = 1
                   MOVE 99999999                TO RUTORD-RUT
                END-IF .

        VALIDA-SECUENCIA-1 .
                IF RUTORD-RUT < WS-SEQ-ANT-1
                   DISPLAY "ARCHIVO RUTERO FUERA DE SECUENCIA"
                   DISPLAY "RUT=" RUTORD-RUT
                           " RUT ANTERIOR=" WS-SEQ-ANT-1
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE "ARCHIVO RUTERO FUERA DE SECUENCIA"
                                           TO WS-ALERTA-MENSAJE
                   MOVE 1                      TO WS-ALERTA-CONDICION
                   PERFORM GRABA-ALERTA
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE RUTORD-RUT                  TO WS-SEQ-ANT-1 .

        LEE-02 .
                PERFORM LEE-02-FISICO
                PERFORM LEE-02-FISICO
                   UNTIL WS-FIN-2 = 1 OR MAEDEM-RUT IS NUMERIC .

        LEE-02-FISICO .
                READ ENTRADA2 AT END MOVE 1      TO WS-FIN-2 .
                IF WS-FIN-2 = ZEROS
                   ADD 1                        TO WS-C-ENT-2
                   IF MAEDEM-RUT IS NOT NUMERIC
                      PERFORM GRABA-RECHAZO-2
                   ELSE
                      PERFORM VALIDA-SECUENCIA-2
                   END-IF
                END-IF
                IF WS-FIN-2 = 1
                   MOVE 99999999                TO MAEDEM-RUT
                END-IF .

        VALIDA-SECUENCIA-2 .
                IF MAEDEM-RUT < WS-SEQ-ANT-2
                   DISPLAY "ARCHIVO MAE_DEMOGRAFIA FUERA DE SECUENCIA"
                   DISPLAY "RUT=" MAEDEM-RUT
                           " RUT ANTERIOR=" WS-SEQ-ANT-2
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE "ARCHIVO MAE_DEMOGRAFIA FUERA DE SECUENCIA"
                                           TO WS-ALERTA-MENSAJE
                   MOVE 1                      TO WS-ALERTA-CONDICION
                   PERFORM GRABA-ALERTA
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE MAEDEM-RUT                  TO WS-SEQ-ANT-2 .

        LEE-03 .
                READ ENTRADA3 AT END MOVE 1     TO WS-FIN-3 .

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
                PERFORM LEE-03 .

        BUSCA-MARCA .
      *         Misma regla que SFCPMIG0501: si RUTORD-CODPROGR no
      *         esta en la tabla se mantiene el ORG_CODE/prefijo
      *         historico de RIPLEY/CL01 por defecto.
                MOVE "N"                      TO WS-MARCA-ENCONTRADO
                MOVE "RIPLEY"                  TO WS-MARCA-ORG-ACTUAL
                MOVE "CL01"                    TO
                     WS-MARCA-PREFIJO-ACTUAL
                PERFORM COMPARA-MARCA
                   VARYING WS-MARCA-IDX FROM 1 BY 1
                   UNTIL WS-MARCA-IDX > WS-MARCA-CANT
                      OR MARCA-FUE-ENCONTRADA .

        COMPARA-MARCA .
                IF WS-MARCA-ITEM-CODPROGR (WS-MARCA-IDX)
                   = RUTORD-CODPROGR
                   MOVE "S"                   TO WS-MARCA-ENCONTRADO
                   MOVE WS-MARCA-ITEM-ORG_CODE (WS-MARCA-IDX)
                                              TO WS-MARCA-ORG-ACTUAL
                   MOVE WS-MARCA-ITEM-PREFIJO (WS-MARCA-IDX)
                                              TO WS-MARCA-PREFIJO-ACTUAL
                END-IF .

        ABRE-PLAN-OLAS .
      *         Mismo plan y mismas reglas de SFCPMIG0501; sin archivo
      *         salen los atributos de todos los socios, como siempre.
      *         Un registro mal formado, un plan vacio o uno mayor que
      *         la tabla detienen la corrida.
                OPEN INPUT PLANOLAS
                IF WS-OLAS-STATUS = "00"
                   MOVE "S"                     TO WS-OLAS-ACTIVO-SW
                   PERFORM LEE-PLAN-OLAS
                   PERFORM CARGA-OLA UNTIL WS-FIN-OLAS = 1
                   CLOSE PLANOLAS
                   IF WS-OLA-CANT = ZEROS
                      DISPLAY "PLAN DE OLAS SIN INFORMACION"
                      DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                      DISPLAY "---------------------------------"
                      MOVE "PLAN DE OLAS SIN INFORMACION"
                                           TO WS-ALERTA-MENSAJE
                      MOVE 1                   TO WS-ALERTA-CONDICION
                      PERFORM GRABA-ALERTA
                      MOVE 1                   TO RETURN-CODE
                      STOP RUN
                   END-IF
                   DISPLAY "SALIDA POR PLAN DE OLAS, OLAS="
                           WS-OLA-CANT
                END-IF .

        LEE-PLAN-OLAS .
                READ PLANOLAS AT END MOVE 1     TO WS-FIN-OLAS .

        CARGA-OLA .
                ADD 1                           TO WS-OLA-CANT
                IF WS-OLA-CANT > 50
                   DISPLAY "PLAN DE OLAS EXCEDE LA TABLA DE OLAS"
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE "PLAN DE OLAS EXCEDE LA TABLA DE OLAS"
                                           TO WS-ALERTA-MENSAJE
                   MOVE 1                      TO WS-ALERTA-CONDICION
                   PERFORM GRABA-ALERTA
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                IF OLA-RUT-DESDE IS NOT NUMERIC
                   OR OLA-RUT-HASTA IS NOT NUMERIC
                   OR OLA-FECHA-PLAN IS NOT NUMERIC
                   OR OLA-RUT-DESDE > OLA-RUT-HASTA
                   DISPLAY "PLAN DE OLAS CON REGISTRO INVALIDO"
                   DISPLAY "OLA=" OLA-ID
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE "PLAN DE OLAS CON REGISTRO INVALIDO"
                                           TO WS-ALERTA-MENSAJE
                   MOVE 1                      TO WS-ALERTA-CONDICION
                   PERFORM GRABA-ALERTA
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE OLA-ORG_CODE               TO
                     WS-OLA-ITEM-ORG_CODE (WS-OLA-CANT)
                MOVE OLA-RUT-DESDE              TO
                     WS-OLA-ITEM-DESDE (WS-OLA-CANT)
                MOVE OLA-RUT-HASTA              TO
                     WS-OLA-ITEM-HASTA (WS-OLA-CANT)
                MOVE OLA-FECHA-PLAN             TO
                     WS-OLA-ITEM-FECHA (WS-OLA-CANT)
                PERFORM LEE-PLAN-OLAS .

        BUSCA-OLA .
      *         Ola del socio por su marca y RUT. El socio de una ola
      *         futura o que ninguna ola cubre todavia no existe en
      *         Oracle: sus atributos salen la noche en que abra su
      *         ola, junto con su MEMBER (el pareo es completo cada
      *         noche).
                MOVE "N"                        TO WS-OLA-RETENIDA-SW
                IF PLAN-OLAS-ACTIVO
                   MOVE ZEROS                   TO WS-OLA-HIT
                   PERFORM COMPARA-OLA
                      VARYING WS-OLA-IDX FROM 1 BY 1
                      UNTIL WS-OLA-IDX > WS-OLA-CANT
                         OR WS-OLA-HIT > ZEROS
                   EVALUATE TRUE
                      WHEN WS-OLA-HIT = ZEROS
                         MOVE "S"               TO WS-OLA-RETENIDA-SW
                         ADD 1                  TO WS-C-OLA-SIN-OLA
                      WHEN WS-OLA-ITEM-FECHA (WS-OLA-HIT)
                           > WS-RUN-FECHA
                         MOVE "S"               TO WS-OLA-RETENIDA-SW
                         ADD 1                  TO WS-C-OLA-FUTURA
                   END-EVALUATE
                END-IF .

        COMPARA-OLA .
                IF (WS-OLA-ITEM-ORG_CODE (WS-OLA-IDX) = SPACES
                    OR WS-OLA-ITEM-ORG_CODE (WS-OLA-IDX)
                       = WS-MARCA-ORG-ACTUAL)
                   AND RUTORD-RUT >= WS-OLA-ITEM-DESDE (WS-OLA-IDX)
                   AND RUTORD-RUT <= WS-OLA-ITEM-HASTA (WS-OLA-IDX)
                   MOVE WS-OLA-IDX              TO WS-OLA-HIT
                END-IF .

        GRABA-RECHAZO-1 .
                ADD 1                           TO WS-C-RECH-1
                WRITE REG-SALIDA2 FROM REG-ENTRADA1
                END-WRITE
                MOVE SPACES                     TO EXLED-CODPROGR
                MOVE ZEROS                      TO EXLED-RUT
                MOVE ZEROS                      TO EXLED-NUMMOVIM
                MOVE "RECHAZO FORMATO"          TO EXLED-TIPO
                MOVE "A"                        TO EXLED-SEVERIDAD
                MOVE REG-ENTRADA1               TO EXLED-DATO
                PERFORM GRABA-EXCEPCION-LEDGER .

        GRABA-RECHAZO-2 .
                ADD 1                           TO WS-C-RECH-2
                WRITE REG-SALIDA2 FROM REG-ENTRADA2
                END-WRITE
                MOVE SPACES                     TO EXLED-CODPROGR
                MOVE ZEROS                      TO EXLED-RUT
                MOVE ZEROS                      TO EXLED-NUMMOVIM
                MOVE "RECHAZO FORMATO"          TO EXLED-TIPO
                MOVE "A"                        TO EXLED-SEVERIDAD
                MOVE REG-ENTRADA2               TO EXLED-DATO
                PERFORM GRABA-EXCEPCION-LEDGER .

        GRABA-FECHA-EXCEPCION .
      *         La fecha de nacimiento no es una fecha de calendario
      *         real o es posterior a la fecha de negocio: el atributo
      *         viaja en blanco y el valor queda para revision.
                ADD 1                           TO WS-C-FECHA-EXC
                MOVE WS-ENCAB-PROGRAMA         TO FCHEXC-PROGRAM_NAME
                MOVE MAEDEM-RUT                 TO FCHEXC-RUT
                MOVE ZEROS                      TO FCHEXC-NUMMOVIM
                MOVE "MAEDEM-FCH-NAC"           TO FCHEXC-CAMPO
                MOVE MAEDEM-FCH-NAC             TO FCHEXC-VALOR
                WRITE REG-SALIDA4
                END-WRITE
                MOVE RUTORD-CODPROGR            TO EXLED-CODPROGR
                MOVE MAEDEM-RUT                 TO EXLED-RUT
                MOVE ZEROS                      TO EXLED-NUMMOVIM
                MOVE "FECHA INVALIDA"           TO EXLED-TIPO
                MOVE "M"                        TO EXLED-SEVERIDAD
                MOVE REG-ENTRADA2               TO EXLED-DATO
                PERFORM GRABA-EXCEPCION-LEDGER .

        VALIDA-FECHA .
      *         Valida que VFECHA-ENTRADA sea una fecha de calendario
      *         real AAAAMMDD (mes 01-12, dia segun mes y anio
      *         bisiesto, anio en rango razonable).
                MOVE "N"                        TO VFECHA-OK
                IF VFECHA-ENTRADA IS NUMERIC
                   AND VFECHA-AAAA > 1899 AND VFECHA-AAAA < 2100
                   AND VFECHA-MM > 00 AND VFECHA-MM < 13
                   PERFORM CALCULA-DIAS-MES
                   IF VFECHA-DD > 00
                      AND VFECHA-DD NOT > VFECHA-DIAS-MES
                      MOVE "S"                  TO VFECHA-OK
                   END-IF
                END-IF .

        CALCULA-DIAS-MES .
                EVALUATE VFECHA-MM
                   WHEN 04
                   WHEN 06
                   WHEN 09
                   WHEN 11
                      MOVE 30                   TO VFECHA-DIAS-MES
                   WHEN 02
                      PERFORM CALCULA-BISIESTO
                   WHEN OTHER
                      MOVE 31                   TO VFECHA-DIAS-MES
                END-EVALUATE .

        CALCULA-BISIESTO .
                MOVE 28                         TO VFECHA-DIAS-MES
                DIVIDE VFECHA-AAAA BY 4
                       GIVING VFECHA-COCIENTE
                       REMAINDER VFECHA-RESTO-4
                DIVIDE VFECHA-AAAA BY 100
                       GIVING VFECHA-COCIENTE
                       REMAINDER VFECHA-RESTO-100
                DIVIDE VFECHA-AAAA BY 400
                       GIVING VFECHA-COCIENTE
                       REMAINDER VFECHA-RESTO-400
                IF VFECHA-RESTO-4 = ZEROS
                   AND (VFECHA-RESTO-100 NOT = ZEROS
                        OR VFECHA-RESTO-400 = ZEROS)
                   MOVE 29                      TO VFECHA-DIAS-MES
                END-IF .

        ABRE-SUPRESION .
      *         Lista de supresion de datos personales; sin archivo
      *         todos los socios pareados generan atributos.
                OPEN INPUT SUPRESION
                IF WS-SUPR-STATUS = "00"
                   MOVE "S"                     TO WS-SUPR-ABIERTO-SW
                   PERFORM LEE-SUPRESION
                ELSE
                   MOVE 1                       TO WS-FIN-SUPR
                   MOVE 99999999                TO SUPR-RUT
                END-IF .

        LEE-SUPRESION .
                READ SUPRESION AT END MOVE 1    TO WS-FIN-SUPR .
                IF WS-FIN-SUPR = 1
                   MOVE 99999999                TO SUPR-RUT
                END-IF .

        BUSCA-SUPRESION .
      *         Se adelanta la lista (ordenada) hasta el RUT en
      *         proceso; con calce el socio no genera atributos y la
      *         supresion queda asentada como informativa.
                PERFORM LEE-SUPRESION
                   UNTIL SUPR-RUT >= RUTORD-RUT
                      OR WS-FIN-SUPR = 1
                IF WS-FIN-SUPR = ZEROS AND SUPR-RUT = RUTORD-RUT
                   MOVE "S"                     TO WS-SUPRIMIDO-SW
                   ADD 1                        TO WS-C-SUPRIMIDOS
                   MOVE RUTORD-CODPROGR         TO EXLED-CODPROGR
                   MOVE RUTORD-RUT              TO EXLED-RUT
                   MOVE ZEROS                   TO EXLED-NUMMOVIM
                   MOVE "SUPRESION DATOS"       TO EXLED-TIPO
                   MOVE "I"                     TO EXLED-SEVERIDAD
                   MOVE SUPR-CLASE              TO EXLED-DATO
                   PERFORM GRABA-EXCEPCION-LEDGER
                ELSE
                   MOVE "N"                     TO WS-SUPRIMIDO-SW
                END-IF .

        300000-FINAL .
                CLOSE ENTRADA1
                CLOSE ENTRADA2
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
                CLOSE SALIDA4 .
                CLOSE EXLEDGER
                IF WS-SUPR-ABIERTO
                   CLOSE SUPRESION
                END-IF
                PERFORM ESCRIBE-CONTROL-TOTALES
                PERFORM CIERRA-RUN-LEDGER
                display "Reg. Leidos RUTERO          = " WS-C-ENT-1.
                display "Reg. Leidos MAE-DEMOGRAFIA  = " WS-C-ENT-2.
                display "Reg. Grabados ATRIBUTOS     = " WS-C-SAL-1.
                display "Socios Sin Demografia       = "
                        WS-C-SIN-DEMOG.
                display "Personas No Socias          = "
                        WS-C-NO-SOCIO.
                display "Demografia Duplicada        = "
                        WS-C-DUPLICADOS.
                display "Reg.Suprimidos=" WS-C-SUPRIMIDOS .
                display "Reg.Sexo Invalido=" WS-C-SEXO-INV .
                display "Reg.Rechazados Entrada1=" WS-C-RECH-1 .
                display "Reg.Rechazados Entrada2=" WS-C-RECH-2 .
                display "Reg.Fecha Excepcion=" WS-C-FECHA-EXC .
                display "RUT Retenidos Ola Futura=" WS-C-OLA-FUTURA .
                display "RUT Retenidos Sin Ola=" WS-C-OLA-SIN-OLA .

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
                           " SFCPMIG1036 EN LA BITACORA"
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
                MOVE "SFCPMIG1036"              TO RUNL-PROGRAM_NAME
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
                CLOSE LEDGER
                MOVE "BATCHMIG"                 TO SFCUENT-USUARIO
                MOVE WS-RUN-FECHA               TO SFCUENT-FECHA-PROC .

        LEE-RUN-LEDGER .
                READ LEDGER AT END MOVE 1       TO WS-FIN-RL .
                IF WS-FIN-RL = ZEROS
                   AND RUNL-PROGRAM_NAME = "SFCPMIG1036"
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
      *         RUN-ID, encabezado, trailer, totales de control y
      *         libro de excepciones se fechan con ella y no con el
      *         reloj; tambien es el tope de la fecha de nacimiento.
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
                MOVE "SFCPMIG1036"              TO RUNL-PROGRAM_NAME
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

        ABRE-EXCEPCION-LEDGER .
                OPEN EXTEND EXLEDGER
                IF WS-EXLED-STATUS NOT = "00"
                   OPEN OUTPUT EXLEDGER
                END-IF .

        GRABA-EXCEPCION-LEDGER .
      *         En modo ensayo el libro unico de excepciones no se
      *         toca: sus asientos serian casos fantasma en la cola
      *         del equipo de negocio.
                IF NOT MODO-ENSAYO
                   PERFORM GRABA-EXCEPCION-LEDGER-REAL
                END-IF .

        GRABA-EXCEPCION-LEDGER-REAL .
      *         Asiento normalizado en el libro unico de excepciones
      *         de la cadena; el parrafo que invoca ya dejo cargados
      *         marca, rut, movimiento, tipo, severidad y dato.
                MOVE "SFCPMIG1036"              TO EXLED-PROGRAM_NAME
                MOVE WS-RUN-FECHA               TO EXLED-FECHA
                WRITE REG-EXLEDGER END-WRITE .

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
                MOVE "SFCPMIG1036"              TO CTOT-PROGRAM_NAME
                MOVE WS-FECHA                    TO CTOT-FECHA
                MOVE "LEIDOS RUTERO"            TO CTOT-CONTADOR
                MOVE WS-C-ENT-1                  TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "LEIDOS MAE-DEMOGRAFIA"    TO CTOT-CONTADOR
                MOVE WS-C-ENT-2                  TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "GRABADOS ATRIBUTOS"       TO CTOT-CONTADOR
                MOVE WS-C-SAL-1                  TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "SIN DEMOGRAFIA"           TO CTOT-CONTADOR
                MOVE WS-C-SIN-DEMOG              TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "DEMOGRAFIA NO SOCIO"      TO CTOT-CONTADOR
                MOVE WS-C-NO-SOCIO               TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "DEMOGRAFIA DUPLICADA"     TO CTOT-CONTADOR
                MOVE WS-C-DUPLICADOS             TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "SUPRESION DATOS"          TO CTOT-CONTADOR
                MOVE WS-C-SUPRIMIDOS             TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "SEXO INVALIDO"            TO CTOT-CONTADOR
                MOVE WS-C-SEXO-INV               TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "RUT OLA FUTURA"           TO CTOT-CONTADOR
                MOVE WS-C-OLA-FUTURA             TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "RUT SIN OLA"              TO CTOT-CONTADOR
                MOVE WS-C-OLA-SIN-OLA            TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "RECHAZADOS ENTRADA1"      TO CTOT-CONTADOR
                MOVE WS-C-RECH-1                 TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "RECHAZADOS ENTRADA2"      TO CTOT-CONTADOR
                MOVE WS-C-RECH-2                 TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "FECHA EXCEPCION"          TO CTOT-CONTADOR
                MOVE WS-C-FECHA-EXC              TO CTOT-VALOR
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
