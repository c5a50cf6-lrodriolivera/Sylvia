        IDENTIFICATION DIVISION.
        PROGRAM-ID. SFCPMIG1034 .
        AUTHOR.     CONNECTIS-GS.
      * Deteccion de personas probablemente duplicadas bajo RUT
      * distintos en la Unificacion T7542600, que el legado nunca
      * informo como cambio de RUT (RUT mal digitado al enrolar, RUT
      * provisorio y definitivo de un extranjero). Normaliza nombre
      * + apellido paterno, email y telefono de cada registro y los
      * usa como claves de agrupacion: dos RUT que comparten alguna
      * clave forman un par candidato, cuyo puntaje es la suma de
      * los pesos de las claves en que coinciden (COPY_UMBRAL). Los
      * pares que alcanzan el puntaje minimo salen al archivo de
      * revision (COPY_DUPLICADO_PROBABLE) con la marca y el saldo
      * legado de ambos socios; los que Negocio confirme se
      * convierten en fusiones con SFCPMIG1035. Las claves se
      * agrupan y los pares se consolidan con dos SORT internos.
      * Fecha : 15-10-2026
      * COMPILAR-LINK : cobol.sh SFCPMIG1034
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

                SELECT ENTRADA1 ASSIGN TO EXTERNAL FENTRADA2
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ENTRADA2 ASSIGN TO EXTERNAL FENTRADA1
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ENTRADA3 ASSIGN TO EXTERNAL FMARCA
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ENTRADA4 ASSIGN TO EXTERNAL FSALDOLEGACY
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ENTRADA5 ASSIGN TO EXTERNAL FUMBRALDUPLICADO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-UMB-STATUS.

                SELECT TRABAJO ASSIGN TO EXTERNAL FTRABAJODUPLICADO
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SORTCLA ASSIGN TO EXTERNAL SORTWKCLA .

                SELECT SORTPAR ASSIGN TO EXTERNAL SORTWKPAR .

                SELECT SALIDA1 ASSIGN TO EXTERNAL FDUPLICADOPROBABLE
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA2 ASSIGN TO EXTERNAL FCONTROLTOTALES
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-CTOT-STATUS.

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

      *    Unificacion de Clientes T7542600, ordenada por RUT.
       FD ENTRADA1
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 137 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA1 .
          COPY COPY_UNI_2600 .

      *    Archivo Rutero, ordenado por RUT, para el CODPROGR.
       FD ENTRADA2
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 18 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA2 .
          copy COPY_RUTERO_ORD .

      *    Tabla de marcas/cadenas del grupo (COPY_MARCA).
       FD ENTRADA3
          RECORDING MODE IS F
          RECORD CONTAINS 26 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA3 .
           COPY COPY_MARCA .

      *    Saldo de puntos del legado, ordenado por RUT.
       FD ENTRADA4
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 20 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA4 .
          COPY COPY_SALDO_LEGACY .

      *    Pesos y puntajes de la deteccion (opcional, COPY_UMBRAL).
       FD ENTRADA5
          RECORDING MODE IS F
          RECORD CONTAINS 23 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA5 .
           COPY COPY_UMBRAL .

      *    Pares candidatos por clave, uno por cada clave en comun.
       FD TRABAJO
          RECORDING MODE IS F
          RECORD CONTAINS 213 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-TRABAJO .
           COPY COPY_DUPLICADO_PROBABLE REPLACING LEADING ==DUPPR== BY
                ==TPAR== .

      *    Claves normalizadas de cada registro T7542600.
       SD SORTCLA .

       01  REG-SORTCLA .
           05 SCLA-TIPO                         PIC X(01) .
           05 SCLA-VALOR                        PIC X(60) .
           05 SCLA-SOCIO .
              10 SCLA-RUT                       PIC 9(08) .
              10 FILLER                         PIC X(91) .

      *    Pares candidatos ordenados por RUT A y RUT B.
       SD SORTPAR .

       01  REG-SORTPAR .
           COPY COPY_DUPLICADO_PROBABLE REPLACING LEADING ==DUPPR== BY
                ==SPAR== .

      *    Pares probables para revision (COPY_DUPLICADO_PROBABLE).
       FD SALIDA1
          RECORDING MODE IS F
          RECORD CONTAINS 213 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA1 .
           COPY COPY_DUPLICADO_PROBABLE .

      *    Historial de totales de control de la corrida
      *    (COPY_CONTROL_TOTALES), compartido por toda la cadena.
       FD SALIDA2
          RECORDING MODE IS F
          RECORD CONTAINS 51 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA2 .
           COPY COPY_CONTROL_TOTALES .

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
           05 WS-FIN-SCLA                       PIC 9(01) VALUE ZEROS .
           05 WS-FIN-SPAR                       PIC 9(01) VALUE ZEROS .
           05 WS-C-ENT-1                        PIC 9(12) VALUE ZEROS .
           05 WS-C-CLAVE-NOMBRE                 PIC 9(12) VALUE ZEROS .
           05 WS-C-CLAVE-EMAIL                  PIC 9(12) VALUE ZEROS .
           05 WS-C-CLAVE-TELEFONO               PIC 9(12) VALUE ZEROS .
           05 WS-C-GRUPOS-OMITIDOS              PIC 9(12) VALUE ZEROS .
           05 WS-C-PARES-CLAVE                  PIC 9(12) VALUE ZEROS .
           05 WS-C-PARES                        PIC 9(12) VALUE ZEROS .
           05 WS-C-PROBABLES                    PIC 9(12) VALUE ZEROS .
           05 WS-C-DESCARTADOS                  PIC 9(12) VALUE ZEROS .
           05 WS-RUN-FECHA                      PIC X(08) .
           05 WS-FECHA .
              10 WS-FAA                         PIC X(04) .
              10 WS-FMM                         PIC X(02) .
              10 WS-FDD                         PIC X(02) .

      *    Pesos de cada clave y puntaje minimo de un par probable
      *    (COPY_UMBRAL), con sus valores por defecto: un nombre
      *    comun no basta por si solo, debe coincidir ademas el email
      *    o el telefono. Una clave compartida por mas de
      *    GRUPO-MAXIMO registros (telefono de la tienda, email
      *    generico) no forma pares.
        01 WS-UMBRALES.
           05 WS-UMB-STATUS                     PIC X(02) .
           05 WS-FIN-UMB                        PIC 9(01) VALUE ZEROS .
           05 WS-PESO-NOMBRE                    PIC 9(03) VALUE 40 .
           05 WS-PESO-EMAIL                     PIC 9(03) VALUE 35 .
           05 WS-PESO-TELEFONO                  PIC 9(03) VALUE 25 .
           05 WS-PUNTAJE-MINIMO                 PIC 9(03) VALUE 60 .
           05 WS-GRUPO-MAXIMO                   PIC 9(03) VALUE 20 .
           05 WS-PUNTAJE                        PIC 9(04) .

      *    Socio del registro en curso, con el mismo orden de campos
      *    que DUPPR-SOCIO-A/B.
        01 WS-SOCIO-ACTUAL.
           05 WS-SOC-RUT                        PIC 9(08) .
           05 WS-SOC-DV                         PIC X(01) .
           05 WS-SOC-ORG_CODE                   PIC X(10) .
           05 WS-SOC-SALDO-SIGNO                PIC X(01) .
           05 WS-SOC-SALDO                      PIC 9(11) .
           05 WS-SOC-FECHACTI                   PIC X(08) .
           05 WS-SOC-NOMBRE                     PIC X(30) .
           05 WS-SOC-APELLIDO                   PIC X(30) .

      *    CODPROGR, marca y saldo del RUT en curso.
        01 WS-RUTERO-ACTUAL.
           05 WS-RUT-ACTUAL                     PIC 9(08) VALUE ZEROS .
           05 WS-CODPROGR-ACTUAL                PIC X(09) .
           05 WS-SALDO-SIGNO-ACTUAL             PIC X(01) .
           05 WS-SALDO-ACTUAL                   PIC 9(11) .

      *    Tabla de marcas (ORG por CODPROGR).
        01 WS-TABLA-MARCA.
           05 WS-MARCA-CANT                     PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-MARCA-IDX                      PIC 9(04) COMP .
           05 WS-MARCA-ENCONTRADO                PIC X(01) .
              88 MARCA-FUE-ENCONTRADA            VALUE "S" .
           05 WS-MARCA-ITEM OCCURS 50 TIMES .
              10 WS-MARCA-ITEM-CODPROGR         PIC X(09) .
              10 WS-MARCA-ITEM-ORG_CODE         PIC X(10) .
           05 WS-MARCA-ORG-ACTUAL               PIC X(10) .

      *    Normalizacion de un dato: mayusculas y solo letras (N),
      *    solo digitos (T) o todo salvo blancos (E).
        01 WS-NORMALIZA.
           05 WS-NORM-MODO                      PIC X(01) .
           05 WS-NORM-ENTRADA                   PIC X(60) .
           05 WS-NORM-SALIDA                    PIC X(60) .
           05 WS-NORM-CAR                       PIC X(01) .
           05 WS-NORM-IDX                       PIC 9(04) COMP .
           05 WS-NORM-LARGO                     PIC 9(04) COMP .
           05 WS-NORM-DESDE                     PIC 9(04) COMP .
           05 WS-NORM-RESTO                     PIC 9(04) COMP .
           05 WS-NORM-ARROBAS                   PIC 9(04) COMP .

      *    Registros que comparten una misma clave.
        01 WS-TABLA-GRUPO.
           05 WS-GRP-TIPO                       PIC X(01) .
           05 WS-GRP-VALOR                      PIC X(60) .
           05 WS-GRP-CANT                       PIC 9(04) COMP .
           05 WS-GRP-TOTAL                      PIC 9(09) COMP .
           05 WS-GRP-IDX                        PIC 9(04) COMP .
           05 WS-GRP-JDX                        PIC 9(04) COMP .
           05 WS-GRP-DESDE                      PIC 9(04) COMP .
           05 WS-GRP-ITEM OCCURS 50 TIMES .
              10 WS-GRP-RUT                     PIC 9(08) .
              10 WS-GRP-SOCIO                   PIC X(99) .

      *    Control de apertura del historial de totales (SALIDA2).
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
                PERFORM 300000-FINAL
                STOP RUN .

        100000-INICIO .
                PERFORM LEE-FECHA-NEGOCIO
                MOVE WS-FECHA-NEGOCIO           TO WS-FECHA
                MOVE WS-FECHA                   TO WS-RUN-FECHA
                PERFORM LEE-UMBRALES
                OPEN INPUT ENTRADA3 .
                PERFORM LEE-03
                PERFORM CARGA-MARCA UNTIL WS-FIN-3 = 1
                CLOSE ENTRADA3 .

        200000-PROCESO .
      *         Primera pasada: claves normalizadas de cada registro,
      *         agrupadas por clave para formar los pares candidatos.
      *         Segunda pasada: los pares de un mismo par de RUT se
      *         consolidan, se puntuan y los probables van a revision.
                SORT SORTCLA
                     ON ASCENDING KEY SCLA-TIPO
                                      SCLA-VALOR
                                      SCLA-RUT
                     INPUT PROCEDURE IS GENERA-CLAVES
                     OUTPUT PROCEDURE IS GENERA-PARES
                CLOSE TRABAJO
                SORT SORTPAR
                     ON ASCENDING KEY SPAR-RUT-A
                                      SPAR-RUT-B
                     USING TRABAJO
                     OUTPUT PROCEDURE IS EVALUA-PARES .

        GENERA-CLAVES .
                OPEN INPUT ENTRADA2 .
                PERFORM LEE-02
                OPEN INPUT ENTRADA4 .
                PERFORM LEE-04
                OPEN INPUT ENTRADA1 .
                PERFORM LEE-01
                IF WS-FIN-1 = 1
                   DISPLAY "ARCHIVO T7542600 SIN INFORMACION"
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                PERFORM GENERA-CLAVES-PERSONA UNTIL WS-FIN-1 = 1
                CLOSE ENTRADA1
                CLOSE ENTRADA2
                CLOSE ENTRADA4 .

        GENERA-CLAVES-PERSONA .
      *         Rutero y saldo se buscan una vez por RUT; un RUT
      *         repetido en T7542600 aporta sus claves igual.
                IF RUNIFI-RUT NOT = WS-RUT-ACTUAL
                   MOVE RUNIFI-RUT              TO WS-RUT-ACTUAL
                   PERFORM BUSCA-RUTERO
                   PERFORM BUSCA-MARCA
                   PERFORM BUSCA-SALDO
                END-IF
                MOVE RUNIFI-RUT                 TO WS-SOC-RUT
                MOVE RUNIFI-DIGVER              TO WS-SOC-DV
                MOVE WS-MARCA-ORG-ACTUAL        TO WS-SOC-ORG_CODE
                MOVE WS-SALDO-SIGNO-ACTUAL      TO WS-SOC-SALDO-SIGNO
                MOVE WS-SALDO-ACTUAL            TO WS-SOC-SALDO
                MOVE R2600-FECHACTI             TO WS-SOC-FECHACTI
                MOVE RUNIFI-PEMNB_GLS_NOM_PEL   TO WS-SOC-NOMBRE
                MOVE RUNIFI-PEMNB_GLS_APL_PAT   TO WS-SOC-APELLIDO
                PERFORM CLAVE-NOMBRE
                PERFORM CLAVE-EMAIL
                PERFORM CLAVE-TELEFONO
                PERFORM LEE-01 .

        CLAVE-NOMBRE .
      *         Nombre y apellido paterno juntos, solo letras.
                IF RUNIFI-PEMNB_GLS_NOM_PEL NOT = SPACES
                   AND RUNIFI-PEMNB_GLS_APL_PAT NOT = SPACES
                   MOVE SPACES                  TO WS-NORM-ENTRADA
                   STRING RUNIFI-PEMNB_GLS_NOM_PEL DELIMITED BY SIZE
                          RUNIFI-PEMNB_GLS_APL_PAT DELIMITED BY SIZE
                                                INTO WS-NORM-ENTRADA
                   END-STRING
                   MOVE "N"                     TO WS-NORM-MODO
                   PERFORM NORMALIZA
                   IF WS-NORM-LARGO >= 4
                      ADD 1                     TO WS-C-CLAVE-NOMBRE
                      MOVE "N"                  TO SCLA-TIPO
                      MOVE WS-NORM-SALIDA       TO SCLA-VALOR
                      PERFORM LIBERA-CLAVE
                   END-IF
                END-IF .

        CLAVE-EMAIL .
      *         Email sin blancos y en mayusculas, con una sola @.
                MOVE R2600-EMAIL                TO WS-NORM-ENTRADA
                MOVE "E"                        TO WS-NORM-MODO
                PERFORM NORMALIZA
                MOVE ZEROS                      TO WS-NORM-ARROBAS
                INSPECT WS-NORM-SALIDA TALLYING WS-NORM-ARROBAS
                        FOR ALL "@"
                IF WS-NORM-ARROBAS = 1
                   AND WS-NORM-LARGO >= 6
                   ADD 1                        TO WS-C-CLAVE-EMAIL
                   MOVE "E"                     TO SCLA-TIPO
                   MOVE WS-NORM-SALIDA          TO SCLA-VALOR
                   PERFORM LIBERA-CLAVE
                END-IF .

        CLAVE-TELEFONO .
      *         Ultimos 8 digitos del telefono (sin codigo de pais ni
      *         de area); se descartan los de relleno, con un mismo
      *         digito repetido.
                MOVE R2600-TELEFONO             TO WS-NORM-ENTRADA
                MOVE "T"                        TO WS-NORM-MODO
                PERFORM NORMALIZA
                IF WS-NORM-LARGO >= 7
                   COMPUTE WS-NORM-RESTO = WS-NORM-LARGO - 1
                   IF WS-NORM-SALIDA (1:WS-NORM-RESTO)
                      NOT = WS-NORM-SALIDA (2:WS-NORM-RESTO)
                      ADD 1                     TO WS-C-CLAVE-TELEFONO
                      MOVE "T"                  TO SCLA-TIPO
                      MOVE SPACES               TO SCLA-VALOR
                      IF WS-NORM-LARGO > 8
                         COMPUTE WS-NORM-DESDE = WS-NORM-LARGO - 7
                         MOVE WS-NORM-SALIDA (WS-NORM-DESDE:8)
                                                TO SCLA-VALOR
                      ELSE
                         MOVE WS-NORM-SALIDA    TO SCLA-VALOR
                      END-IF
                      PERFORM LIBERA-CLAVE
                   END-IF
                END-IF .

        LIBERA-CLAVE .
                MOVE WS-SOCIO-ACTUAL            TO SCLA-SOCIO
                RELEASE REG-SORTCLA .

        NORMALIZA .
                INSPECT WS-NORM-ENTRADA
                        CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                MOVE SPACES                     TO WS-NORM-SALIDA
                MOVE ZEROS                      TO WS-NORM-LARGO
                PERFORM NORMALIZA-CARACTER
                   VARYING WS-NORM-IDX FROM 1 BY 1
                   UNTIL WS-NORM-IDX > 60 .

        NORMALIZA-CARACTER .
                MOVE WS-NORM-ENTRADA (WS-NORM-IDX:1) TO WS-NORM-CAR
                EVALUATE TRUE
                   WHEN WS-NORM-CAR = SPACE
                      CONTINUE
                   WHEN WS-NORM-MODO = "N"
                      IF WS-NORM-CAR IS ALPHABETIC-UPPER
                         PERFORM AGREGA-CARACTER
                      END-IF
                   WHEN WS-NORM-MODO = "T"
                      IF WS-NORM-CAR IS NUMERIC
                         PERFORM AGREGA-CARACTER
                      END-IF
                   WHEN OTHER
                      PERFORM AGREGA-CARACTER
                END-EVALUATE .

        AGREGA-CARACTER .
                ADD 1                           TO WS-NORM-LARGO
                MOVE WS-NORM-CAR                TO
                     WS-NORM-SALIDA (WS-NORM-LARGO:1) .

        GENERA-PARES .
      *         Claves ordenadas: cada grupo de registros con la
      *         misma clave da un par por cada dos RUT distintos.
                OPEN OUTPUT TRABAJO
                MOVE ZEROS                      TO WS-FIN-SCLA
                PERFORM LEE-SORTCLA
                PERFORM AGRUPA-CLAVE UNTIL WS-FIN-SCLA = 1 .

        AGRUPA-CLAVE .
                MOVE SCLA-TIPO                  TO WS-GRP-TIPO
                MOVE SCLA-VALOR                 TO WS-GRP-VALOR
                MOVE ZEROS                      TO WS-GRP-CANT
                MOVE ZEROS                      TO WS-GRP-TOTAL
                PERFORM ACUMULA-GRUPO
                   UNTIL SCLA-TIPO NOT = WS-GRP-TIPO
                      OR SCLA-VALOR NOT = WS-GRP-VALOR
                      OR WS-FIN-SCLA = 1
                IF WS-GRP-TOTAL > WS-GRUPO-MAXIMO
                   ADD 1                        TO WS-C-GRUPOS-OMITIDOS
                ELSE
                   PERFORM GENERA-PARES-DE
                      VARYING WS-GRP-IDX FROM 1 BY 1
                      UNTIL WS-GRP-IDX >= WS-GRP-CANT
                END-IF .

        ACUMULA-GRUPO .
                ADD 1                           TO WS-GRP-TOTAL
                IF WS-GRP-CANT < 50
                   ADD 1                        TO WS-GRP-CANT
                   MOVE SCLA-RUT                TO
                        WS-GRP-RUT (WS-GRP-CANT)
                   MOVE SCLA-SOCIO              TO
                        WS-GRP-SOCIO (WS-GRP-CANT)
                END-IF
                PERFORM LEE-SORTCLA .

        GENERA-PARES-DE .
                COMPUTE WS-GRP-DESDE = WS-GRP-IDX + 1
                PERFORM GENERA-PAR
                   VARYING WS-GRP-JDX FROM WS-GRP-DESDE BY 1
                   UNTIL WS-GRP-JDX > WS-GRP-CANT .

        GENERA-PAR .
      *         El grupo viene ordenado por RUT: el de la izquierda
      *         es siempre el RUT A (menor).
                IF WS-GRP-RUT (WS-GRP-IDX) NOT = WS-GRP-RUT (WS-GRP-JDX)
                   ADD 1                        TO WS-C-PARES-CLAVE
                   MOVE SPACES                  TO REG-TRABAJO
                   MOVE ZEROS                   TO TPAR-PUNTAJE
                   MOVE "N"                     TO TPAR-COINCIDE-NOMBRE
                   MOVE "N"                     TO TPAR-COINCIDE-EMAIL
                   MOVE "N"                   TO TPAR-COINCIDE-TELEFONO
                   EVALUATE WS-GRP-TIPO
                      WHEN "N"
                         MOVE "S"               TO TPAR-COINCIDE-NOMBRE
                      WHEN "E"
                         MOVE "S"               TO TPAR-COINCIDE-EMAIL
                      WHEN OTHER
                         MOVE "S"             TO TPAR-COINCIDE-TELEFONO
                   END-EVALUATE
                   MOVE WS-GRP-SOCIO (WS-GRP-IDX) TO TPAR-SOCIO-A
                   MOVE WS-GRP-SOCIO (WS-GRP-JDX) TO TPAR-SOCIO-B
                   MOVE ZEROS                   TO TPAR-RUT-SOBREVIVE
                   WRITE REG-TRABAJO
                   END-WRITE
                END-IF .

        LEE-SORTCLA .
                RETURN SORTCLA AT END MOVE 1    TO WS-FIN-SCLA
                END-RETURN .

        EVALUA-PARES .
      *         Un par de RUT aparece una vez por cada clave en que
      *         coinciden; se consolidan las coincidencias y se
      *         puntua el par una sola vez.
                OPEN OUTPUT SALIDA1 .
                MOVE ZEROS                      TO WS-FIN-SPAR
                PERFORM LEE-SORTPAR
                PERFORM EVALUA-PAR UNTIL WS-FIN-SPAR = 1
                CLOSE SALIDA1 .

        EVALUA-PAR .
                MOVE REG-SORTPAR                TO REG-SALIDA1
                PERFORM ACUMULA-PAR
                   UNTIL SPAR-RUT-A NOT = DUPPR-RUT-A
                      OR SPAR-RUT-B NOT = DUPPR-RUT-B
                      OR WS-FIN-SPAR = 1
                ADD 1                           TO WS-C-PARES
                MOVE ZEROS                      TO WS-PUNTAJE
                IF DUPPR-COINCIDE-NOMBRE = "S"
                   ADD WS-PESO-NOMBRE           TO WS-PUNTAJE
                END-IF
                IF DUPPR-COINCIDE-EMAIL = "S"
                   ADD WS-PESO-EMAIL            TO WS-PUNTAJE
                END-IF
                IF DUPPR-COINCIDE-TELEFONO = "S"
                   ADD WS-PESO-TELEFONO         TO WS-PUNTAJE
                END-IF
                IF WS-PUNTAJE > 999
                   MOVE 999                     TO WS-PUNTAJE
                END-IF
                IF WS-PUNTAJE >= WS-PUNTAJE-MINIMO
                   ADD 1                        TO WS-C-PROBABLES
                   MOVE WS-PUNTAJE              TO DUPPR-PUNTAJE
                   PERFORM SUGIERE-SOBREVIVIENTE
                   MOVE SPACES                  TO DUPPR-DECISION
                   WRITE REG-SALIDA1
                   END-WRITE
                ELSE
                   ADD 1                        TO WS-C-DESCARTADOS
                END-IF .

        ACUMULA-PAR .
                IF SPAR-COINCIDE-NOMBRE = "S"
                   MOVE "S"                     TO DUPPR-COINCIDE-NOMBRE
                END-IF
                IF SPAR-COINCIDE-EMAIL = "S"
                   MOVE "S"                     TO DUPPR-COINCIDE-EMAIL
                END-IF
                IF SPAR-COINCIDE-TELEFONO = "S"
                   MOVE "S"                   TO DUPPR-COINCIDE-TELEFONO
                END-IF
                PERFORM LEE-SORTPAR .

        SUGIERE-SOBREVIVIENTE .
      *         Se sugiere conservar el RUT de activacion mas
      *         reciente (el definitivo, el corregido); Negocio puede
      *         cambiarlo al confirmar.
                IF DUPPR-FECHACTI-A > DUPPR-FECHACTI-B
                   MOVE DUPPR-RUT-A             TO DUPPR-RUT-SOBREVIVE
                ELSE
                   MOVE DUPPR-RUT-B             TO DUPPR-RUT-SOBREVIVE
                END-IF .

        LEE-SORTPAR .
                RETURN SORTPAR AT END MOVE 1    TO WS-FIN-SPAR
                END-RETURN .

        LEE-UMBRALES .
      *         Pesos y puntajes de la deteccion; sin archivo rigen
      *         los valores por defecto.
                OPEN INPUT ENTRADA5
                IF WS-UMB-STATUS = "00"
                   PERFORM LEE-UMBRAL-FISICO
                   PERFORM APLICA-UMBRAL UNTIL WS-FIN-UMB = 1
                   CLOSE ENTRADA5
                END-IF
                IF WS-GRUPO-MAXIMO > 50
                   DISPLAY "GRUPO-MAXIMO EXCEDE LA CAPACIDAD DE 50"
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF .

        LEE-UMBRAL-FISICO .
                READ ENTRADA5 AT END MOVE 1     TO WS-FIN-UMB .

        APLICA-UMBRAL .
                IF UMB-VALOR IS NUMERIC
                   EVALUATE UMB-NOMBRE
                      WHEN "PESO-NOMBRE"
                         MOVE UMB-VALOR         TO WS-PESO-NOMBRE
                      WHEN "PESO-EMAIL"
                         MOVE UMB-VALOR         TO WS-PESO-EMAIL
                      WHEN "PESO-TELEFONO"
                         MOVE UMB-VALOR         TO WS-PESO-TELEFONO
                      WHEN "PUNTAJE-MINIMO"
                         MOVE UMB-VALOR         TO WS-PUNTAJE-MINIMO
                      WHEN "GRUPO-MAXIMO"
                         MOVE UMB-VALOR         TO WS-GRUPO-MAXIMO
                   END-EVALUATE
                END-IF
                PERFORM LEE-UMBRAL-FISICO .

        BUSCA-RUTERO .
      *         Se adelanta el Rutero hasta el RUT en curso; sin
      *         Rutero el RUT queda con la marca por defecto.
                PERFORM LEE-02
                   UNTIL RUTORD-RUT >= WS-RUT-ACTUAL OR WS-FIN-2 = 1
                IF WS-FIN-2 = ZEROS AND RUTORD-RUT = WS-RUT-ACTUAL
                   MOVE RUTORD-CODPROGR         TO WS-CODPROGR-ACTUAL
                ELSE
                   MOVE SPACES                  TO WS-CODPROGR-ACTUAL
                END-IF .

        BUSCA-MARCA .
                MOVE "N"                      TO WS-MARCA-ENCONTRADO
                MOVE "RIPLEY"                  TO WS-MARCA-ORG-ACTUAL
                PERFORM COMPARA-MARCA
                   VARYING WS-MARCA-IDX FROM 1 BY 1
                   UNTIL WS-MARCA-IDX > WS-MARCA-CANT
                      OR MARCA-FUE-ENCONTRADA .

        COMPARA-MARCA .
                IF WS-MARCA-ITEM-CODPROGR (WS-MARCA-IDX)
                   = WS-CODPROGR-ACTUAL
                   MOVE "S"                   TO WS-MARCA-ENCONTRADO
                   MOVE WS-MARCA-ITEM-ORG_CODE (WS-MARCA-IDX)
                                              TO WS-MARCA-ORG-ACTUAL
                END-IF .

        BUSCA-SALDO .
      *         Saldo legado del RUT; sin registro queda en cero.
                PERFORM LEE-04
                   UNTIL SALDO-RUT >= WS-RUT-ACTUAL OR WS-FIN-4 = 1
                IF WS-FIN-4 = ZEROS AND SALDO-RUT = WS-RUT-ACTUAL
                   MOVE SALDO-SIGNO             TO WS-SALDO-SIGNO-ACTUAL
                   MOVE SALDO-PUNTOS            TO WS-SALDO-ACTUAL
                ELSE
                   MOVE "+"                     TO WS-SALDO-SIGNO-ACTUAL
                   MOVE ZEROS                   TO WS-SALDO-ACTUAL
                END-IF .

        LEE-01 .
                PERFORM LEE-01-FISICO
                PERFORM LEE-01-FISICO
                   UNTIL WS-FIN-1 = 1 OR RUNIFI-RUT IS NUMERIC .

        LEE-01-FISICO .
                READ ENTRADA1 AT END MOVE 1     TO WS-FIN-1 .
                IF WS-FIN-1 = ZEROS
                   ADD 1                        TO WS-C-ENT-1
                END-IF .

        LEE-02 .
                PERFORM LEE-02-FISICO
                PERFORM LEE-02-FISICO
                   UNTIL WS-FIN-2 = 1 OR RUTORD-RUT IS NUMERIC .

        LEE-02-FISICO .
                READ ENTRADA2 AT END MOVE 1     TO WS-FIN-2 .
                IF WS-FIN-2 = 1
                   MOVE 99999999                TO RUTORD-RUT
                END-IF .

        LEE-03 .
                READ ENTRADA3 AT END MOVE 1     TO WS-FIN-3 .

        LEE-04 .
                PERFORM LEE-04-FISICO
                PERFORM LEE-04-FISICO
                   UNTIL WS-FIN-4 = 1 OR SALDO-RUT IS NUMERIC .

        LEE-04-FISICO .
                READ ENTRADA4 AT END MOVE 1     TO WS-FIN-4 .
                IF WS-FIN-4 = 1
                   MOVE 99999999                TO SALDO-RUT
                END-IF .

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
                PERFORM LEE-03 .

        300000-FINAL .
                PERFORM ESCRIBE-CONTROL-TOTALES
                display "Fecha de Negocio = " WS-FECHA-NEGOCIO .
                display "Reg. Leidos T7542600      = " WS-C-ENT-1.
                display "Claves Nombre             = "
                        WS-C-CLAVE-NOMBRE.
                display "Claves Email              = " WS-C-CLAVE-EMAIL.
                display "Claves Telefono           = "
                        WS-C-CLAVE-TELEFONO.
                display "Claves Genericas Omitidas = "
                        WS-C-GRUPOS-OMITIDOS.
                display "Pares Evaluados           = " WS-C-PARES.
                display "Pares Probables           = " WS-C-PROBABLES.
                display "Pares Descartados         = "
                        WS-C-DESCARTADOS.

        ESCRIBE-CONTROL-TOTALES .
                OPEN EXTEND SALIDA2
                IF WS-CTOT-STATUS NOT = "00"
                   OPEN OUTPUT SALIDA2
                END-IF
                MOVE "SFCPMIG1034"              TO CTOT-PROGRAM_NAME
                MOVE WS-RUN-FECHA               TO CTOT-FECHA
                MOVE "LEIDOS T7542600"          TO CTOT-CONTADOR
                MOVE WS-C-ENT-1                  TO CTOT-VALOR
                WRITE REG-SALIDA2 END-WRITE
                MOVE "DUP PARES EVALUADOS"      TO CTOT-CONTADOR
                MOVE WS-C-PARES                  TO CTOT-VALOR
                WRITE REG-SALIDA2 END-WRITE
                MOVE "DUP PARES PROBABLES"      TO CTOT-CONTADOR
                MOVE WS-C-PROBABLES              TO CTOT-VALOR
                WRITE REG-SALIDA2 END-WRITE
                MOVE "DUP CLAVES OMITIDAS"      TO CTOT-CONTADOR
                MOVE WS-C-GRUPOS-OMITIDOS        TO CTOT-VALOR
                WRITE REG-SALIDA2 END-WRITE
                CLOSE SALIDA2 .

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
