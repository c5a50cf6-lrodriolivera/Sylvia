        IDENTIFICATION DIVISION.
        PROGRAM-ID. SFCPMIG1039 .
        AUTHOR.     CONNECTIS-GS.
      * Comparacion campo a campo de dos versiones de un archivo de
      * carga de la cadena (MEMBER, CONTACTS, TRANSACTIONS, ACCRUALS
      * o REDEMPTIONS, segun la tarjeta FARCHIVODIFF), por ejemplo
      * la corrida de produccion contra un ensayo con un parametro o
      * un programa cambiado. Ambas versiones (FVERSIONANTERIOR y
      * FVERSIONNUEVA) se ordenan por su clave natural (MEM_NUM,
      * PARTY_NUMBER, TXN_NUM, ITEM_NUM o TRX_ID) sin encabezados ni
      * trailers y se parean: cada registro agregado, eliminado o
      * campo cambiado va a FDIFERENCIACAMPO (COPY_DIFERENCIA_CAMPO)
      * con el valor anterior y nuevo, y el reporte FREPORTEDIFF
      * resume los cambios por campo y marca (prefijo del MEM_NUM).
      * Con alguna diferencia el programa termina con RETURN-CODE 8:
      * es el visto bueno de regresion antes de pasar un cambio a
      * produccion. Una clave repetida dentro de una version se
      * parea en el orden de lectura.
      * Fecha : 15-10-2026
      * COMPILAR-LINK : cobol.sh SFCPMIG1039
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

                SELECT TARJETA ASSIGN TO EXTERNAL FARCHIVODIFF
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-TARJ-STATUS.

                SELECT ENTRADA1 ASSIGN TO EXTERNAL FVERSIONANTERIOR
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ENT-STATUS.

                SELECT ENTRADA2 ASSIGN TO EXTERNAL FVERSIONNUEVA
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ENT-STATUS.

                SELECT TRABAJO1 ASSIGN TO EXTERNAL FTRABAJODIFF1
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT TRABAJO2 ASSIGN TO EXTERNAL FTRABAJODIFF2
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA1 ASSIGN TO EXTERNAL FDIFERENCIACAMPO
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA2 ASSIGN TO EXTERNAL FREPORTEDIFF
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SORTDIF ASSIGN TO EXTERNAL SORTWKDIFF .

      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *                    =========================                  *
      *---------------------------------------------------------------*

       DATA DIVISION.
      *-------------.

       FILE SECTION.
      *------------.

      *    Tarjeta de control: archivo a comparar.
       FD TARJETA
          RECORDING MODE IS F
          RECORD CONTAINS 12 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-TARJETA .
           05 TARJ-ARCHIVO                      PIC X(12) .

      *    Version anterior y nueva del archivo, al largo maximo de
      *    los layouts de carga (TRANSACTIONS).
       FD ENTRADA1
          RECORDING MODE IS F
          RECORD CONTAINS 501 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA1                         PIC X(501) .

       FD ENTRADA2
          RECORDING MODE IS F
          RECORD CONTAINS 501 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA2                         PIC X(501) .

      *    Versiones ordenadas por clave natural y orden de lectura.
       FD TRABAJO1
          RECORDING MODE IS F
          RECORD CONTAINS 540 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-TRABAJO1 .
           05 TRAB1-CLAVE                       PIC X(30) .
           05 TRAB1-SEQ                         PIC 9(09) .
           05 TRAB1-REG                         PIC X(501) .

       FD TRABAJO2
          RECORDING MODE IS F
          RECORD CONTAINS 540 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-TRABAJO2 .
           05 TRAB2-CLAVE                       PIC X(30) .
           05 TRAB2-SEQ                         PIC 9(09) .
           05 TRAB2-REG                         PIC X(501) .

      *    Detalle de diferencias (COPY_DIFERENCIA_CAMPO).
       FD SALIDA1
          RECORDING MODE IS F
          RECORD CONTAINS 195 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA1 .
           COPY COPY_DIFERENCIA_CAMPO .

      *    Reporte de la comparacion.
       FD SALIDA2
          RECORDING MODE IS F
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA2                          PIC X(80) .

       SD SORTDIF .

       01  REG-SORTDIF .
           05 SDIF-CLAVE                        PIC X(30) .
           05 SDIF-SEQ                          PIC 9(09) .
           05 SDIF-REG                          PIC X(501) .

       WORKING-STORAGE SECTION.
      *-----------------------.

        01 WS-RARAS.
           05 WS-FIN-1                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-2                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-E                          PIC 9(01) VALUE ZEROS .
           05 WS-TARJ-STATUS                    PIC X(02) .
           05 WS-ENT-STATUS                     PIC X(02) .
           05 WS-RC-FINAL                       PIC 9(04) VALUE ZEROS .
           05 WS-C-ENT-1                        PIC 9(12) VALUE ZEROS .
           05 WS-C-ENT-2                        PIC 9(12) VALUE ZEROS .
           05 WS-C-CONTROL-1                    PIC 9(12) VALUE ZEROS .
           05 WS-C-CONTROL-2                    PIC 9(12) VALUE ZEROS .
           05 WS-C-IGUALES                      PIC 9(12) VALUE ZEROS .
           05 WS-C-CAMBIADOS                    PIC 9(12) VALUE ZEROS .
           05 WS-C-AGREGADOS                    PIC 9(12) VALUE ZEROS .
           05 WS-C-ELIMINADOS                   PIC 9(12) VALUE ZEROS .
           05 WS-C-CAMPOS                       PIC 9(12) VALUE ZEROS .
           05 WS-C-SAL-1                        PIC 9(12) VALUE ZEROS .
           05 WS-SEQ                            PIC 9(09) VALUE ZEROS .
           05 WS-CAMBIO-SW                      PIC X(01) .
              88 REGISTRO-CAMBIADO              VALUE "S" .

      *    Registro leido, para reconocer encabezado (firma del
      *    programa) y trailer (fecha + contador), como SFCPMIG1008.
        01 WS-CLASIFICA.
           05 WS-REG-BUF                        PIC X(501) .
           05 WS-REG-BUF-R REDEFINES WS-REG-BUF .
              10 WS-CABEZA-7                    PIC X(07) .
              10 FILLER                         PIC X(494) .
           05 WS-REG-BUF-R2 REDEFINES WS-REG-BUF .
              10 WS-CABEZA-20                   PIC X(20) .
              10 FILLER                         PIC X(481) .

      *    Archivos comparables: nombre, largo del layout, posicion
      *    y largo de la clave natural y posicion del MEM_NUM (o
      *    PARTY_NUMBER) de donde sale la marca. ACCRUALS se parea
      *    por ITEM_NUM y no por TRX_NUM: los saldos de apertura de
      *    un socio comparten la TRX de apertura y una TRX puede
      *    traer varios conceptos, mientras el ITEM_NUM es unico
      *    por acumulacion.
        01 WS-DEF-ARCHIVOS-VALORES.
           05 FILLER                            PIC X(24)
                 VALUE "MEMBER      251028015028" .
           05 FILLER                            PIC X(24)
                 VALUE "CONTACTS    149001015001" .
           05 FILLER                            PIC X(24)
                 VALUE "TRANSACTIONS501021025047" .
           05 FILLER                            PIC X(24)
                 VALUE "ACCRUALS    251012030043" .
           05 FILLER                            PIC X(24)
                 VALUE "REDEMPTIONS 154033025001" .
        01 WS-DEF-ARCHIVOS REDEFINES WS-DEF-ARCHIVOS-VALORES .
           05 WS-DEF-ITEM OCCURS 5 TIMES .
              10 WS-DEF-NOMBRE                  PIC X(12) .
              10 WS-DEF-LARGO                   PIC 9(03) .
              10 WS-DEF-CLAVE-POS               PIC 9(03) .
              10 WS-DEF-CLAVE-LARGO             PIC 9(03) .
              10 WS-DEF-MARCA-POS               PIC 9(03) .

      *    Campos de cada layout (COPY_MEMBER, COPY_CONTACTS,
      *    COPY_TRANSACTIONS, COPY_ACURUALS, COPY_REDEMPTIONS) sin
      *    separadores: archivo, nombre, posicion y largo.
        01 WS-CAMPOS-VALORES.
           05 FILLER                            PIC X(38)
                 VALUE "MEMBER      PROGRAM_NAME        001010" .
           05 FILLER                            PIC X(38)
                 VALUE "MEMBER      PARTY_NUMBER        012015" .
           05 FILLER                            PIC X(38)
                 VALUE "MEMBER      MEM_NUM             028015" .
           05 FILLER                            PIC X(38)
                 VALUE "MEMBER      NAME                044060" .
           05 FILLER                            PIC X(38)
                 VALUE "MEMBER      MEM_TYPE_CODE       105025" .
           05 FILLER                            PIC X(38)
                 VALUE "MEMBER      STATUS_CODE         131023" .
           05 FILLER                            PIC X(38)
                 VALUE "MEMBER      START_DT            155008" .
           05 FILLER                            PIC X(38)
                 VALUE "MEMBER      NAME_MEM            164009" .
           05 FILLER                            PIC X(38)
                 VALUE "MEMBER      ONLY_ACTIVE_FLAG    174001" .
           05 FILLER                            PIC X(38)
                 VALUE "MEMBER      MEM_TIER_NUM        176010" .
           05 FILLER                            PIC X(38)
                 VALUE "MEMBER      NAME_CLASE_MEM      187010" .
           05 FILLER                            PIC X(38)
                 VALUE "MEMBER      START_DT_INI        198010" .
           05 FILLER                            PIC X(38)
                 VALUE "MEMBER      CHAR004             209010" .
           05 FILLER                            PIC X(38)
                 VALUE "MEMBER      CHAR003             220010" .
           05 FILLER                            PIC X(38)
                 VALUE "MEMBER      TIPO_CARGA          231020" .
           05 FILLER                            PIC X(38)
                 VALUE "CONTACTS    PARTY_NUMBER        001015" .
           05 FILLER                            PIC X(38)
                 VALUE "CONTACTS    PERSON_FIRST_NAME   017030" .
           05 FILLER                            PIC X(38)
                 VALUE "CONTACTS    PERSON_LAST_NAME    048030" .
           05 FILLER                            PIC X(38)
                 VALUE "CONTACTS    PARTY_TYPE          079015" .
           05 FILLER                            PIC X(38)
                 VALUE "CONTACTS    COUNTRY             095002" .
           05 FILLER                            PIC X(38)
                 VALUE "CONTACTS    PHONE_NUMBER        098015" .
           05 FILLER                            PIC X(38)
                 VALUE "CONTACTS    EMAIL_ADDRESS       114035" .
           05 FILLER                            PIC X(38)
                 VALUE "TRANSACTIONSRUT                 001008" .
           05 FILLER                            PIC X(38)
                 VALUE "TRANSACTIONSPROGRAM_NAME        010010" .
           05 FILLER                            PIC X(38)
                 VALUE "TRANSACTIONSTXN_NUM             021025" .
           05 FILLER                            PIC X(38)
                 VALUE "TRANSACTIONSMEM_NUM             047015" .
           05 FILLER                            PIC X(38)
                 VALUE "TRANSACTIONSTYPE_CODE           063015" .
           05 FILLER                            PIC X(38)
                 VALUE "TRANSACTIONSSUB_TYPE_CODE       079015" .
           05 FILLER                            PIC X(38)
                 VALUE "TRANSACTIONSSTATUS_CODE         095025" .
           05 FILLER                            PIC X(38)
                 VALUE "TRANSACTIONSAMT_VAL             121015" .
           05 FILLER                            PIC X(38)
                 VALUE "TRANSACTIONSTXN_DT              137008" .
           05 FILLER                            PIC X(38)
                 VALUE "TRANSACTIONSINTERNAL_NAME       146005" .
           05 FILLER                            PIC X(38)
                 VALUE "TRANSACTIONSORG_CODE            152010" .
           05 FILLER                            PIC X(38)
                 VALUE "TRANSACTIONSITEM_NUMBER         163015" .
           05 FILLER                            PIC X(38)
                 VALUE "TRANSACTIONSATT_CHAR010         179015" .
           05 FILLER                            PIC X(38)
                 VALUE "TRANSACTIONSCHANNEL_CODE        195015" .
           05 FILLER                            PIC X(38)
                 VALUE "TRANSACTIONSCURCY_CODE          211003" .
           05 FILLER                            PIC X(38)
                 VALUE "TRANSACTIONSATT_CHAR015         215015" .
           05 FILLER                            PIC X(38)
                 VALUE "TRANSACTIONSATT_CHAR019         231025" .
           05 FILLER                            PIC X(38)
                 VALUE "TRANSACTIONSATT_CHAR011         257010" .
           05 FILLER                            PIC X(38)
                 VALUE "TRANSACTIONSATT_CHAR007         268010" .
           05 FILLER                            PIC X(38)
                 VALUE "TRANSACTIONSATT_NUMBER010       279015" .
           05 FILLER                            PIC X(38)
                 VALUE "TRANSACTIONSATT_NUMBER011       295015" .
           05 FILLER                            PIC X(38)
                 VALUE "TRANSACTIONSATT_NUMBER020       311015" .
           05 FILLER                            PIC X(38)
                 VALUE "TRANSACTIONSATT_NUMBER019       327012" .
           05 FILLER                            PIC X(38)
                 VALUE "TRANSACTIONSATT_NUMBER018       340012" .
           05 FILLER                            PIC X(38)
                 VALUE "TRANSACTIONSATT_NUMBER017       353012" .
           05 FILLER                            PIC X(38)
                 VALUE "TRANSACTIONSATT_NUMBER016       366012" .
           05 FILLER                            PIC X(38)
                 VALUE "TRANSACTIONSATT_NUMBER012       379012" .
           05 FILLER                            PIC X(38)
                 VALUE "TRANSACTIONSATT_NUMBER014       392012" .
           05 FILLER                            PIC X(38)
                 VALUE "TRANSACTIONSATT_NUMBER013       405012" .
           05 FILLER                            PIC X(38)
                 VALUE "TRANSACTIONSATT_NUMBER021       418012" .
           05 FILLER                            PIC X(38)
                 VALUE "TRANSACTIONSATT_NUMBER015       431012" .
           05 FILLER                            PIC X(38)
                 VALUE "TRANSACTIONSATT_CHAR014         444025" .
           05 FILLER                            PIC X(38)
                 VALUE "TRANSACTIONSCOMMENTS            470020" .
           05 FILLER                            PIC X(38)
                 VALUE "TRANSACTIONSCODPROGR            491009" .
           05 FILLER                            PIC X(38)
                 VALUE "TRANSACTIONSTIPO-REG            501001" .
           05 FILLER                            PIC X(38)
                 VALUE "ACCRUALS    MEMBER              001010" .
           05 FILLER                            PIC X(38)
                 VALUE "ACCRUALS    ITEM_NUM            012030" .
           05 FILLER                            PIC X(38)
                 VALUE "ACCRUALS    MEM_NUM             043015" .
           05 FILLER                            PIC X(38)
                 VALUE "ACCRUALS    TRX_NUM             059025" .
           05 FILLER                            PIC X(38)
                 VALUE "ACCRUALS    ACCRUALED_VALUE     085010" .
           05 FILLER                            PIC X(38)
                 VALUE "ACCRUALS    EXPIRED_VALUE       096010" .
           05 FILLER                            PIC X(38)
                 VALUE "ACCRUALS    PROGRAM_NAME        107010" .
           05 FILLER                            PIC X(38)
                 VALUE "ACCRUALS    INTERNAL_NAME       118015" .
           05 FILLER                            PIC X(38)
                 VALUE "ACCRUALS    EXPIRATION_DT       134008" .
           05 FILLER                            PIC X(38)
                 VALUE "ACCRUALS    PROCESS_DT          143008" .
           05 FILLER                            PIC X(38)
                 VALUE "ACCRUALS    NAME_PROMO          152015" .
           05 FILLER                            PIC X(38)
                 VALUE "ACCRUALS    PTSUBTYPE           168010" .
           05 FILLER                            PIC X(38)
                 VALUE "ACCRUALS    QUALIFYNG_FLAG      179001" .
           05 FILLER                            PIC X(38)
                 VALUE "ACCRUALS    REPAID_FLAG         181001" .
           05 FILLER                            PIC X(38)
                 VALUE "ACCRUALS    RET_EFF_DT          183008" .
           05 FILLER                            PIC X(38)
                 VALUE "ACCRUALS    STATUS_CODE         192012" .
           05 FILLER                            PIC X(38)
                 VALUE "ACCRUALS    TYPE_CODE           205010" .
           05 FILLER                            PIC X(38)
                 VALUE "ACCRUALS    USED_VALUE          216010" .
           05 FILLER                            PIC X(38)
                 VALUE "ACCRUALS    ACTION_NOTE         227020" .
           05 FILLER                            PIC X(38)
                 VALUE "ACCRUALS    ORDER_NUM           248003" .
           05 FILLER                            PIC X(38)
                 VALUE "REDEMPTIONS MEM_NUM             001015" .
           05 FILLER                            PIC X(38)
                 VALUE "REDEMPTIONS MEMBER_ID           017015" .
           05 FILLER                            PIC X(38)
                 VALUE "REDEMPTIONS TRX_ID              033025" .
           05 FILLER                            PIC X(38)
                 VALUE "REDEMPTIONS ITEM_NUM            059030" .
           05 FILLER                            PIC X(38)
                 VALUE "REDEMPTIONS VALUE               090010" .
           05 FILLER                            PIC X(38)
                 VALUE "REDEMPTIONS PROGRAM_NAME        101010" .
           05 FILLER                            PIC X(38)
                 VALUE "REDEMPTIONS INTERNAL_NAME       112015" .
           05 FILLER                            PIC X(38)
                 VALUE "REDEMPTIONS NAME                128010" .
           05 FILLER                            PIC X(38)
                 VALUE "REDEMPTIONS TYPE_CODE           139015" .
        01 WS-CAMPOS REDEFINES WS-CAMPOS-VALORES .
           05 WS-CAMPO-ITEM OCCURS 86 TIMES .
              10 WS-CAMPO-ARCHIVO               PIC X(12) .
              10 WS-CAMPO-NOMBRE                PIC X(20) .
              10 WS-CAMPO-POS                   PIC 9(03) .
              10 WS-CAMPO-LARGO                 PIC 9(03) .

        01 WS-ARCHIVO-CTL.
           05 WS-DEF-CANT                       PIC 9(04) COMP
                                                 VALUE 5 .
           05 WS-DEF-IDX                        PIC 9(04) COMP .
           05 WS-DEF-HIT                        PIC 9(04) COMP .
           05 WS-CAMPO-CANT                     PIC 9(04) COMP
                                                 VALUE 86 .
           05 WS-CAMPO-IDX                      PIC 9(04) COMP .
           05 WS-CAMPO-DESDE                    PIC 9(04) COMP .
           05 WS-CAMPO-HASTA                    PIC 9(04) COMP .
           05 WS-ARCHIVO                        PIC X(12) .
           05 WS-LARGO                          PIC 9(03) .
           05 WS-CLAVE-POS                      PIC 9(03) .
           05 WS-CLAVE-LARGO                    PIC 9(03) .
           05 WS-MARCA-POS                      PIC 9(03) .
           05 WS-POS                            PIC 9(03) .
           05 WS-LARGO-CAMPO                    PIC 9(03) .
           05 WS-MARCA                          PIC X(04) .

      *    Resumen de cambios por campo y marca. Codigo de campo 901
      *    = registros agregados, 902 = eliminados, los demas son el
      *    indice del campo en WS-CAMPOS.
        01 WS-RESUMEN.
           05 WS-RES-CANT                       PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-RES-IDX                        PIC 9(04) COMP .
           05 WS-RES-HIT                        PIC 9(04) COMP .
           05 WS-RES-CAMPO-ACT                  PIC 9(03) .
           05 WS-RES-ITEM OCCURS 2000 TIMES .
              10 WS-RES-CAMPO                   PIC 9(03) .
              10 WS-RES-MARCA                   PIC X(04) .
              10 WS-RES-REGISTROS               PIC 9(12) .

        01 WS-REPORTE.
           05 WS-LINEA                          PIC X(80) .
           05 WS-SEPARADOR                      PIC X(80)
                                                 VALUE ALL "-" .
           05 WS-CONTADOR-ED                    PIC ZZZ.ZZZ.ZZZ.ZZ9 .

        PROCEDURE DIVISION .

        MAIN-SEC SECTION.
        PP-MAIN.
                PERFORM 100000-INICIO
                PERFORM 200000-PROCESO
                   UNTIL WS-FIN-1 = 1 AND WS-FIN-2 = 1
                PERFORM 300000-FINAL.
                MOVE WS-RC-FINAL           TO RETURN-CODE
                STOP RUN .

        100000-INICIO .
                PERFORM LEE-TARJETA
                SORT SORTDIF
                     ON ASCENDING KEY SDIF-CLAVE
                                      SDIF-SEQ
                     INPUT PROCEDURE IS CARGA-ANTERIOR
                     GIVING TRABAJO1
                SORT SORTDIF
                     ON ASCENDING KEY SDIF-CLAVE
                                      SDIF-SEQ
                     INPUT PROCEDURE IS CARGA-NUEVA
                     GIVING TRABAJO2
                OPEN INPUT TRABAJO1
                OPEN INPUT TRABAJO2
                OPEN OUTPUT SALIDA1
                OPEN OUTPUT SALIDA2
                PERFORM LEE-01
                PERFORM LEE-02 .

        LEE-TARJETA .
      *         La tarjeta nombra el archivo; uno no definido detiene
      *         la corrida.
                MOVE SPACES                     TO WS-ARCHIVO
                OPEN INPUT TARJETA
                IF WS-TARJ-STATUS = "00"
                   READ TARJETA
                   IF WS-TARJ-STATUS = "00"
                      MOVE TARJ-ARCHIVO         TO WS-ARCHIVO
                   END-IF
                   CLOSE TARJETA
                END-IF
                MOVE ZEROS                      TO WS-DEF-HIT
                PERFORM COMPARA-ARCHIVO
                   VARYING WS-DEF-IDX FROM 1 BY 1
                   UNTIL WS-DEF-IDX > WS-DEF-CANT
                      OR WS-DEF-HIT > ZEROS
                IF WS-DEF-HIT = ZEROS
                   DISPLAY "ARCHIVO A COMPARAR NO DEFINIDO: "
                           WS-ARCHIVO
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE WS-DEF-LARGO (WS-DEF-HIT)  TO WS-LARGO
                MOVE WS-DEF-CLAVE-POS (WS-DEF-HIT) TO WS-CLAVE-POS
                MOVE WS-DEF-CLAVE-LARGO (WS-DEF-HIT) TO WS-CLAVE-LARGO
                MOVE WS-DEF-MARCA-POS (WS-DEF-HIT) TO WS-MARCA-POS
                MOVE ZEROS                      TO WS-CAMPO-DESDE
                MOVE ZEROS                      TO WS-CAMPO-HASTA
                PERFORM UBICA-CAMPOS
                   VARYING WS-CAMPO-IDX FROM 1 BY 1
                   UNTIL WS-CAMPO-IDX > WS-CAMPO-CANT .

        COMPARA-ARCHIVO .
                IF WS-DEF-NOMBRE (WS-DEF-IDX) = WS-ARCHIVO
                   MOVE WS-DEF-IDX              TO WS-DEF-HIT
                END-IF .

        UBICA-CAMPOS .
                IF WS-CAMPO-ARCHIVO (WS-CAMPO-IDX) = WS-ARCHIVO
                   IF WS-CAMPO-DESDE = ZEROS
                      MOVE WS-CAMPO-IDX         TO WS-CAMPO-DESDE
                   END-IF
                   MOVE WS-CAMPO-IDX            TO WS-CAMPO-HASTA
                END-IF .

        CARGA-ANTERIOR .
                OPEN INPUT ENTRADA1
                IF WS-ENT-STATUS NOT = "00"
                   DISPLAY "VERSION ANTERIOR NO DISPONIBLE"
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE ZEROS                      TO WS-FIN-E
                MOVE ZEROS                      TO WS-SEQ
                PERFORM LEE-ANTERIOR
                PERFORM LIBERA-ANTERIOR UNTIL WS-FIN-E = 1
                CLOSE ENTRADA1 .

        LEE-ANTERIOR .
                READ ENTRADA1 AT END MOVE 1     TO WS-FIN-E .

        LIBERA-ANTERIOR .
                MOVE REG-ENTRADA1               TO WS-REG-BUF
                IF WS-CABEZA-7 = "SFCPMIG"
                   OR WS-CABEZA-20 IS NUMERIC
                   ADD 1                        TO WS-C-CONTROL-1
                ELSE
                   ADD 1                        TO WS-C-ENT-1
                   PERFORM LIBERA-REGISTRO
                END-IF
                PERFORM LEE-ANTERIOR .

        CARGA-NUEVA .
                OPEN INPUT ENTRADA2
                IF WS-ENT-STATUS NOT = "00"
                   DISPLAY "VERSION NUEVA NO DISPONIBLE"
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE ZEROS                      TO WS-FIN-E
                MOVE ZEROS                      TO WS-SEQ
                PERFORM LEE-NUEVA
                PERFORM LIBERA-NUEVA UNTIL WS-FIN-E = 1
                CLOSE ENTRADA2 .

        LEE-NUEVA .
                READ ENTRADA2 AT END MOVE 1     TO WS-FIN-E .

        LIBERA-NUEVA .
                MOVE REG-ENTRADA2               TO WS-REG-BUF
                IF WS-CABEZA-7 = "SFCPMIG"
                   OR WS-CABEZA-20 IS NUMERIC
                   ADD 1                        TO WS-C-CONTROL-2
                ELSE
                   ADD 1                        TO WS-C-ENT-2
                   PERFORM LIBERA-REGISTRO
                END-IF
                PERFORM LEE-NUEVA .

        LIBERA-REGISTRO .
                ADD 1                           TO WS-SEQ
                MOVE SPACES                     TO SDIF-CLAVE
                MOVE WS-REG-BUF (WS-CLAVE-POS:WS-CLAVE-LARGO) TO
                     SDIF-CLAVE
                MOVE WS-SEQ                     TO SDIF-SEQ
                MOVE WS-REG-BUF                 TO SDIF-REG
                RELEASE REG-SORTDIF .

        LEE-01 .
                READ TRABAJO1 AT END MOVE 1     TO WS-FIN-1 .
                IF WS-FIN-1 = 1
                   MOVE HIGH-VALUES             TO TRAB1-CLAVE
                END-IF .

        LEE-02 .
                READ TRABAJO2 AT END MOVE 1     TO WS-FIN-2 .
                IF WS-FIN-2 = 1
                   MOVE HIGH-VALUES             TO TRAB2-CLAVE
                END-IF .

        200000-PROCESO .
                EVALUATE TRUE
                   WHEN TRAB1-CLAVE < TRAB2-CLAVE
                      PERFORM GRABA-ELIMINADO
                      PERFORM LEE-01
                   WHEN TRAB1-CLAVE > TRAB2-CLAVE
                      PERFORM GRABA-AGREGADO
                      PERFORM LEE-02
                   WHEN OTHER
                      PERFORM COMPARA-REGISTRO
                      PERFORM LEE-01
                      PERFORM LEE-02
                END-EVALUATE .

        GRABA-ELIMINADO .
                ADD 1                           TO WS-C-ELIMINADOS
                MOVE TRAB1-REG (WS-MARCA-POS:4) TO WS-MARCA
                MOVE 902                        TO WS-RES-CAMPO-ACT
                PERFORM ACUMULA-RESUMEN
                MOVE SPACES                     TO REG-SALIDA1
                MOVE WS-ARCHIVO                 TO DIFC-ARCHIVO
                MOVE TRAB1-CLAVE                TO DIFC-CLAVE
                MOVE WS-MARCA                   TO DIFC-MARCA
                MOVE "ELIMINADO"                TO DIFC-RESULTADO
                MOVE TRAB1-REG                  TO DIFC-ANTES
                PERFORM GRABA-DIFERENCIA .

        GRABA-AGREGADO .
                ADD 1                           TO WS-C-AGREGADOS
                MOVE TRAB2-REG (WS-MARCA-POS:4) TO WS-MARCA
                MOVE 901                        TO WS-RES-CAMPO-ACT
                PERFORM ACUMULA-RESUMEN
                MOVE SPACES                     TO REG-SALIDA1
                MOVE WS-ARCHIVO                 TO DIFC-ARCHIVO
                MOVE TRAB2-CLAVE                TO DIFC-CLAVE
                MOVE WS-MARCA                   TO DIFC-MARCA
                MOVE "AGREGADO"                 TO DIFC-RESULTADO
                MOVE TRAB2-REG                  TO DIFC-DESPUES
                PERFORM GRABA-DIFERENCIA .

        COMPARA-REGISTRO .
                MOVE "N"                        TO WS-CAMBIO-SW
                MOVE TRAB2-REG (WS-MARCA-POS:4) TO WS-MARCA
                PERFORM COMPARA-CAMPO
                   VARYING WS-CAMPO-IDX FROM WS-CAMPO-DESDE BY 1
                   UNTIL WS-CAMPO-IDX > WS-CAMPO-HASTA
                IF REGISTRO-CAMBIADO
                   ADD 1                        TO WS-C-CAMBIADOS
                ELSE
                   ADD 1                        TO WS-C-IGUALES
                END-IF .

        COMPARA-CAMPO .
                MOVE WS-CAMPO-POS (WS-CAMPO-IDX)   TO WS-POS
                MOVE WS-CAMPO-LARGO (WS-CAMPO-IDX) TO WS-LARGO-CAMPO
                IF WS-POS NOT = WS-CLAVE-POS
                   AND TRAB1-REG (WS-POS:WS-LARGO-CAMPO) NOT =
                       TRAB2-REG (WS-POS:WS-LARGO-CAMPO)
                   MOVE "S"                     TO WS-CAMBIO-SW
                   ADD 1                        TO WS-C-CAMPOS
                   MOVE WS-CAMPO-IDX            TO WS-RES-CAMPO-ACT
                   PERFORM ACUMULA-RESUMEN
                   MOVE SPACES                  TO REG-SALIDA1
                   MOVE WS-ARCHIVO              TO DIFC-ARCHIVO
                   MOVE TRAB2-CLAVE             TO DIFC-CLAVE
                   MOVE WS-MARCA                TO DIFC-MARCA
                   MOVE "CAMBIADO"              TO DIFC-RESULTADO
                   MOVE WS-CAMPO-NOMBRE (WS-CAMPO-IDX) TO DIFC-CAMPO
                   MOVE TRAB1-REG (WS-POS:WS-LARGO-CAMPO) TO
                        DIFC-ANTES
                   MOVE TRAB2-REG (WS-POS:WS-LARGO-CAMPO) TO
                        DIFC-DESPUES
                   PERFORM GRABA-DIFERENCIA
                END-IF .

        GRABA-DIFERENCIA .
                ADD 1                           TO WS-C-SAL-1
                MOVE 8                          TO WS-RC-FINAL
                WRITE REG-SALIDA1 END-WRITE .

        ACUMULA-RESUMEN .
                MOVE ZEROS                      TO WS-RES-HIT
                PERFORM COMPARA-RESUMEN
                   VARYING WS-RES-IDX FROM 1 BY 1
                   UNTIL WS-RES-IDX > WS-RES-CANT
                      OR WS-RES-HIT > ZEROS
                IF WS-RES-HIT = ZEROS
                   ADD 1                        TO WS-RES-CANT
                   IF WS-RES-CANT > 2000
                      DISPLAY "RESUMEN POR CAMPO Y MARCA EXCEDIDO"
                      DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                      DISPLAY "---------------------------------"
                      MOVE 1                   TO RETURN-CODE
                      STOP RUN
                   END-IF
                   MOVE WS-RES-CANT             TO WS-RES-HIT
                   MOVE WS-RES-CAMPO-ACT        TO
                        WS-RES-CAMPO (WS-RES-HIT)
                   MOVE WS-MARCA                TO
                        WS-RES-MARCA (WS-RES-HIT)
                   MOVE ZEROS                   TO
                        WS-RES-REGISTROS (WS-RES-HIT)
                END-IF
                ADD 1                           TO
                    WS-RES-REGISTROS (WS-RES-HIT) .

        COMPARA-RESUMEN .
                IF WS-RES-CAMPO (WS-RES-IDX) = WS-RES-CAMPO-ACT
                   AND WS-RES-MARCA (WS-RES-IDX) = WS-MARCA
                   MOVE WS-RES-IDX              TO WS-RES-HIT
                END-IF .

        300000-FINAL .
                CLOSE TRABAJO1
                CLOSE TRABAJO2
                CLOSE SALIDA1
                MOVE SPACES                     TO WS-LINEA
                STRING "COMPARACION DE VERSIONES - ARCHIVO "
                                                DELIMITED BY SIZE
                       WS-ARCHIVO               DELIMITED BY SPACES
                                                INTO WS-LINEA
                END-STRING
                PERFORM IMPRIME-LINEA
                MOVE WS-SEPARADOR               TO WS-LINEA
                PERFORM IMPRIME-LINEA
                MOVE "REGISTROS VERSION ANTERIOR" TO WS-LINEA
                MOVE WS-C-ENT-1                 TO WS-CONTADOR-ED
                PERFORM IMPRIME-TOTAL
                MOVE "REGISTROS VERSION NUEVA"  TO WS-LINEA
                MOVE WS-C-ENT-2                 TO WS-CONTADOR-ED
                PERFORM IMPRIME-TOTAL
                MOVE "REGISTROS IGUALES"        TO WS-LINEA
                MOVE WS-C-IGUALES               TO WS-CONTADOR-ED
                PERFORM IMPRIME-TOTAL
                MOVE "REGISTROS CAMBIADOS"      TO WS-LINEA
                MOVE WS-C-CAMBIADOS             TO WS-CONTADOR-ED
                PERFORM IMPRIME-TOTAL
                MOVE "CAMPOS CAMBIADOS"         TO WS-LINEA
                MOVE WS-C-CAMPOS                TO WS-CONTADOR-ED
                PERFORM IMPRIME-TOTAL
                MOVE "REGISTROS AGREGADOS"      TO WS-LINEA
                MOVE WS-C-AGREGADOS             TO WS-CONTADOR-ED
                PERFORM IMPRIME-TOTAL
                MOVE "REGISTROS ELIMINADOS"     TO WS-LINEA
                MOVE WS-C-ELIMINADOS            TO WS-CONTADOR-ED
                PERFORM IMPRIME-TOTAL
                MOVE WS-SEPARADOR               TO WS-LINEA
                PERFORM IMPRIME-LINEA
                MOVE "RESUMEN POR CAMPO Y MARCA" TO WS-LINEA
                PERFORM IMPRIME-LINEA
                MOVE "CAMPO                MARCA       REGISTROS"
                                                TO WS-LINEA
                PERFORM IMPRIME-LINEA
                MOVE 901                        TO WS-RES-CAMPO-ACT
                PERFORM IMPRIME-CAMPO
                MOVE 902                        TO WS-RES-CAMPO-ACT
                PERFORM IMPRIME-CAMPO
                PERFORM IMPRIME-CAMPOS-LAYOUT
                   VARYING WS-CAMPO-IDX FROM WS-CAMPO-DESDE BY 1
                   UNTIL WS-CAMPO-IDX > WS-CAMPO-HASTA
                MOVE WS-SEPARADOR               TO WS-LINEA
                PERFORM IMPRIME-LINEA
                IF WS-RC-FINAL = ZEROS
                   MOVE "VERSIONES IDENTICAS"   TO WS-LINEA
                ELSE
                   MOVE "VERSIONES CON DIFERENCIAS - REVISAR ANTES DE"
                                                TO WS-LINEA
                   MOVE " PASAR A PRODUCCION"   TO WS-LINEA (45:19)
                END-IF
                PERFORM IMPRIME-LINEA
                CLOSE SALIDA2
                display "Registros Version Anterior= " WS-C-ENT-1 .
                display "Registros Version Nueva   = " WS-C-ENT-2 .
                display "Registros Iguales         = " WS-C-IGUALES .
                display "Registros Cambiados       = " WS-C-CAMBIADOS .
                display "Registros Agregados       = " WS-C-AGREGADOS .
                display "Registros Eliminados      = " WS-C-ELIMINADOS .
                display "Diferencias Grabadas      = " WS-C-SAL-1 .

        IMPRIME-CAMPOS-LAYOUT .
                MOVE WS-CAMPO-IDX               TO WS-RES-CAMPO-ACT
                PERFORM IMPRIME-CAMPO .

        IMPRIME-CAMPO .
                PERFORM IMPRIME-RESUMEN
                   VARYING WS-RES-IDX FROM 1 BY 1
                   UNTIL WS-RES-IDX > WS-RES-CANT .

        IMPRIME-RESUMEN .
                IF WS-RES-CAMPO (WS-RES-IDX) = WS-RES-CAMPO-ACT
                   MOVE SPACES                  TO WS-LINEA
                   EVALUATE WS-RES-CAMPO-ACT
                      WHEN 901
                         MOVE "(AGREGADOS)"     TO WS-LINEA (1:20)
                      WHEN 902
                         MOVE "(ELIMINADOS)"    TO WS-LINEA (1:20)
                      WHEN OTHER
                         MOVE WS-CAMPO-NOMBRE (WS-RES-CAMPO-ACT) TO
                              WS-LINEA (1:20)
                   END-EVALUATE
                   MOVE WS-RES-MARCA (WS-RES-IDX) TO WS-LINEA (22:4)
                   MOVE WS-RES-REGISTROS (WS-RES-IDX) TO
                        WS-CONTADOR-ED
                   MOVE WS-CONTADOR-ED          TO WS-LINEA (27:15)
                   PERFORM IMPRIME-LINEA
                END-IF .

        IMPRIME-TOTAL .
                MOVE WS-CONTADOR-ED             TO WS-LINEA (30:15)
                PERFORM IMPRIME-LINEA .

        IMPRIME-LINEA .
                MOVE WS-LINEA                   TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE
                MOVE SPACES                     TO WS-LINEA .
