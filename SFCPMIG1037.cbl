        IDENTIFICATION DIVISION.
        PROGRAM-ID. SFCPMIG1037 .
        AUTHOR.     CONNECTIS-GS.
      * Mantencion de las tablas de parametros de la cadena SFCPMIG
      * (FMARCA, FTIERMAP, FTIEROFFSET, FCONCONCE_PG, FUMBRAL,
      * FTOLERANCIA, FVALORPUNTO, etc.) mediante transacciones de
      * alta/cambio/baja (COPY_TRANS_PARAMETRO) con control de cuatro
      * ojos: cada transaccion trae solicitante, aprobador y fecha
      * efectiva, y solo se aplica si el aprobador es distinto del
      * solicitante. Cada paso mantiene UNA tabla, la que nombra la
      * tarjeta FTABLAPARAM: lee la tabla vigente (FTABLAACTUAL),
      * aplica en orden las transacciones de esa tabla ya vigentes a
      * la fecha de negocio y graba la tabla nueva (FTABLANUEVA).
      * Las transacciones de otras tablas y las de fecha efectiva
      * futura pasan a FTRANSPARAMPEND, que es la entrada del paso
      * siguiente (o de la proxima noche). Toda transaccion aplicada
      * o rechazada queda en la bitacora permanente FAUDITPARAM
      * (COPY_AUDITORIA_PARAMETRO) con la imagen antes/despues, y la
      * corrida imprime su reporte de cambios para Auditoria Interna.
      * La tabla nueva debe pasar por SFCPMIG1027 antes de usarse.
      * Fecha : 15-10-2026
      * COMPILAR-LINK : cobol.sh SFCPMIG1037
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

                SELECT TARJETA ASSIGN TO EXTERNAL FTABLAPARAM
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-TARJ-STATUS.

                SELECT ENTRADA1 ASSIGN TO EXTERNAL FTRANSPARAM
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-TRANS-STATUS.

                SELECT ENTRADA2 ASSIGN TO EXTERNAL FTABLAACTUAL
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-TABLA-STATUS.

                SELECT SALIDA1 ASSIGN TO EXTERNAL FTABLANUEVA
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA2 ASSIGN TO EXTERNAL FTRANSPARAMPEND
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA3 ASSIGN TO EXTERNAL FAUDITPARAM
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-AUDPAR-STATUS.

                SELECT SALIDA4 ASSIGN TO EXTERNAL FREPORTEPARAM
                       ORGANIZATION LINE SEQUENTIAL.

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

      *    Tarjeta de control: nombre de la tabla que mantiene este
      *    paso (mismo nombre que TRPAR-TABLA).
       FD TARJETA
          RECORDING MODE IS F
          RECORD CONTAINS 20 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-TARJETA .
           05 TARJ-TABLA                        PIC X(20) .

      *    Transacciones de mantencion (COPY_TRANS_PARAMETRO).
       FD ENTRADA1
          RECORDING MODE IS F
          RECORD CONTAINS 119 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA1 .
           COPY COPY_TRANS_PARAMETRO .

      *    Tabla vigente; el largo real del registro lo da la
      *    definicion de la tabla (WS-DEF-TABLAS).
       FD ENTRADA2
          RECORDING MODE IS F
          RECORD CONTAINS 70 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA2                          PIC X(70) .

      *    Tabla nueva con las transacciones aplicadas.
       FD SALIDA1
          RECORDING MODE IS F
          RECORD CONTAINS 70 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA1                           PIC X(70) .

      *    Transacciones que siguen pendientes (otras tablas o fecha
      *    efectiva futura), mismo layout que la entrada.
       FD SALIDA2
          RECORDING MODE IS F
          RECORD CONTAINS 119 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA2                           PIC X(119) .

      *    Bitacora permanente de cambios (COPY_AUDITORIA_PARAMETRO).
       FD SALIDA3
          RECORDING MODE IS F
          RECORD CONTAINS 232 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA3 .
           COPY COPY_AUDITORIA_PARAMETRO .

      *    Reporte de cambios de la corrida.
       FD SALIDA4
          RECORDING MODE IS F
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA4                           PIC X(80) .

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
           05 WS-TARJ-STATUS                    PIC X(02) .
           05 WS-TRANS-STATUS                   PIC X(02) .
           05 WS-TABLA-STATUS                   PIC X(02) .
           05 WS-AUDPAR-STATUS                  PIC X(02) .
           05 WS-C-ENT-1                        PIC 9(12) VALUE ZEROS .
           05 WS-C-ENT-2                        PIC 9(12) VALUE ZEROS .
           05 WS-C-APLICADAS                    PIC 9(12) VALUE ZEROS .
           05 WS-C-RECHAZADAS                   PIC 9(12) VALUE ZEROS .
           05 WS-C-DIFERIDAS                    PIC 9(12) VALUE ZEROS .
           05 WS-C-OTRAS-TABLAS                 PIC 9(12) VALUE ZEROS .
           05 WS-C-SAL-1                        PIC 9(12) VALUE ZEROS .
           05 WS-RUN-ID                         PIC X(14) .
           05 WS-TIMESTAMP                      PIC X(21) .
           05 WS-TIMESTAMP-R REDEFINES WS-TIMESTAMP .
              10 WS-TS-FECHA-HORA               PIC X(14) .
              10 FILLER                         PIC X(07) .

      *    Definicion de las tablas mantenibles: nombre (igual al de
      *    su copy), largo del registro y largo de la clave, que
      *    ocupa siempre los primeros bytes. Clave cero = tabla de
      *    un solo registro (el cambio reemplaza ese registro).
        01 WS-DEF-TABLAS-VALORES.
           05 FILLER                            PIC X(26)
                        VALUE "MARCA               026009" .
           05 FILLER                            PIC X(26)
                        VALUE "TIER_MAP            020010" .
           05 FILLER                            PIC X(26)
                        VALUE "TIER_OFFSET         011009" .
           05 FILLER                            PIC X(26)
                        VALUE "CONCONCE_PG         008008" .
           05 FILLER                            PIC X(26)
                        VALUE "UMBRAL              023020" .
           05 FILLER                            PIC X(26)
                        VALUE "TOLERANCIA          003000" .
           05 FILLER                            PIC X(26)
                        VALUE "VALOR_PUNTO         019010" .
           05 FILLER                            PIC X(26)
                        VALUE "PARMRECICLO         002000" .
           05 FILLER                            PIC X(26)
                        VALUE "UMBRAL_RIESGO       039030" .
           05 FILLER                            PIC X(26)
                        VALUE "TASA_ACUMULACION    049028" .
           05 FILLER                            PIC X(26)
                        VALUE "PROMOCION           059025" .
           05 FILLER                            PIC X(26)
                        VALUE "CATALOGO_PREMIO     063018" .
           05 FILLER                            PIC X(26)
                        VALUE "REGLA_RECHAZO       040020" .
           05 FILLER                            PIC X(26)
                        VALUE "POLITICA_FALLECIDO  013000" .
           05 FILLER                            PIC X(26)
                        VALUE "HORIZONTE           008000" .
           05 FILLER                            PIC X(26)
                        VALUE "FECHA_CORTE         008000" .
        01 WS-DEF-TABLAS REDEFINES WS-DEF-TABLAS-VALORES .
           05 WS-DEF-ITEM OCCURS 16 TIMES .
              10 WS-DEF-NOMBRE                  PIC X(20) .
              10 WS-DEF-LARGO                   PIC 9(03) .
              10 WS-DEF-CLAVE                   PIC 9(03) .

      *    Tabla en mantencion, cargada completa en memoria. Una
      *    baja marca el registro y no lo graba en la tabla nueva;
      *    las altas se agregan al final para no mover la posicion
      *    de los registros existentes.
        01 WS-TABLA.
           05 WS-DEF-CANT                       PIC 9(04) COMP
                                                 VALUE 16 .
           05 WS-DEF-IDX                        PIC 9(04) COMP .
           05 WS-DEF-HIT                        PIC 9(04) COMP .
           05 WS-TABLA-NOMBRE                   PIC X(20) .
           05 WS-TABLA-LARGO                    PIC 9(03) .
           05 WS-CLAVE-LARGO                    PIC 9(03) .
           05 WS-TAB-CANT                       PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-TAB-IDX                        PIC 9(04) COMP .
           05 WS-TAB-HIT                        PIC 9(04) COMP .
           05 WS-TAB-ITEM OCCURS 500 TIMES .
              10 WS-TAB-REG                     PIC X(70) .
              10 WS-TAB-BAJA                    PIC X(01) .
                 88 REGISTRO-DADO-DE-BAJA       VALUE "S" .

      *    Transaccion en proceso.
        01 WS-TRANSACCION.
           05 WS-MOTIVO                         PIC X(20) .
           05 WS-IMAGEN-ANTES                   PIC X(70) .
           05 WS-IMAGEN-DESPUES                 PIC X(70) .

      *    Validacion de calendario comun de la cadena
      *    (COPY_VALIDA_FECHA), para la fecha efectiva.
        01 WS-VALIDA-FECHA.
           COPY COPY_VALIDA_FECHA .

      *    Lineas del reporte de cambios.
        01 WS-REPORTE.
           05 WS-LINEA                          PIC X(80) .
           05 WS-SEPARADOR                      PIC X(80)
                                                 VALUE ALL "-" .
           05 WS-CONTADOR-ED                    PIC ZZZ.ZZZ.ZZ9 .

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
                PERFORM 200000-PROCESO UNTIL WS-FIN-1 = 1
                PERFORM 300000-FINAL.
                MOVE ZEROS                 TO RETURN-CODE
                STOP RUN .

        100000-INICIO .
                MOVE FUNCTION CURRENT-DATE      TO WS-TIMESTAMP
                MOVE WS-TS-FECHA-HORA           TO WS-RUN-ID
                PERFORM LEE-FECHA-NEGOCIO
                MOVE WS-FECHA-NEGOCIO           TO WS-RUN-ID (1:8)
                PERFORM LEE-TARJETA
                PERFORM CARGA-TABLA
                OPEN INPUT ENTRADA1
                IF WS-TRANS-STATUS NOT = "00"
                   DISPLAY "ARCHIVO DE TRANSACCIONES NO DISPONIBLE"
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                OPEN OUTPUT SALIDA2
                OPEN EXTEND SALIDA3
                IF WS-AUDPAR-STATUS NOT = "00"
                   OPEN OUTPUT SALIDA3
                END-IF
                OPEN OUTPUT SALIDA4
                MOVE SPACES                     TO WS-LINEA
                STRING "MANTENCION DE PARAMETROS - TABLA "
                                                DELIMITED BY SIZE
                       WS-TABLA-NOMBRE          DELIMITED BY SPACES
                       "  FECHA NEGOCIO "       DELIMITED BY SIZE
                       WS-FECHA-NEGOCIO         DELIMITED BY SIZE
                                                INTO WS-LINEA
                END-STRING
                MOVE WS-LINEA                   TO REG-SALIDA4
                WRITE REG-SALIDA4 END-WRITE
                MOVE SPACES                     TO WS-LINEA
                STRING "RUN-ID "                DELIMITED BY SIZE
                       WS-RUN-ID                DELIMITED BY SIZE
                       "  REGISTROS VIGENTES "  DELIMITED BY SIZE
                                                INTO WS-LINEA
                END-STRING
                MOVE WS-C-ENT-2                 TO WS-CONTADOR-ED
                MOVE WS-CONTADOR-ED             TO WS-LINEA (43:11)
                MOVE WS-LINEA                   TO REG-SALIDA4
                WRITE REG-SALIDA4 END-WRITE
                MOVE WS-SEPARADOR               TO REG-SALIDA4
                WRITE REG-SALIDA4 END-WRITE
                MOVE SPACES                     TO WS-LINEA
                MOVE "A TABLA"                  TO WS-LINEA (1:7)
                MOVE "SOLICITA   APRUEBA    EFECTIVA RESULTADO"
                                                TO WS-LINEA (24:40)
                MOVE WS-LINEA                   TO REG-SALIDA4
                WRITE REG-SALIDA4 END-WRITE
                MOVE WS-SEPARADOR               TO REG-SALIDA4
                WRITE REG-SALIDA4 END-WRITE
                PERFORM LEE-01 .

        LEE-TARJETA .
      *         La tarjeta nombra la tabla de este paso; una tabla
      *         que no este definida detiene la corrida.
                MOVE SPACES                     TO WS-TABLA-NOMBRE
                OPEN INPUT TARJETA
                IF WS-TARJ-STATUS = "00"
                   READ TARJETA
                   IF WS-TARJ-STATUS = "00"
                      MOVE TARJ-TABLA           TO WS-TABLA-NOMBRE
                   END-IF
                   CLOSE TARJETA
                END-IF
                MOVE WS-TABLA-NOMBRE            TO TRPAR-TABLA
                PERFORM BUSCA-DEFINICION
                IF WS-DEF-HIT = ZEROS
                   DISPLAY "TABLA DE PARAMETROS NO DEFINIDA: "
                           WS-TABLA-NOMBRE
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE WS-DEF-LARGO (WS-DEF-HIT)  TO WS-TABLA-LARGO
                MOVE WS-DEF-CLAVE (WS-DEF-HIT)  TO WS-CLAVE-LARGO .

        BUSCA-DEFINICION .
                MOVE ZEROS                      TO WS-DEF-HIT
                PERFORM COMPARA-DEFINICION
                   VARYING WS-DEF-IDX FROM 1 BY 1
                   UNTIL WS-DEF-IDX > WS-DEF-CANT
                      OR WS-DEF-HIT > ZEROS .

        COMPARA-DEFINICION .
                IF WS-DEF-NOMBRE (WS-DEF-IDX) = TRPAR-TABLA
                   MOVE WS-DEF-IDX              TO WS-DEF-HIT
                END-IF .

        CARGA-TABLA .
      *         Sin tabla vigente (tabla nueva) se parte vacia.
                OPEN INPUT ENTRADA2
                IF WS-TABLA-STATUS = "00"
                   PERFORM LEE-02
                   PERFORM CARGA-REGISTRO UNTIL WS-FIN-2 = 1
                   CLOSE ENTRADA2
                END-IF .

        LEE-02 .
                READ ENTRADA2 AT END MOVE 1     TO WS-FIN-2 .

        CARGA-REGISTRO .
                ADD 1                           TO WS-C-ENT-2
                ADD 1                           TO WS-TAB-CANT
                IF WS-TAB-CANT > 500
                   DISPLAY "TABLA DE PARAMETROS EXCEDE SU CAPACIDAD"
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE SPACES                     TO
                     WS-TAB-REG (WS-TAB-CANT)
                MOVE REG-ENTRADA2 (1:WS-TABLA-LARGO) TO
                     WS-TAB-REG (WS-TAB-CANT)
                MOVE "N"                        TO
                     WS-TAB-BAJA (WS-TAB-CANT)
                PERFORM LEE-02 .

        LEE-01 .
                READ ENTRADA1 AT END MOVE 1     TO WS-FIN-1 .
                IF WS-FIN-1 = ZEROS
                   ADD 1                        TO WS-C-ENT-1
                END-IF .

        200000-PROCESO .
      *         Una transaccion de otra tabla o con fecha efectiva
      *         futura sigue pendiente; una de tabla desconocida se
      *         rechaza en el primer paso que la lee.
                MOVE SPACES                     TO WS-IMAGEN-ANTES
                MOVE SPACES                     TO WS-IMAGEN-DESPUES
                PERFORM BUSCA-DEFINICION
                EVALUATE TRUE
                   WHEN WS-DEF-HIT = ZEROS
                      MOVE "TABLA DESCONOCIDA"  TO WS-MOTIVO
                      PERFORM RECHAZA-TRANSACCION
                   WHEN TRPAR-TABLA NOT = WS-TABLA-NOMBRE
                      ADD 1                     TO WS-C-OTRAS-TABLAS
                      WRITE REG-SALIDA2 FROM REG-ENTRADA1
                      END-WRITE
                   WHEN OTHER
                      PERFORM PROCESA-TRANSACCION
                END-EVALUATE
                PERFORM LEE-01 .

        PROCESA-TRANSACCION .
                MOVE TRPAR-FECHA-EFECTIVA       TO VFECHA-ENTRADA
                PERFORM VALIDA-FECHA
                EVALUATE TRUE
                   WHEN TRPAR-SOLICITANTE = SPACES
                      MOVE "SIN SOLICITANTE"    TO WS-MOTIVO
                      PERFORM RECHAZA-TRANSACCION
                   WHEN TRPAR-APROBADOR = SPACES
                      MOVE "SIN APROBADOR"      TO WS-MOTIVO
                      PERFORM RECHAZA-TRANSACCION
                   WHEN TRPAR-APROBADOR = TRPAR-SOLICITANTE
                      MOVE "MISMO APROBADOR"    TO WS-MOTIVO
                      PERFORM RECHAZA-TRANSACCION
                   WHEN NOT FECHA-ES-VALIDA
                      MOVE "FECHA INVALIDA"     TO WS-MOTIVO
                      PERFORM RECHAZA-TRANSACCION
                   WHEN NOT TRPAR-ES-ALTA
                        AND NOT TRPAR-ES-CAMBIO
                        AND NOT TRPAR-ES-BAJA
                      MOVE "ACCION INVALIDA"    TO WS-MOTIVO
                      PERFORM RECHAZA-TRANSACCION
                   WHEN WS-CLAVE-LARGO > ZEROS
                        AND TRPAR-REGISTRO (1:WS-CLAVE-LARGO) = SPACES
                      MOVE "CLAVE EN BLANCO"    TO WS-MOTIVO
                      PERFORM RECHAZA-TRANSACCION
                   WHEN TRPAR-FECHA-EFECTIVA > WS-FECHA-NEGOCIO
                      ADD 1                     TO WS-C-DIFERIDAS
                      WRITE REG-SALIDA2 FROM REG-ENTRADA1
                      END-WRITE
                      MOVE "DIFERIDA"           TO WS-MOTIVO
                      PERFORM IMPRIME-TRANSACCION
                   WHEN OTHER
                      PERFORM APLICA-TRANSACCION
                END-EVALUATE .

        APLICA-TRANSACCION .
                PERFORM BUSCA-CLAVE
                IF WS-TAB-HIT > ZEROS
                   MOVE WS-TAB-REG (WS-TAB-HIT) TO WS-IMAGEN-ANTES
                END-IF
                EVALUATE TRUE
                   WHEN TRPAR-ES-ALTA AND WS-TAB-HIT > ZEROS
                      MOVE "CLAVE YA EXISTE"    TO WS-MOTIVO
                      PERFORM RECHAZA-TRANSACCION
                   WHEN NOT TRPAR-ES-ALTA AND WS-TAB-HIT = ZEROS
                      MOVE "CLAVE NO EXISTE"    TO WS-MOTIVO
                      PERFORM RECHAZA-TRANSACCION
                   WHEN TRPAR-ES-ALTA AND WS-TAB-CANT = 500
                      MOVE "TABLA LLENA"        TO WS-MOTIVO
                      PERFORM RECHAZA-TRANSACCION
                   WHEN TRPAR-ES-ALTA
                      ADD 1                     TO WS-TAB-CANT
                      MOVE TRPAR-REGISTRO (1:WS-TABLA-LARGO) TO
                           WS-IMAGEN-DESPUES
                      MOVE WS-IMAGEN-DESPUES    TO
                           WS-TAB-REG (WS-TAB-CANT)
                      MOVE "N"                  TO
                           WS-TAB-BAJA (WS-TAB-CANT)
                      PERFORM ACEPTA-TRANSACCION
                   WHEN TRPAR-ES-CAMBIO
                      MOVE TRPAR-REGISTRO (1:WS-TABLA-LARGO) TO
                           WS-IMAGEN-DESPUES
                      MOVE WS-IMAGEN-DESPUES    TO
                           WS-TAB-REG (WS-TAB-HIT)
                      PERFORM ACEPTA-TRANSACCION
                   WHEN OTHER
                      MOVE "S"                  TO
                           WS-TAB-BAJA (WS-TAB-HIT)
                      PERFORM ACEPTA-TRANSACCION
                END-EVALUATE .

        BUSCA-CLAVE .
      *         Primer registro vigente con la misma clave; en una
      *         tabla de un solo registro, el primero vigente.
                MOVE ZEROS                      TO WS-TAB-HIT
                PERFORM COMPARA-CLAVE
                   VARYING WS-TAB-IDX FROM 1 BY 1
                   UNTIL WS-TAB-IDX > WS-TAB-CANT
                      OR WS-TAB-HIT > ZEROS .

        COMPARA-CLAVE .
                IF NOT REGISTRO-DADO-DE-BAJA (WS-TAB-IDX)
                   IF WS-CLAVE-LARGO = ZEROS
                      MOVE WS-TAB-IDX           TO WS-TAB-HIT
                   ELSE
                      IF WS-TAB-REG (WS-TAB-IDX) (1:WS-CLAVE-LARGO)
                         = TRPAR-REGISTRO (1:WS-CLAVE-LARGO)
                         MOVE WS-TAB-IDX        TO WS-TAB-HIT
                      END-IF
                   END-IF
                END-IF .

        ACEPTA-TRANSACCION .
                ADD 1                           TO WS-C-APLICADAS
                MOVE "APLICADA"                 TO WS-MOTIVO
                MOVE "A"                        TO AUDPAR-RESULTADO
                PERFORM GRABA-AUDITORIA
                PERFORM IMPRIME-TRANSACCION .

        RECHAZA-TRANSACCION .
                ADD 1                           TO WS-C-RECHAZADAS
                MOVE "R"                        TO AUDPAR-RESULTADO
                PERFORM GRABA-AUDITORIA
                PERFORM IMPRIME-TRANSACCION .

        GRABA-AUDITORIA .
                MOVE WS-FECHA-NEGOCIO           TO AUDPAR-FECHA-PROC
                MOVE WS-RUN-ID                  TO AUDPAR-RUN-ID
                MOVE TRPAR-TABLA                TO AUDPAR-TABLA
                MOVE TRPAR-ACCION               TO AUDPAR-ACCION
                MOVE TRPAR-SOLICITANTE          TO AUDPAR-SOLICITANTE
                MOVE TRPAR-APROBADOR            TO AUDPAR-APROBADOR
                MOVE TRPAR-FECHA-EFECTIVA       TO
                     AUDPAR-FECHA-EFECTIVA
                MOVE WS-MOTIVO                  TO AUDPAR-MOTIVO
                MOVE WS-IMAGEN-ANTES            TO AUDPAR-ANTES
      *         En un rechazo la imagen "despues" es la solicitada,
      *         para que Auditoria vea que se intento cambiar.
                IF AUDPAR-RECHAZADA
                   MOVE TRPAR-REGISTRO          TO AUDPAR-DESPUES
                ELSE
                   MOVE WS-IMAGEN-DESPUES       TO AUDPAR-DESPUES
                END-IF
                WRITE REG-SALIDA3 END-WRITE .

        IMPRIME-TRANSACCION .
                MOVE SPACES                     TO WS-LINEA
                MOVE TRPAR-ACCION               TO WS-LINEA (1:1)
                MOVE TRPAR-TABLA                TO WS-LINEA (3:20)
                MOVE TRPAR-SOLICITANTE          TO WS-LINEA (24:10)
                MOVE TRPAR-APROBADOR            TO WS-LINEA (35:10)
                MOVE TRPAR-FECHA-EFECTIVA       TO WS-LINEA (46:8)
                MOVE WS-MOTIVO                  TO WS-LINEA (55:20)
                MOVE WS-LINEA                   TO REG-SALIDA4
                WRITE REG-SALIDA4 END-WRITE
                MOVE SPACES                     TO WS-LINEA
                MOVE "    ANTES  : "            TO WS-LINEA (1:13)
                MOVE WS-IMAGEN-ANTES            TO WS-LINEA (14:67)
                MOVE WS-LINEA                   TO REG-SALIDA4
                WRITE REG-SALIDA4 END-WRITE
                MOVE SPACES                     TO WS-LINEA
                MOVE "    DESPUES: "            TO WS-LINEA (1:13)
                IF WS-MOTIVO = "APLICADA"
                   MOVE WS-IMAGEN-DESPUES       TO WS-LINEA (14:67)
                ELSE
                   MOVE TRPAR-REGISTRO          TO WS-LINEA (14:67)
                END-IF
                MOVE WS-LINEA                   TO REG-SALIDA4
                WRITE REG-SALIDA4 END-WRITE .

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

        300000-FINAL .
                CLOSE ENTRADA1
                OPEN OUTPUT SALIDA1
                PERFORM GRABA-TABLA-NUEVA
                   VARYING WS-TAB-IDX FROM 1 BY 1
                   UNTIL WS-TAB-IDX > WS-TAB-CANT
                CLOSE SALIDA1
                MOVE WS-SEPARADOR               TO REG-SALIDA4
                WRITE REG-SALIDA4 END-WRITE
                MOVE "TRANSACCIONES APLICADAS    " TO WS-LINEA
                MOVE WS-C-APLICADAS             TO WS-CONTADOR-ED
                PERFORM IMPRIME-TOTAL
                MOVE "TRANSACCIONES RECHAZADAS   " TO WS-LINEA
                MOVE WS-C-RECHAZADAS            TO WS-CONTADOR-ED
                PERFORM IMPRIME-TOTAL
                MOVE "TRANSACCIONES DIFERIDAS    " TO WS-LINEA
                MOVE WS-C-DIFERIDAS             TO WS-CONTADOR-ED
                PERFORM IMPRIME-TOTAL
                MOVE "TRANSACCIONES OTRAS TABLAS " TO WS-LINEA
                MOVE WS-C-OTRAS-TABLAS          TO WS-CONTADOR-ED
                PERFORM IMPRIME-TOTAL
                MOVE "REGISTROS TABLA NUEVA      " TO WS-LINEA
                MOVE WS-C-SAL-1                 TO WS-CONTADOR-ED
                PERFORM IMPRIME-TOTAL
                CLOSE SALIDA2
                CLOSE SALIDA3
                CLOSE SALIDA4
                display "Transacciones Leidas    = " WS-C-ENT-1 .
                display "Registros Tabla Vigente = " WS-C-ENT-2 .
                display "Transacciones Aplicadas = " WS-C-APLICADAS .
                display "Transacciones Rechazadas= " WS-C-RECHAZADAS .
                display "Transacciones Diferidas = " WS-C-DIFERIDAS .
                display "Transacc. Otras Tablas  = " WS-C-OTRAS-TABLAS .
                display "Registros Tabla Nueva   = " WS-C-SAL-1 .

        GRABA-TABLA-NUEVA .
                IF NOT REGISTRO-DADO-DE-BAJA (WS-TAB-IDX)
                   ADD 1                        TO WS-C-SAL-1
                   MOVE WS-TAB-REG (WS-TAB-IDX) TO REG-SALIDA1
                   WRITE REG-SALIDA1 END-WRITE
                END-IF .

        IMPRIME-TOTAL .
                MOVE WS-CONTADOR-ED             TO WS-LINEA (30:11)
                MOVE WS-LINEA                   TO REG-SALIDA4
                WRITE REG-SALIDA4 END-WRITE .

        LEE-FECHA-NEGOCIO .
      *         Fecha de negocio de la cadena (COPY_FECHA_NEGOCIO):
      *         la vigencia de las transacciones y la datacion de la
      *         bitacora de cambios salen de ella y no del reloj. Sin
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
