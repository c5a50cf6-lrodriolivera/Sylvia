        IDENTIFICATION DIVISION.
        PROGRAM-ID. SFCPMIG1033 .
        AUTHOR.     CONNECTIS-GS.
      * Auditoria de la tasa de acumulacion del legado: recalcula,
      * para cada bonificacion del extracto de Movimientos T7542350,
      * los puntos que corresponden al monto de la compra (MTOTRX)
      * segun la tabla de tasas por marca, TIPOPAG y concepto
      * (COPY_TASA_ACUMULACION) y los compara con los que el legado
      * abono (PUNOBTEN). Las bonificaciones sub y sobre abonadas, y
      * las que no tienen tasa, salen al detalle
      * (COPY_RECALCULO_PUNTOS) con la diferencia en puntos y en
      * pesos (COPY_VALOR_PUNTO); un SORT interno del detalle arma
      * el resumen por marca, concepto y ano para que el negocio
      * decida si corrige antes o despues del cutover. No modifica
      * ningun archivo de la carga.
      * Fecha : 15-10-2026
      * COMPILAR-LINK : cobol.sh SFCPMIG1033
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

                SELECT ENTRADA1 ASSIGN TO EXTERNAL FEXTMOV1033
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ENTRADA2 ASSIGN TO EXTERNAL FENTRADA1
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ENTRADA3 ASSIGN TO EXTERNAL FMARCA
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ENTRADA4 ASSIGN TO EXTERNAL FTASAACUMULA
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ENTRADA5 ASSIGN TO EXTERNAL FVALORPUNTO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-VALP-STATUS.

                SELECT SALIDA1 ASSIGN TO EXTERNAL FRECALCULOPUNTOS
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SORTRES ASSIGN TO EXTERNAL SORTWKRES .

                SELECT SALIDA2 ASSIGN TO EXTERNAL FREPORTETASA
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA3 ASSIGN TO EXTERNAL FCONTROLTOTALES
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

      *    Extracto de Movimientos T7542350, ordenado por RUT.
       FD ENTRADA1
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 218 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA1 .
          COPY COPY_T7542350 .

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

      *    Tasas de acumulacion (COPY_TASA_ACUMULACION).
       FD ENTRADA4
          RECORDING MODE IS F
          RECORD CONTAINS 49 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA4 .
           COPY COPY_TASA_ACUMULACION .

      *    Valorizacion de puntos por marca (opcional,
      *    COPY_VALOR_PUNTO).
       FD ENTRADA5
          RECORDING MODE IS F
          RECORD CONTAINS 19 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA5 .
           COPY COPY_VALOR_PUNTO .

      *    Detalle de bonificaciones con diferencia o sin tasa
      *    (COPY_RECALCULO_PUNTOS).
       FD SALIDA1
          RECORDING MODE IS F
          RECORD CONTAINS 119 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA1 .
           COPY COPY_RECALCULO_PUNTOS .

      *    Detalle ordenado por marca, concepto y ano.
       SD SORTRES .

       01  REG-SORTRES .
           COPY COPY_RECALCULO_PUNTOS REPLACING LEADING ==RECAC== BY
                ==SRES== .

      *    Reporte resumen de la auditoria.
       FD SALIDA2
          RECORDING MODE IS F
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA2                           PIC X(80) .

      *    Historial de totales de control de la corrida
      *    (COPY_CONTROL_TOTALES), compartido por toda la cadena.
       FD SALIDA3
          RECORDING MODE IS F
          RECORD CONTAINS 51 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA3 .
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
           05 WS-FIN-5                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-SRES                       PIC 9(01) VALUE ZEROS .
           05 WS-C-ENT-1                        PIC 9(12) VALUE ZEROS .
           05 WS-C-BONIS                        PIC 9(12) VALUE ZEROS .
           05 WS-C-ILEGIBLES                    PIC 9(12) VALUE ZEROS .
           05 WS-C-CUADRADAS                    PIC 9(12) VALUE ZEROS .
           05 WS-C-SUB                          PIC 9(12) VALUE ZEROS .
           05 WS-C-SOBRE                        PIC 9(12) VALUE ZEROS .
           05 WS-C-SIN-TASA                     PIC 9(12) VALUE ZEROS .
           05 WS-C-PUNTOS-SUB                   PIC 9(15) VALUE ZEROS .
           05 WS-C-PUNTOS-SOBRE                 PIC 9(15) VALUE ZEROS .
           05 WS-RUN-FECHA                      PIC X(08) .
           05 WS-FECHA .
              10 WS-FAA                         PIC X(04) .
              10 WS-FMM                         PIC X(02) .
              10 WS-FDD                         PIC X(02) .

      *    CODPROGR, marca y factor de valorizacion del RUT.
        01 WS-RUTERO-ACTUAL.
           05 WS-RUT-ACTUAL                     PIC 9(08) .
           05 WS-CODPROGR-ACTUAL                PIC X(09) .
           05 WS-FACTOR-ACTUAL                  PIC 9(07)V99 .

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

      *    Tabla de valorizacion de puntos (COPY_VALOR_PUNTO).
        01 WS-TABLA-VALOR.
           05 WS-VALP-STATUS                    PIC X(02) .
           05 WS-VALP-CANT                      PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-VALP-IDX                       PIC 9(04) COMP .
           05 WS-VALP-ENCONTRADO                PIC X(01) .
              88 VALOR-FUE-ENCONTRADO           VALUE "S" .
           05 WS-VALP-ITEM OCCURS 50 TIMES .
              10 WS-VALP-ORG                    PIC X(10) .
              10 WS-VALP-FACTOR                 PIC 9(07)V99 .

      *    Tabla de tasas de acumulacion (COPY_TASA_ACUMULACION) y
      *    tasa aplicada a la bonificacion en curso.
        01 WS-TABLA-TASA.
           05 WS-TASA-CANT                      PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-TASA-IDX                       PIC 9(04) COMP .
           05 WS-TASA-ENCONTRADA                PIC X(01) .
              88 TASA-FUE-ENCONTRADA            VALUE "S" .
           05 WS-TASA-ITEM OCCURS 500 TIMES .
              10 WS-TASA-ITEM-ORG_CODE          PIC X(10) .
              10 WS-TASA-ITEM-TIPOPAG           PIC X(02) .
              10 WS-TASA-ITEM-CONCONCE          PIC X(08) .
              10 WS-TASA-ITEM-DESDE             PIC X(08) .
              10 WS-TASA-ITEM-HASTA             PIC X(08) .
              10 WS-TASA-ITEM-MONTO-BASE        PIC 9(07) .
              10 WS-TASA-ITEM-PUNTOS            PIC 9(05) .
              10 WS-TASA-ITEM-REDONDEO          PIC X(01) .
           05 WS-TASA-MONTO-BASE                PIC 9(07) .
           05 WS-TASA-PUNTOS                    PIC 9(05) .
           05 WS-TASA-REDONDEO                  PIC X(01) .

      *    Recalculo de la bonificacion en curso.
        01 WS-RECALCULO.
           05 WS-TIPOPAG-MOV                    PIC X(02) .
           05 WS-MONTO-ABS                      PIC 9(11)V99 .
           05 WS-PUNTOS-CALC                    PIC 9(13)V9(06) .
           05 WS-ESPERADO                       PIC S9(11) .
           05 WS-ACREDITADO                     PIC S9(11) .
           05 WS-DIFERENCIA                     PIC S9(11) .
           05 WS-DIF-ABS                        PIC 9(11) .

      *    Acumuladores del resumen: 1 = marca/concepto/ano,
      *    2 = marca, 3 = total general.
        01 WS-RESUMEN.
           05 WS-RES-ORG_CODE                   PIC X(10) .
           05 WS-RES-CONCONCE                   PIC X(08) .
           05 WS-RES-ANO                        PIC X(04) .
           05 WS-NIV                            PIC 9(04) COMP .
           05 WS-ACUM OCCURS 3 TIMES .
              10 WS-ACU-N-SUB                   PIC 9(12) .
              10 WS-ACU-PTS-SUB                 PIC 9(15) .
              10 WS-ACU-N-SOBRE                 PIC 9(12) .
              10 WS-ACU-PTS-SOBRE               PIC 9(15) .
              10 WS-ACU-N-SIN-TASA              PIC 9(12) .
              10 WS-ACU-PESOS-NETO              PIC S9(15)V99 .

      *    Lineas del reporte.
        01 WS-REPORTE.
           05 WS-LINEA                          PIC X(80) .
           05 WS-SEPARADOR                      PIC X(80)
                                                 VALUE ALL "-" .
           05 WS-DET-ORG_CODE                   PIC X(10) .
           05 WS-DET-CONCONCE                   PIC X(08) .
           05 WS-DET-ANO                        PIC X(04) .
           05 WS-NSUB-ED                        PIC Z(05)9 .
           05 WS-PSUB-ED                        PIC Z(08)9 .
           05 WS-NSOB-ED                        PIC Z(05)9 .
           05 WS-PSOB-ED                        PIC Z(08)9 .
           05 WS-NSIN-ED                        PIC Z(04)9 .
           05 WS-PESO-ED                        PIC -Z(09)9 .

      *    Control de apertura del historial de totales (SALIDA3).
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
                OPEN INPUT ENTRADA3 .
                PERFORM LEE-03
                PERFORM CARGA-MARCA UNTIL WS-FIN-3 = 1
                CLOSE ENTRADA3 .
                OPEN INPUT ENTRADA4 .
                PERFORM LEE-04
                PERFORM CARGA-TASA UNTIL WS-FIN-4 = 1
                CLOSE ENTRADA4 .
                IF WS-TASA-CANT = ZEROS
                   DISPLAY "TABLA DE TASAS SIN INFORMACION"
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                PERFORM CARGA-VALORES .

        200000-PROCESO .
      *         Primera pasada: recalculo de cada bonificacion contra
      *         su tasa. Segunda pasada: el detalle ordenado por
      *         marca, concepto y ano arma el resumen.
                OPEN INPUT ENTRADA2 .
                PERFORM LEE-02
                OPEN INPUT ENTRADA1 .
                PERFORM LEE-01
                IF WS-FIN-1 = 1
                   DISPLAY "EXTRACTO DE MOVIMIENTOS SIN INFORMACION"
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                OPEN OUTPUT SALIDA1 .
                PERFORM RECALCULA-RUT UNTIL WS-FIN-1 = 1
                CLOSE ENTRADA1
                CLOSE ENTRADA2
                CLOSE SALIDA1
                SORT SORTRES
                     ON ASCENDING KEY SRES-ORG_CODE
                                      SRES-CONCONCE
                                      SRES-ANO
                     USING SALIDA1
                     OUTPUT PROCEDURE IS EMITE-RESUMEN .

        RECALCULA-RUT .
                MOVE R2350-RUT                  TO WS-RUT-ACTUAL
                PERFORM BUSCA-RUTERO
                PERFORM BUSCA-MARCA
                PERFORM BUSCA-VALOR
                PERFORM RECALCULA-MOVIMIENTO
                   UNTIL R2350-RUT NOT = WS-RUT-ACTUAL
                      OR WS-FIN-1 = 1 .

        RECALCULA-MOVIMIENTO .
      *------------BONIFICACION = 4
                IF R2350-INDICADOR = 4
                   ADD 1                        TO WS-C-BONIS
                   IF R2350-MTOTRX IS NUMERIC
                      AND R2350-PUNOBTEN IS NUMERIC
                      PERFORM RECALCULA-BONI
                   ELSE
                      ADD 1                     TO WS-C-ILEGIBLES
                   END-IF
                END-IF
                PERFORM LEE-01 .

        RECALCULA-BONI .
                MOVE R2350-TIPOPAG              TO WS-TIPOPAG-MOV
                MOVE R2350-PUNOBTEN             TO WS-ACREDITADO
                IF R2350-PUNOBTEN-SIGNO = "-"
                   COMPUTE WS-ACREDITADO = WS-ACREDITADO * -1
                END-IF
                PERFORM BUSCA-TASA
                IF NOT TASA-FUE-ENCONTRADA
                   ADD 1                        TO WS-C-SIN-TASA
                   MOVE ZEROS                   TO WS-ESPERADO
                   MOVE ZEROS                   TO WS-DIFERENCIA
                   MOVE "SIN TASA"              TO RECAC-TIPO
                   PERFORM GRABA-RECALCULO
                ELSE
                   PERFORM CALCULA-ESPERADO
                   COMPUTE WS-DIFERENCIA = WS-ACREDITADO - WS-ESPERADO
                   EVALUATE TRUE
                      WHEN WS-DIFERENCIA = ZEROS
                         ADD 1                  TO WS-C-CUADRADAS
                      WHEN WS-DIFERENCIA < ZEROS
                         ADD 1                  TO WS-C-SUB
                         MOVE "SUB ABONADO"     TO RECAC-TIPO
                         PERFORM GRABA-RECALCULO
                         ADD RECAC-DIF-PUNTOS   TO WS-C-PUNTOS-SUB
                      WHEN OTHER
                         ADD 1                  TO WS-C-SOBRE
                         MOVE "SOBRE ABONADO"   TO RECAC-TIPO
                         PERFORM GRABA-RECALCULO
                         ADD RECAC-DIF-PUNTOS   TO WS-C-PUNTOS-SOBRE
                   END-EVALUATE
                END-IF .

        CALCULA-ESPERADO .
      *         Puntos = monto * PUNTOS / MONTO-BASE, redondeado
      *         segun la tasa; una compra con monto negativo da
      *         puntos negativos.
                IF R2350-MTOTRX < ZEROS
                   COMPUTE WS-MONTO-ABS = R2350-MTOTRX * -1
                ELSE
                   MOVE R2350-MTOTRX            TO WS-MONTO-ABS
                END-IF
                COMPUTE WS-PUNTOS-CALC =
                        WS-MONTO-ABS * WS-TASA-PUNTOS
                        / WS-TASA-MONTO-BASE
                EVALUATE WS-TASA-REDONDEO
                   WHEN "R"
                      COMPUTE WS-ESPERADO ROUNDED = WS-PUNTOS-CALC
                   WHEN "S"
                      MOVE WS-PUNTOS-CALC       TO WS-ESPERADO
                      IF WS-ESPERADO < WS-PUNTOS-CALC
                         ADD 1                  TO WS-ESPERADO
                      END-IF
                   WHEN OTHER
                      MOVE WS-PUNTOS-CALC       TO WS-ESPERADO
                END-EVALUATE
                IF R2350-MTOTRX < ZEROS
                   COMPUTE WS-ESPERADO = WS-ESPERADO * -1
                END-IF .

        GRABA-RECALCULO .
      *         El parrafo que invoca dejo el tipo en RECAC-TIPO.
                MOVE R2350-RUT                  TO RECAC-RUT
                MOVE R2350-NUMMOVIM             TO RECAC-NUMMOVIM
                MOVE WS-MARCA-ORG-ACTUAL        TO RECAC-ORG_CODE
                MOVE R2350-CONCONCE             TO RECAC-CONCONCE
                MOVE R2350-FECTRX               TO RECAC-FECTRX
                MOVE R2350-TIPOPAG              TO RECAC-TIPOPAG
                MOVE R2350-MTOTRX               TO RECAC-MTOTRX
                MOVE R2350-PUNOBTEN-SIGNO       TO RECAC-PUNOBTEN-SIGNO
                MOVE R2350-PUNOBTEN             TO RECAC-PUNOBTEN
                IF WS-ESPERADO < ZEROS
                   MOVE "-"                     TO RECAC-ESPERADO-SIGNO
                ELSE
                   MOVE "+"                     TO RECAC-ESPERADO-SIGNO
                END-IF
                MOVE WS-ESPERADO                TO RECAC-ESPERADO
                IF WS-DIFERENCIA < ZEROS
                   MOVE "-"                     TO RECAC-DIF-SIGNO
                   COMPUTE WS-DIF-ABS = WS-DIFERENCIA * -1
                ELSE
                   MOVE "+"                     TO RECAC-DIF-SIGNO
                   MOVE WS-DIFERENCIA           TO WS-DIF-ABS
                END-IF
                MOVE WS-DIF-ABS                 TO RECAC-DIF-PUNTOS
                COMPUTE RECAC-DIF-PESOS =
                        WS-DIF-ABS * WS-FACTOR-ACTUAL
                WRITE REG-SALIDA1
                END-WRITE .

        BUSCA-TASA .
      *         Primera fila vigente que calza con la marca, el
      *         TIPOPAG y el concepto de la bonificacion.
                MOVE "N"                        TO WS-TASA-ENCONTRADA
                PERFORM COMPARA-TASA
                   VARYING WS-TASA-IDX FROM 1 BY 1
                   UNTIL WS-TASA-IDX > WS-TASA-CANT
                      OR TASA-FUE-ENCONTRADA .

        COMPARA-TASA .
                IF (WS-TASA-ITEM-ORG_CODE (WS-TASA-IDX) = SPACES
                    OR WS-TASA-ITEM-ORG_CODE (WS-TASA-IDX)
                       = WS-MARCA-ORG-ACTUAL)
                   AND (WS-TASA-ITEM-TIPOPAG (WS-TASA-IDX) = SPACES
                    OR WS-TASA-ITEM-TIPOPAG (WS-TASA-IDX)
                       = WS-TIPOPAG-MOV)
                   AND (WS-TASA-ITEM-CONCONCE (WS-TASA-IDX) = SPACES
                    OR WS-TASA-ITEM-CONCONCE (WS-TASA-IDX)
                       = R2350-CONCONCE)
                   AND R2350-FECTRX >= WS-TASA-ITEM-DESDE (WS-TASA-IDX)
                   AND R2350-FECTRX <= WS-TASA-ITEM-HASTA (WS-TASA-IDX)
                   MOVE "S"                     TO WS-TASA-ENCONTRADA
                   MOVE WS-TASA-ITEM-MONTO-BASE (WS-TASA-IDX)
                                                TO WS-TASA-MONTO-BASE
                   MOVE WS-TASA-ITEM-PUNTOS (WS-TASA-IDX)
                                                TO WS-TASA-PUNTOS
                   MOVE WS-TASA-ITEM-REDONDEO (WS-TASA-IDX)
                                                TO WS-TASA-REDONDEO
                END-IF .

        EMITE-RESUMEN .
      *         Detalle ordenado por marca, concepto y ano: una linea
      *         por grupo, un total por marca y el total general. Los
      *         pesos netos son positivos cuando domina el sobre
      *         abono.
                OPEN OUTPUT SALIDA2
                PERFORM ESCRIBE-ENCABEZADO
                MOVE 3                          TO WS-NIV
                PERFORM LIMPIA-ACUMULADOR
                MOVE ZEROS                      TO WS-FIN-SRES
                PERFORM LEE-SORTRES
                PERFORM RESUME-MARCA UNTIL WS-FIN-SRES = 1
                MOVE WS-SEPARADOR               TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE
                MOVE "TOTAL"                    TO WS-DET-ORG_CODE
                MOVE SPACES                     TO WS-DET-CONCONCE
                MOVE SPACES                     TO WS-DET-ANO
                MOVE 3                          TO WS-NIV
                PERFORM ESCRIBE-LINEA-CIFRAS
                MOVE SPACES                     TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE
                CLOSE SALIDA2 .

        RESUME-MARCA .
                MOVE SRES-ORG_CODE              TO WS-RES-ORG_CODE
                MOVE 2                          TO WS-NIV
                PERFORM LIMPIA-ACUMULADOR
                PERFORM RESUME-GRUPO
                   UNTIL SRES-ORG_CODE NOT = WS-RES-ORG_CODE
                      OR WS-FIN-SRES = 1
                MOVE WS-RES-ORG_CODE            TO WS-DET-ORG_CODE
                MOVE "TOTAL"                    TO WS-DET-CONCONCE
                MOVE SPACES                     TO WS-DET-ANO
                MOVE 2                          TO WS-NIV
                PERFORM ESCRIBE-LINEA-CIFRAS
                MOVE SPACES                     TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE .

        RESUME-GRUPO .
                MOVE SRES-CONCONCE              TO WS-RES-CONCONCE
                MOVE SRES-ANO                   TO WS-RES-ANO
                MOVE 1                          TO WS-NIV
                PERFORM LIMPIA-ACUMULADOR
                PERFORM ACUMULA-RESUMEN
                   UNTIL SRES-ORG_CODE NOT = WS-RES-ORG_CODE
                      OR SRES-CONCONCE NOT = WS-RES-CONCONCE
                      OR SRES-ANO NOT = WS-RES-ANO
                      OR WS-FIN-SRES = 1
                MOVE WS-RES-ORG_CODE            TO WS-DET-ORG_CODE
                MOVE WS-RES-CONCONCE            TO WS-DET-CONCONCE
                MOVE WS-RES-ANO                 TO WS-DET-ANO
                MOVE 1                          TO WS-NIV
                PERFORM ESCRIBE-LINEA-CIFRAS .

        ACUMULA-RESUMEN .
                EVALUATE SRES-TIPO
                   WHEN "SUB ABONADO"
                      ADD 1                     TO WS-ACU-N-SUB (1)
                                                   WS-ACU-N-SUB (2)
                                                   WS-ACU-N-SUB (3)
                      ADD SRES-DIF-PUNTOS       TO WS-ACU-PTS-SUB (1)
                                                   WS-ACU-PTS-SUB (2)
                                                   WS-ACU-PTS-SUB (3)
                      SUBTRACT SRES-DIF-PESOS
                          FROM WS-ACU-PESOS-NETO (1)
                               WS-ACU-PESOS-NETO (2)
                               WS-ACU-PESOS-NETO (3)
                   WHEN "SOBRE ABONADO"
                      ADD 1                     TO WS-ACU-N-SOBRE (1)
                                                   WS-ACU-N-SOBRE (2)
                                                   WS-ACU-N-SOBRE (3)
                      ADD SRES-DIF-PUNTOS       TO WS-ACU-PTS-SOBRE (1)
                                                   WS-ACU-PTS-SOBRE (2)
                                                   WS-ACU-PTS-SOBRE (3)
                      ADD SRES-DIF-PESOS        TO WS-ACU-PESOS-NETO (1)
                                                   WS-ACU-PESOS-NETO (2)
                                                   WS-ACU-PESOS-NETO (3)
                   WHEN OTHER
                      ADD 1                  TO WS-ACU-N-SIN-TASA (1)
                                                WS-ACU-N-SIN-TASA (2)
                                                WS-ACU-N-SIN-TASA (3)
                END-EVALUATE
                PERFORM LEE-SORTRES .

        LIMPIA-ACUMULADOR .
                INITIALIZE WS-ACUM (WS-NIV) .

        LEE-SORTRES .
                RETURN SORTRES AT END MOVE 1    TO WS-FIN-SRES
                END-RETURN .

        ESCRIBE-ENCABEZADO .
                MOVE SPACES                     TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE
                MOVE "AUDITORIA DE TASA DE ACUMULACION PUNOBTEN CONTRA"
                                                 TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE
                MOVE "MTOTRX (BONIFICACIONES T7542350)"
                                                 TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE
                MOVE SPACES                     TO WS-LINEA
                STRING "PROGRAMA: SFCPMIG1033"  DELIMITED BY SIZE
                       "  FECHA: "              DELIMITED BY SIZE
                       WS-FECHA-NEGOCIO         DELIMITED BY SIZE
                                                 INTO WS-LINEA
                END-STRING
                MOVE WS-LINEA                   TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE
                MOVE SPACES                     TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE
                MOVE SPACES                     TO WS-LINEA
                STRING "  MARCA     "           DELIMITED BY SIZE
                       " CONCEPTO"              DELIMITED BY SIZE
                       " ANO "                  DELIMITED BY SIZE
                       "  N.SUB"                DELIMITED BY SIZE
                       "  PTOS.SUB"             DELIMITED BY SIZE
                       " N.SOBR"                DELIMITED BY SIZE
                       " PTOS.SOBR"             DELIMITED BY SIZE
                       " S/TAS"                 DELIMITED BY SIZE
                       "  PESOS NETO"           DELIMITED BY SIZE
                                                 INTO WS-LINEA
                END-STRING
                MOVE WS-LINEA                   TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE
                MOVE WS-SEPARADOR               TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE .

        ESCRIBE-LINEA-CIFRAS .
                MOVE WS-ACU-N-SUB (WS-NIV)      TO WS-NSUB-ED
                MOVE WS-ACU-PTS-SUB (WS-NIV)    TO WS-PSUB-ED
                MOVE WS-ACU-N-SOBRE (WS-NIV)    TO WS-NSOB-ED
                MOVE WS-ACU-PTS-SOBRE (WS-NIV)  TO WS-PSOB-ED
                MOVE WS-ACU-N-SIN-TASA (WS-NIV) TO WS-NSIN-ED
                MOVE WS-ACU-PESOS-NETO (WS-NIV) TO WS-PESO-ED
                MOVE SPACES                     TO WS-LINEA
                STRING "  "                     DELIMITED BY SIZE
                       WS-DET-ORG_CODE          DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       WS-DET-CONCONCE          DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       WS-DET-ANO               DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       WS-NSUB-ED               DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       WS-PSUB-ED               DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       WS-NSOB-ED               DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       WS-PSOB-ED               DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       WS-NSIN-ED               DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       WS-PESO-ED               DELIMITED BY SIZE
                                                 INTO WS-LINEA
                END-STRING
                MOVE WS-LINEA                   TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE .

        CARGA-TASA .
      *         Una fila sin monto base o con redondeo desconocido
      *         dejaria recalculos sin sentido: no se parte.
                ADD 1                           TO WS-TASA-CANT
                IF WS-TASA-CANT > 500
                   DISPLAY "TABLA DE TASAS EXCEDE SU CAPACIDAD"
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                IF TASA-MONTO-BASE IS NOT NUMERIC
                   OR TASA-MONTO-BASE = ZEROS
                   OR TASA-PUNTOS IS NOT NUMERIC
                   OR (TASA-REDONDEO NOT = "T"
                       AND TASA-REDONDEO NOT = "R"
                       AND TASA-REDONDEO NOT = "S")
                   DISPLAY "TABLA DE TASAS FILA INVALIDA: "
                           REG-ENTRADA4
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE TASA-ORG_CODE              TO
                     WS-TASA-ITEM-ORG_CODE (WS-TASA-CANT)
                MOVE TASA-TIPOPAG               TO
                     WS-TASA-ITEM-TIPOPAG (WS-TASA-CANT)
                MOVE TASA-CONCONCE              TO
                     WS-TASA-ITEM-CONCONCE (WS-TASA-CANT)
                MOVE TASA-FECHA-DESDE           TO
                     WS-TASA-ITEM-DESDE (WS-TASA-CANT)
                MOVE TASA-FECHA-HASTA           TO
                     WS-TASA-ITEM-HASTA (WS-TASA-CANT)
                MOVE TASA-MONTO-BASE            TO
                     WS-TASA-ITEM-MONTO-BASE (WS-TASA-CANT)
                MOVE TASA-PUNTOS                TO
                     WS-TASA-ITEM-PUNTOS (WS-TASA-CANT)
                MOVE TASA-REDONDEO              TO
                     WS-TASA-ITEM-REDONDEO (WS-TASA-CANT)
                PERFORM LEE-04 .

        CARGA-VALORES .
      *         Sin tabla de valorizacion las diferencias salen solo
      *         en puntos (pesos en cero).
                OPEN INPUT ENTRADA5
                IF WS-VALP-STATUS = "00"
                   PERFORM LEE-05
                   PERFORM CARGA-VALOR UNTIL WS-FIN-5 = 1
                   CLOSE ENTRADA5
                END-IF .

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
                PERFORM LEE-05 .

        BUSCA-VALOR .
                MOVE "N"                      TO WS-VALP-ENCONTRADO
                MOVE ZEROS                     TO WS-FACTOR-ACTUAL
                PERFORM COMPARA-VALOR
                   VARYING WS-VALP-IDX FROM 1 BY 1
                   UNTIL WS-VALP-IDX > WS-VALP-CANT
                      OR VALOR-FUE-ENCONTRADO .

        COMPARA-VALOR .
                IF WS-VALP-ORG (WS-VALP-IDX) = WS-MARCA-ORG-ACTUAL
                   MOVE "S"                   TO WS-VALP-ENCONTRADO
                   MOVE WS-VALP-FACTOR (WS-VALP-IDX)
                                              TO WS-FACTOR-ACTUAL
                END-IF .

        BUSCA-RUTERO .
      *         Se adelanta el Rutero hasta el RUT en revision; sin
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

        LEE-01 .
                PERFORM LEE-01-FISICO
                PERFORM LEE-01-FISICO
                   UNTIL WS-FIN-1 = 1 OR R2350-RUT IS NUMERIC .

        LEE-01-FISICO .
                READ ENTRADA1 AT END MOVE 1     TO WS-FIN-1 .
                IF WS-FIN-1 = ZEROS
                   ADD 1                        TO WS-C-ENT-1
                END-IF
                IF WS-FIN-1 = 1
                   MOVE 99999999                TO R2350-RUT
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
                READ ENTRADA4 AT END MOVE 1     TO WS-FIN-4 .

        LEE-05 .
                READ ENTRADA5 AT END MOVE 1     TO WS-FIN-5 .

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
                display "Reg. Leidos MOVIMIENTOS   = " WS-C-ENT-1.
                display "Bonificaciones Revisadas  = " WS-C-BONIS.
                display "Bonificaciones Ilegibles  = " WS-C-ILEGIBLES.
                display "Bonificaciones Cuadradas  = " WS-C-CUADRADAS.
                display "Bonificaciones Sub Abono  = " WS-C-SUB.
                display "Bonificaciones Sobre Abono= " WS-C-SOBRE.
                display "Bonificaciones Sin Tasa   = " WS-C-SIN-TASA.
                display "Puntos Sub Abonados       = " WS-C-PUNTOS-SUB.
                display "Puntos Sobre Abonados     = "
                        WS-C-PUNTOS-SOBRE.

        ESCRIBE-CONTROL-TOTALES .
                OPEN EXTEND SALIDA3
                IF WS-CTOT-STATUS NOT = "00"
                   OPEN OUTPUT SALIDA3
                END-IF
                MOVE "SFCPMIG1033"              TO CTOT-PROGRAM_NAME
                MOVE WS-RUN-FECHA               TO CTOT-FECHA
                MOVE "LEIDOS MOVIMIENTOS"       TO CTOT-CONTADOR
                MOVE WS-C-ENT-1                  TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "TASA BONIS REVISADAS"     TO CTOT-CONTADOR
                MOVE WS-C-BONIS                  TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "TASA CUADRADAS"           TO CTOT-CONTADOR
                MOVE WS-C-CUADRADAS              TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "TASA SUB ABONADAS"        TO CTOT-CONTADOR
                MOVE WS-C-SUB                    TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "TASA SOBRE ABONADAS"      TO CTOT-CONTADOR
                MOVE WS-C-SOBRE                  TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "TASA SIN REGLA"           TO CTOT-CONTADOR
                MOVE WS-C-SIN-TASA               TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "TASA PUNTOS SUB"          TO CTOT-CONTADOR
                MOVE WS-C-PUNTOS-SUB             TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "TASA PUNTOS SOBRE"        TO CTOT-CONTADOR
                MOVE WS-C-PUNTOS-SOBRE           TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                CLOSE SALIDA3 .

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
