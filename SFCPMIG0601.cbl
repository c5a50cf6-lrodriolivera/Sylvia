                       ORGANIZATION LINE SEQUENTIAL.


      *         Corte de migracion: fecha de congelamiento
      *         (COPY_FECHA_CORTE), salidas TRANSACTIONS separadas en
      *         carga de historia (H) y delta (D), y su resumen por
      *         marca (COPY_CORTE_RESUMEN).
                SELECT CORTE ASSIGN TO EXTERNAL FFECHACORTE
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-CORTE-STATUS.

                SELECT SALIDA1H ASSIGN TO EXTERNAL FSALIDA1HIST
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA1D ASSIGN TO EXTERNAL FSALIDA1DELTA
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT CORTERES ASSIGN TO EXTERNAL FCORTERESUMEN0601
                       ORGANIZATION LINE SEQUENTIAL.

      *         Horizonte de historia (COPY_HORIZONTE) y archivo local
      *         con el detalle de lo anterior a el, que no viaja a
      *         Oracle (COPY_ARCHIVO_HISTORIA).
                SELECT HORIZONTE ASSIGN TO EXTERNAL FHORIZONTE
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-HORIZ-STATUS.

                SELECT ARCHHIST ASSIGN TO EXTERNAL FARCHIVOHIST0601
                       ORGANIZATION LINE SEQUENTIAL.

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
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-RUTL-STATUS.


                SELECT PLANOLAS ASSIGN TO EXTERNAL FPLANOLAS
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-OLAS-STATUS.

      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *                    =========================                  *
       01  REG-S1M4                              PIC X(501) .



      *    Corte de migracion (COPY_FECHA_CORTE), opcional.
       FD CORTE
          RECORDING MODE IS F
          RECORD CONTAINS 8 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-CORTE .
           COPY COPY_FECHA_CORTE .

      *    Salidas TRANSACTIONS de historia y delta (mismo layout que
      *    SALIDA1), cada una con su propio encabezado y trailer.
       FD SALIDA1H
          RECORDING MODE IS F
          RECORD CONTAINS 501 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-S1H                               PIC X(501) .

       FD SALIDA1D
          RECORDING MODE IS F
          RECORD CONTAINS 501 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-S1D                               PIC X(501) .

      *    Resumen del corte por marca (COPY_CORTE_RESUMEN).
       FD CORTERES
          RECORDING MODE IS F
          RECORD CONTAINS 57 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-CORTERES .
           COPY COPY_CORTE_RESUMEN .

      *    Horizonte de historia (COPY_HORIZONTE).
       FD HORIZONTE
          RECORDING MODE IS F
          RECORD CONTAINS 8 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-HORIZONTE .
           COPY COPY_HORIZONTE .

      *    Detalle de movimientos anteriores al horizonte
      *    (COPY_ARCHIVO_HISTORIA).
       FD ARCHHIST
          RECORDING MODE IS F
          RECORD CONTAINS 107 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ARCHHIST .
           COPY COPY_ARCHIVO_HISTORIA .

      *    Bitacora de ejecuciones de la cadena (COPY_RUN_LEDGER):
      *    candado de concurrencia y rastro de cada corrida.
       FD LEDGER
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
      *    (COPY_EXCEPCION_LEDGER), al que cada etapa asienta ademas
      *    de su archivo de excepcion propio.
       01  REG-RUTLIST .
           05 RUTL-RUT                          PIC 9(08) .

      *    Plan de salida en vivo por olas (opcional, COPY_PLAN_OLAS):
      *    cuando el JCL lo informa, solo salen los RUT de olas
      *    abiertas hoy o ya cerradas; los de olas futuras o sin ola
      *    se retienen sin quedar como enviados.
       FD PLANOLAS
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 68 CHARACTERS
          LABEL RECORDS STANDARD.

       01  REG-PLANOLAS .
           COPY COPY_PLAN_OLAS .

       WORKING-STORAGE SECTION.
      *-----------------------.

           05 WS-ENCAB-PROGRAMA                 PIC X(11)
                                                 VALUE "SFCPMIG0601" .
           05 WS-ENCAB-NUMARCH                  PIC 9(02) VALUE 03 .
      *    Las cargas de historia y delta del corte son archivos
      *    propios: llevan su numero de archivo en el encabezado.
           05 WS-ENCAB-NUMARCH-HIST             PIC 9(02) VALUE 04 .
           05 WS-ENCAB-NUMARCH-DELTA            PIC 9(02) VALUE 05 .

           05 WS-FIN-3                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-4                          PIC 9(01) VALUE ZEROS .
           05 WS-TIMESTAMP-R REDEFINES WS-TIMESTAMP .
              10 WS-TS-FECHA-HORA               PIC X(14) .
              10 FILLER                         PIC X(07) .
      *    Fecha de negocio leida del registro de control y ultima
      *    fecha cerrada (evento CIERRE) encontrada en la bitacora.
           05 WS-FECNEG-STATUS                  PIC X(02) .
           05 WS-FECHA-NEGOCIO                  PIC X(08) VALUE SPACES .
           05 WS-ULTIMO-CIERRE                  PIC X(08) VALUE ZEROS .


      *    Control de apertura del libro unico de excepciones.
              88 PICKLIST-ACTIVA                VALUE "S" .
           05 WS-C-SELECCIONADOS                PIC 9(12) VALUE ZEROS .

      *    Plan de olas cargado al inicio: marca, rango de RUT y
      *    fecha planificada de cada ola, y RUT retenidos.
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
           05 WS-C-OLA-MOV                      PIC 9(12) VALUE ZEROS .

      *    Corte de migracion: fecha de congelamiento (sin archivo
      *    queda en 99999999 y todo es historia), contadores de cada
      *    carga y su detalle por marca (1 = RIPLEY por defecto,
      *    2 a 5 = marcas M1 a M4 de COPY_MARCA).
        01 WS-CORTE.
           05 WS-CORTE-STATUS                   PIC X(02) .
           05 WS-FECHA-CORTE                    PIC X(08)
                                                 VALUE "99999999" .
           05 WS-C-HIST                         PIC 9(12) VALUE ZEROS .
           05 WS-C-DELTA                        PIC 9(12) VALUE ZEROS .
           05 WS-SUM-PTS-HIST                   PIC 9(15) COMP-3
                                                 VALUE ZEROS .
           05 WS-SUM-PTS-DELTA                  PIC 9(15) COMP-3
                                                 VALUE ZEROS .
           05 WS-CORTE-IDX                      PIC 9(04) COMP .
           05 WS-CORTE-PUNTOS                   PIC 9(09) .
           05 WS-CORTE-MARCA OCCURS 5 TIMES .
              10 WS-CORTE-C-HIST                PIC 9(12) .
              10 WS-CORTE-P-HIST                PIC 9(15) .
              10 WS-CORTE-C-DELTA               PIC 9(12) .
              10 WS-CORTE-P-DELTA               PIC 9(15) .

      *    Horizonte de historia (sin archivo queda en 00000000 y no
      *    se comprime nada): los movimientos con FECTRX anterior no
      *    viajan a Oracle y quedan solo en el archivo local de
      *    historia; SFCPMIG0701 los resume en el saldo de apertura
      *    de cada socio.
        01 WS-HORIZONTE.
           05 WS-HORIZ-STATUS                   PIC X(02) .
           05 WS-FECHA-HORIZONTE                PIC X(08)
                                                 VALUE "00000000" .
              88 HORIZONTE-INACTIVO             VALUE "00000000" .
           05 WS-C-ARCH-HIST                    PIC 9(12) VALUE ZEROS .
           05 WS-SUM-ARCH-HIST                  PIC 9(15) COMP-3
                                                 VALUE ZEROS .
      *    Transaccion de apertura: los Accrual de saldo de apertura
      *    que SFCPMIG0701 arma con la historia del RUT referencian
      *    una transaccion "TRX" + RUT + 9999000000, que se graba
      *    aqui una vez por RUT al primer movimiento anterior al
      *    horizonte que viaja a los extractos companeros.
           05 WS-APE-RUT-EMITIDO                PIC 9(08) VALUE ZEROS .
           05 WS-APE-NUMMOVIM                   PIC X(10)
                                                 VALUE "9999000000" .
           05 WS-C-APERTURA                     PIC 9(12) VALUE ZEROS .

        PROCEDURE DIVISION .

        MAIN-SEC SECTION.
                PERFORM ABRE-RUTLIST
                PERFORM ABRE-PARTICION
                PERFORM ABRE-RUN-LEDGER
                PERFORM ABRE-PLAN-OLAS
                PERFORM ABRE-EXCEPCION-LEDGER
                PERFORM ABRE-RECICLO
                OPEN OUTPUT SALIDA5 .
                OPEN OUTPUT SALIDA1M2 .
                OPEN OUTPUT SALIDA1M3 .
                OPEN OUTPUT SALIDA1M4 .
                PERFORM LEE-FECHA-CORTE
                OPEN OUTPUT SALIDA1H .
                OPEN OUTPUT SALIDA1D .
                PERFORM LEE-HORIZONTE
                OPEN OUTPUT ARCHHIST .
                PERFORM ESCRIBE-ENCABEZADO .

        ESCRIBE-ENCABEZADO .
                MOVE SPACES                     TO REG-SALIDA1
                MOVE "H"                        TO RTRA-TIPO-REG
                MOVE WS-RUN-FECHA               TO WS-FECHA
                STRING WS-ENCAB-PROGRAMA        DELIMITED BY SIZE
                       WS-FDD                   DELIMITED BY SIZE
                       WS-FMM                   DELIMITED BY SIZE
                WRITE REG-S1M1 FROM REG-SALIDA1 END-WRITE
                WRITE REG-S1M2 FROM REG-SALIDA1 END-WRITE
                WRITE REG-S1M3 FROM REG-SALIDA1 END-WRITE
                WRITE REG-S1M4 FROM REG-SALIDA1 END-WRITE
                MOVE WS-ENCAB-NUMARCH-HIST      TO REG-SALIDA1 (20:2)
                WRITE REG-S1H FROM REG-SALIDA1 END-WRITE
                MOVE WS-ENCAB-NUMARCH-DELTA     TO REG-SALIDA1 (20:2)
                WRITE REG-S1D FROM REG-SALIDA1 END-WRITE .

        200000-PROCESO .
                EVALUATE TRUE
                   WHEN RUTORD-RUT = R2350-RUT
                      PERFORM BUSCA-OLA
                      IF RUT-OLA-RETENIDO
                         PERFORM RETIENE-RUT-OLA
                      ELSE
                         PERFORM BUSCA-FALLECIDO
                         PERFORM GRABA-REG01
                            UNTIL RUTORD-RUT <> R2350-RUT
                               OR WS-FIN-2 = 1
                      END-IF
                      PERFORM GRABA-TRAZA
                      PERFORM LEE-01
                   WHEN RUTORD-RUT < R2350-RUT
                      PERFORM GRABA-MONTO-EXCEPCION
                   WHEN OTHER
                      PERFORM BUSCA-MARCA
                      EVALUATE TRUE
                         WHEN WS-MARCA-MONEDA-ACTUAL = SPACES
                            PERFORM GRABA-MONEDA-EXCEPCION
                         WHEN R2350-FECTRX < WS-FECHA-HORIZONTE
                            PERFORM GRABA-HISTORIA-0601
                         WHEN OTHER
                            PERFORM GRABA-REG01-REG
                      END-EVALUATE
                END-EVALUATE
                PERFORM LEE-02 .

                MOVE "01-MIGRACION"             TO RTRA-COMMENTS
                MOVE RUTORD-CODPROGR            TO RTRA-CODPROGR
                PERFORM GRABA-EXTRACTO-COMPANION
                MOVE R2350-PUNOBTEN             TO WS-CORTE-PUNTOS
                PERFORM GRABA-SALIDA1-MARCA .

        GRABA-HISTORIA-0601 .
      *         La transaccion anterior al horizonte no viaja a
      *         Oracle, pero igual pasa a los extractos companeros:
      *         SFCPMIG0701 la necesita para el saldo de apertura y
      *         SFCPMIG0801 para archivar el canje correspondiente.
      *         El primero del RUT graba ademas la transaccion de
      *         apertura que referencian sus Accrual de apertura.
                PERFORM GRABA-ARCHIVO-HISTORIA
                IF R2350-RUT NOT = WS-APE-RUT-EMITIDO
                   AND (R2350-INDICADOR = 1 OR R2350-INDICADOR = 2
                        OR R2350-INDICADOR = 4 OR R2350-INDICADOR = 5)
                   PERFORM GRABA-APERTURA-0601
                END-IF
                PERFORM GRABA-EXTRACTO-COMPANION .

        GRABA-APERTURA-0601 .
      *         Transaccion sin monto ni comercio, con la fecha del
      *         movimiento que la origina (anterior al horizonte):
      *         solo ancla en Oracle los Accrual "Saldo Apertura".
                ADD 1                           TO WS-C-SAL-1
                ADD 1                           TO WS-C-APERTURA
                MOVE R2350-RUT                  TO WS-APE-RUT-EMITIDO
                MOVE SPACES                     TO REG-SALIDA1
                MOVE ";"                        TO RTRA-SEP01
                                                RTRA-SEP02
                                                RTRA-SEP03
                                                RTRA-SEP04
                                                RTRA-SEP05
                                                RTRA-SEP06
                                                RTRA-SEP07
                                                RTRA-SEP08
                                                RTRA-SEP09
                                                RTRA-SEP10
                                                RTRA-SEP11
                                                RTRA-SEP12
                                                RTRA-SEP13
                                                RTRA-SEP14
                                                RTRA-SEP15
                                                RTRA-SEP16
                                                RTRA-SEP17
                                                RTRA-SEP18
                                                RTRA-SEP19
                                                RTRA-SEP20
                                                RTRA-SEP21
                                                RTRA-SEP22
                                                RTRA-SEP23
                                                RTRA-SEP24
                                                RTRA-SEP25
                                                RTRA-SEP26
                                                RTRA-SEP27
                                                RTRA-SEP28
                                                RTRA-SEP29
                                                RTRA-SEP30
                                                RTRA-SEP31
                                                RTRA-SEP32
                                                RTRA-SEP33
                                                RTRA-SEP34
                MOVE "D"                        TO RTRA-TIPO-REG
                MOVE R2350-RUT                  TO RTRA-RUT
                MOVE "RPGCL"                    TO RTRA-PROGRAM_NAME
                STRING "TRX"                    DELIMITED BY SIZE
                       R2350-RUT                DELIMITED BY SIZE
                       WS-APE-NUMMOVIM          DELIMITED BY SIZE
                                                INTO RTRA-TXN_NUM
                END-STRING
                STRING WS-MARCA-PREFIJO-ACTUAL  DELIMITED BY SIZE
                       R2350-RUT                DELIMITED BY SIZE
                                                INTO RTRA-MEM_NUM
                END-STRING
                MOVE "ORA_TXN_ACC"              TO RTRA-TYPE_CODE
                MOVE "ORA_ACC_PROD"             TO RTRA-SUB_TYPE_CODE
                MOVE "ORA_TXN_STAT_PROCESSED"   TO RTRA-STATUS_CODE
                MOVE ZEROS                      TO RTRA-AMT_VAL
                                                RTRA-ATT_NUMBER010
                                                RTRA-ATT_NUMBER011
                                                RTRA-ATT_NUMBER020
                MOVE R2350-FECTRX               TO RTRA-TXN_DT
                MOVE "PGC"                      TO RTRA-INTERNAL_NAME
                MOVE WS-MARCA-ORG-ACTUAL        TO RTRA-ORG_CODE
                MOVE "SALDO APERTURA"           TO RTRA-ITEM_NUMBER
                MOVE WS-MARCA-MONEDA-ACTUAL     TO RTRA-CURCY_CODE
                MOVE 999999999999               TO RTRA-ATT_NUMBER019
                                                RTRA-ATT_NUMBER018
                                                RTRA-ATT_NUMBER017
                                                RTRA-ATT_NUMBER016
                                                RTRA-ATT_NUMBER012
                                                RTRA-ATT_NUMBER014
                                                RTRA-ATT_NUMBER013
                                                RTRA-ATT_NUMBER021
                                                RTRA-ATT_NUMBER015
                MOVE RTRA-TXN_NUM               TO RTRA-ATT_CHAR014
                MOVE "00-SALDO APERTURA"        TO RTRA-COMMENTS
                MOVE RUTORD-CODPROGR            TO RTRA-CODPROGR
                MOVE ZEROS                      TO WS-CORTE-PUNTOS
                PERFORM GRABA-SALIDA1-MARCA .

        GRABA-EXTRACTO-COMPANION .
      *         al archivo de la marca resuelta (M1 a M4) o al de
      *         RIPLEY por defecto (M0).
                WRITE REG-SALIDA1 END-WRITE
                PERFORM GRABA-SALIDA1-CORTE
                EVALUATE WS-MARCA-SLOT
                   WHEN 1
                      ADD 1                     TO WS-C-MARCA (1)
                   PERFORM ARMA-TRAILER
                   WRITE REG-S1M4 FROM REG-SALIDA1 END-WRITE
                END-IF
                IF WS-C-HIST > 0
                   MOVE WS-C-HIST               TO WS-REGCONT
                   PERFORM ARMA-TRAILER
                   WRITE REG-S1H FROM REG-SALIDA1 END-WRITE
                END-IF
                IF WS-C-DELTA > 0
                   MOVE WS-C-DELTA              TO WS-REGCONT
                   PERFORM ARMA-TRAILER
                   WRITE REG-S1D FROM REG-SALIDA1 END-WRITE
                END-IF
                CLOSE SALIDA1 .
                CLOSE SALIDA1M0 .
                CLOSE SALIDA1M1 .
                CLOSE SALIDA1M2 .
                CLOSE SALIDA1M3 .
                CLOSE SALIDA1M4 .
                CLOSE SALIDA1H .
                CLOSE SALIDA1D .
                CLOSE ARCHHIST .
                PERFORM GRABA-CORTE-RESUMEN
                CLOSE SALIDA2 .
                CLOSE SALIDA3 .
                CLOSE SALIDA4 .
                display "Reg.Extracto 0701=" WS-C-EXT-0701 .
                display "Reg.Extracto 0801=" WS-C-EXT-0801 .
                display "Reg.Moneda Sin Config=" WS-C-MONEDA-EXC .
                display "Fecha de Corte=" WS-FECHA-CORTE .
                display "Reg.Carga Historia=" WS-C-HIST .
                display "Reg.Carga Delta=" WS-C-DELTA .
                display "Reg.Trx Apertura=" WS-C-APERTURA .
                display "Horizonte Historia=" WS-FECHA-HORIZONTE .
                display "Reg.Archivados Historia=" WS-C-ARCH-HIST .
                display "RUT Retenidos Ola Futura=" WS-C-OLA-FUTURA .
                display "RUT Retenidos Sin Ola=" WS-C-OLA-SIN-OLA .
                display "Reg.Retenidos Ola=" WS-C-OLA-MOV .

        ARMA-TRAILER .
      *         Arma en REG-SALIDA1 el trailer estandar (fecha +
      *         el parrafo que invoca dejo en WS-REGCONT.
                MOVE SPACES                     TO REG-SALIDA1
                MOVE "T"                        TO RTRA-TIPO-REG
                MOVE WS-RUN-FECHA               TO WS-FECHA
                STRING WS-FDD                   DELIMITED BY SIZE
                       WS-FMM                   DELIMITED BY SIZE
                       WS-FAA                   DELIMITED BY SIZE
      *         abortada sin cerrar).
                MOVE FUNCTION CURRENT-DATE      TO WS-TIMESTAMP
                MOVE WS-TS-FECHA-HORA           TO WS-RUN-ID
                PERFORM LEE-FECHA-NEGOCIO
                MOVE WS-FECHA-NEGOCIO           TO WS-RUN-ID (1:8)
                MOVE WS-FECHA-NEGOCIO           TO WS-RUN-FECHA
                MOVE "N"                        TO WS-RL-ABIERTO-SW
                MOVE ZEROS                      TO WS-FIN-RL
                OPEN INPUT LEDGER
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
      *         RUN-ID, encabezados, trailers, totales de control y
      *         libro de excepciones se fechan con ella y no con el
      *         reloj, para que una noche que cruza la medianoche o
      *         se reprocesa al dia siguiente conserve su fecha. Sin
      *         registro de control la cadena no parte.
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
                MOVE WS-SUM-MTOTRX               TO WS-SUM-MTOTRX-ENT
                MOVE WS-SUM-MTOTRX-ENT           TO CTOT-VALOR
                WRITE REG-SALIDA6 END-WRITE
                MOVE "CORTE HIST REGISTROS"     TO CTOT-CONTADOR
                MOVE WS-C-HIST                   TO CTOT-VALOR
                WRITE REG-SALIDA6 END-WRITE
                MOVE "CORTE HIST PUNTOS"        TO CTOT-CONTADOR
                MOVE WS-SUM-PTS-HIST             TO CTOT-VALOR
                WRITE REG-SALIDA6 END-WRITE
                MOVE "CORTE DELTA REGISTROS"    TO CTOT-CONTADOR
                MOVE WS-C-DELTA                  TO CTOT-VALOR
                WRITE REG-SALIDA6 END-WRITE
                MOVE "CORTE DELTA PUNTOS"       TO CTOT-CONTADOR
                MOVE WS-SUM-PTS-DELTA            TO CTOT-VALOR
                WRITE REG-SALIDA6 END-WRITE
                MOVE "HISTORIA ARCHIVADA"       TO CTOT-CONTADOR
                MOVE WS-C-ARCH-HIST              TO CTOT-VALOR
                WRITE REG-SALIDA6 END-WRITE
                MOVE "HISTORIA ARCH PUNTOS"     TO CTOT-CONTADOR
                MOVE WS-SUM-ARCH-HIST            TO CTOT-VALOR
                WRITE REG-SALIDA6 END-WRITE
                MOVE "TRX APERTURA"             TO CTOT-CONTADOR
                MOVE WS-C-APERTURA               TO CTOT-VALOR
                WRITE REG-SALIDA6 END-WRITE
                MOVE "RUT OLA FUTURA"           TO CTOT-CONTADOR
                MOVE WS-C-OLA-FUTURA             TO CTOT-VALOR
                WRITE REG-SALIDA6 END-WRITE
                MOVE "RUT SIN OLA"              TO CTOT-CONTADOR
                MOVE WS-C-OLA-SIN-OLA            TO CTOT-VALOR
                WRITE REG-SALIDA6 END-WRITE
                MOVE "MOV OLA RETENIDOS"        TO CTOT-CONTADOR
                MOVE WS-C-OLA-MOV                TO CTOT-VALOR
                WRITE REG-SALIDA6 END-WRITE
                CLOSE SALIDA6 .


                            OR RUTORD-RUT IS NUMERIC
                      PERFORM CORTA-PARTICION
                END-EVALUATE .

        ABRE-PLAN-OLAS .
      *         Plan de salida por olas; sin archivo sale el universo
      *         completo, como siempre. Un registro mal formado, un
      *         plan vacio o uno mayor que la tabla detienen la
      *         corrida: un plan mal leido soltaria o retendria olas
      *         completas.
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
      *         Ola del RUT en proceso: la primera del plan cuya marca
      *         (blanco = todas) y rango lo cubren. Se retiene el RUT
      *         de una ola con fecha posterior a la de negocio o que
      *         ninguna ola cubre; la ola que abre hoy y las ya
      *         cerradas salen como siempre.
                MOVE "N"                        TO WS-OLA-RETENIDA-SW
                IF PLAN-OLAS-ACTIVO
                   PERFORM BUSCA-MARCA
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

        RETIENE-RUT-OLA .
      *         RUT retenido por el plan de olas: sus movimientos
      *         T7542350 se saltan sin salir a TRANSACTIONS ni a los
      *         extractos de SFCPMIG0701/0801, de modo que ninguna
      *         clave queda posteada y el legado los vuelve a
      *         entregar la noche en que abra su ola.
                PERFORM SALTA-MOV-OLA UNTIL R2350-RUT <> RUTORD-RUT
                                         OR WS-FIN-2 = 1 .

        SALTA-MOV-OLA .
                ADD 1                           TO WS-C-OLA-MOV
                PERFORM LEE-02 .

        LEE-FECHA-CORTE .
      *         Fecha de congelamiento del cutover; sin el archivo
      *         todo el universo es carga de historia.
                OPEN INPUT CORTE
                IF WS-CORTE-STATUS = "00"
                   READ CORTE
                   IF WS-CORTE-STATUS = "00"
                      IF CORTE-FECHA-CONGELA IS NOT NUMERIC
                         DISPLAY "FECHA DE CORTE INVALIDA="
                                 CORTE-FECHA-CONGELA
                         DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                         DISPLAY "---------------------------------"
                         MOVE "FECHA DE CORTE INVALIDA"
                                           TO WS-ALERTA-MENSAJE
                         MOVE 1                TO WS-ALERTA-CONDICION
                         PERFORM GRABA-ALERTA
                         MOVE 1                TO RETURN-CODE
                         STOP RUN
                      END-IF
                      MOVE CORTE-FECHA-CONGELA  TO WS-FECHA-CORTE
                   END-IF
                   CLOSE CORTE
                END-IF
                MOVE ZEROS                      TO WS-CORTE-IDX
                PERFORM LIMPIA-CORTE-MARCA 5 TIMES .

        LEE-HORIZONTE .
      *         Horizonte de historia; sin el archivo no se comprime
      *         nada y todo viaja movimiento a movimiento.
                OPEN INPUT HORIZONTE
                IF WS-HORIZ-STATUS = "00"
                   READ HORIZONTE
                   IF WS-HORIZ-STATUS = "00"
                      IF HORIZ-FECHA IS NOT NUMERIC
                         DISPLAY "HORIZONTE DE HISTORIA INVALIDO="
                                 HORIZ-FECHA
                         DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                         DISPLAY "---------------------------------"
                         MOVE "HORIZONTE DE HISTORIA INVALIDO"
                                           TO WS-ALERTA-MENSAJE
                         MOVE 1                TO WS-ALERTA-CONDICION
                         PERFORM GRABA-ALERTA
                         MOVE 1                TO RETURN-CODE
                         STOP RUN
                      END-IF
                      MOVE HORIZ-FECHA          TO WS-FECHA-HORIZONTE
                   END-IF
                   CLOSE HORIZONTE
                END-IF .

        GRABA-ARCHIVO-HISTORIA .
      *         Movimiento anterior al horizonte: no viaja a Oracle,
      *         queda en el archivo local de historia.
                ADD 1                           TO WS-C-ARCH-HIST
                ADD R2350-PUNOBTEN              TO WS-SUM-ARCH-HIST
                MOVE WS-ENCAB-PROGRAMA          TO ARCHIS-PROGRAM_NAME
                MOVE R2350-RUT                  TO ARCHIS-RUT
                MOVE R2350-NUMMOVIM             TO ARCHIS-NUMMOVIM
                MOVE R2350-INDICADOR            TO ARCHIS-INDICADOR
                MOVE R2350-FECTRX               TO ARCHIS-FECTRX
                MOVE R2350-CONCONCE             TO ARCHIS-CONCONCE
                MOVE R2350-NRODOCTO             TO ARCHIS-NRODOCTO
                MOVE R2350-PUNOBTEN-SIGNO       TO ARCHIS-SIGNO
                MOVE R2350-PUNOBTEN             TO ARCHIS-PUNOBTEN
                MOVE R2350-MTOTRX               TO ARCHIS-MTOTRX
                MOVE ZEROS                      TO ARCHIS-USADO
                                                ARCHIS-VENCIDO
                MOVE SPACES                     TO ARCHIS-APERTURA
                WRITE REG-ARCHHIST
                END-WRITE .

        LIMPIA-CORTE-MARCA .
                ADD 1                           TO WS-CORTE-IDX
                MOVE ZEROS          TO WS-CORTE-C-HIST (WS-CORTE-IDX)
                                       WS-CORTE-P-HIST (WS-CORTE-IDX)
                                       WS-CORTE-C-DELTA (WS-CORTE-IDX)
                                       WS-CORTE-P-DELTA (WS-CORTE-IDX) .

        GRABA-SALIDA1-CORTE .
      *         El registro recien grabado en SALIDA1 va ademas a la
      *         carga de historia (FECTRX hasta la fecha de corte) o
      *         a la de delta (posterior al corte), acumulando por la
      *         marca ya resuelta en WS-MARCA-SLOT.
                COMPUTE WS-CORTE-IDX = WS-MARCA-SLOT + 1
                IF R2350-FECTRX
                   <= WS-FECHA-CORTE
                   ADD 1                        TO WS-C-HIST
                   ADD WS-CORTE-PUNTOS
                                                TO WS-SUM-PTS-HIST
                   ADD 1            TO WS-CORTE-C-HIST (WS-CORTE-IDX)
                   ADD WS-CORTE-PUNTOS
                                    TO WS-CORTE-P-HIST (WS-CORTE-IDX)
                   WRITE REG-S1H FROM REG-SALIDA1 END-WRITE
                ELSE
                   ADD 1                        TO WS-C-DELTA
                   ADD WS-CORTE-PUNTOS
                                                TO WS-SUM-PTS-DELTA
                   ADD 1           TO WS-CORTE-C-DELTA (WS-CORTE-IDX)
                   ADD WS-CORTE-PUNTOS
                                   TO WS-CORTE-P-DELTA (WS-CORTE-IDX)
                   WRITE REG-S1D FROM REG-SALIDA1 END-WRITE
                END-IF .

        GRABA-CORTE-RESUMEN .
      *         Un par de registros (historia y delta) por cada marca
      *         que tuvo movimientos en la corrida.
                OPEN OUTPUT CORTERES
                PERFORM GRABA-CORTE-MARCA
                   VARYING WS-CORTE-IDX FROM 1 BY 1
                   UNTIL WS-CORTE-IDX > 5
                CLOSE CORTERES .

        GRABA-CORTE-MARCA .
                IF WS-CORTE-C-HIST (WS-CORTE-IDX) > 0
                   OR WS-CORTE-C-DELTA (WS-CORTE-IDX) > 0
                   MOVE WS-ENCAB-PROGRAMA       TO CORTERES-PROGRAM_NAME
                   MOVE WS-FECHA-CORTE          TO CORTERES-FECHA-CORTE
                   IF WS-CORTE-IDX = 1
                      MOVE "RIPLEY"             TO CORTERES-ORG_CODE
                   ELSE
                      MOVE WS-MARCA-ITEM-ORG_CODE (WS-CORTE-IDX - 1)
                                                TO CORTERES-ORG_CODE
                   END-IF
                   MOVE "H"                     TO CORTERES-LADO
                   MOVE WS-CORTE-C-HIST (WS-CORTE-IDX)
                                                TO CORTERES-MOVIMIENTOS
                   MOVE WS-CORTE-P-HIST (WS-CORTE-IDX)
                                                TO CORTERES-PUNTOS
                   WRITE REG-CORTERES END-WRITE
                   MOVE "D"                     TO CORTERES-LADO
                   MOVE WS-CORTE-C-DELTA (WS-CORTE-IDX)
                                                TO CORTERES-MOVIMIENTOS
                   MOVE WS-CORTE-P-DELTA (WS-CORTE-IDX)
                                                TO CORTERES-PUNTOS
                   WRITE REG-CORTERES END-WRITE
                END-IF .
