                       ORGANIZATION LINE SEQUENTIAL.


      *         Corte de migracion: fecha de congelamiento
      *         (COPY_FECHA_CORTE), salidas ACCRUALS separadas en
      *         carga de historia (H) y delta (D), y su resumen por
      *         marca (COPY_CORTE_RESUMEN).
                SELECT CORTE ASSIGN TO EXTERNAL FFECHACORTE
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-CORTE-STATUS.

                SELECT SALIDA1H ASSIGN TO EXTERNAL FSALIDA1HIST
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA1D ASSIGN TO EXTERNAL FSALIDA1DELTA
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT CORTERES ASSIGN TO EXTERNAL FCORTERESUMEN0701
                       ORGANIZATION LINE SEQUENTIAL.

      *         Horizonte de historia (COPY_HORIZONTE) y archivo local
      *         con el detalle de las bonificaciones resumidas en el
      *         saldo de apertura (COPY_ARCHIVO_HISTORIA).
                SELECT HORIZONTE ASSIGN TO EXTERNAL FHORIZONTE
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-HORIZ-STATUS.

                SELECT ARCHHIST ASSIGN TO EXTERNAL FARCHIVOHIST0701
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

      *         Lista de RUT retenidos por Riesgo (opcional) y
      *         movimientos desviados por la retencion.
                SELECT RETENCION ASSIGN TO EXTERNAL FRETENCIONRIESGO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-RETRSG-STATUS.

                SELECT RETENIDO ASSIGN TO EXTERNAL FRETENIDO0701
                       ORGANIZATION LINE SEQUENTIAL.

      *         Maestro de promociones de Marketing (COPY_PROMOCION)
      *         y resumen por concepto de las bonificaciones que se
      *         cargaron como Base por no tener promocion vigente.
                SELECT ENTRADA6 ASSIGN TO EXTERNAL FPROMOCION
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-PROMO-STATUS.

                SELECT SALIDA12 ASSIGN TO EXTERNAL FPROMOSINVIGENCIA
                       ORGANIZATION LINE SEQUENTIAL.

      *         Catalogo de premios del legado (COPY_CATALOGO_PREMIO),
      *         el mismo que usa SFCPMIG0801 para decidir que canjes
      *         viajan a REDEMPTIONS.
                SELECT ENTRADA7 ASSIGN TO EXTERNAL FCATALOGOPREMIO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-CAT-STATUS.

      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *                    =========================                  *
       01  REG-S1M4                              PIC X(251) .



      *    Corte de migracion (COPY_FECHA_CORTE), opcional.
       FD CORTE
          RECORDING MODE IS F
          RECORD CONTAINS 8 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-CORTE .
           COPY COPY_FECHA_CORTE .

      *    Salidas ACCRUALS de historia y delta (mismo layout que
      *    SALIDA1), cada una con su propio encabezado y trailer.
       FD SALIDA1H
          RECORDING MODE IS F
          RECORD CONTAINS 251 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-S1H                               PIC X(251) .

       FD SALIDA1D
          RECORDING MODE IS F
          RECORD CONTAINS 251 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-S1D                               PIC X(251) .

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

      *    Detalle de bonificaciones anteriores al horizonte
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

      *    Lista de RUT retenidos por Riesgo (COPY_RETENCION_RIESGO,
      *    opcional, ordenada por RUT, la deja SFCPMIG1032): los
      *    movimientos de estos RUT no se cargan; se desvian a
      *    RETENIDO, con el layout de los RUT pesados, hasta que
      *    Riesgo los libere y se reprocesen por lista de RUT.
       FD RETENCION
          RECORDING MODE IS F
          RECORD CONTAINS 28 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-RETENCION .
           COPY COPY_RETENCION_RIESGO .

       FD RETENIDO
          RECORDING MODE IS F
          RECORD CONTAINS 45 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-RETENIDO .
           COPY COPY_RUT_PESADO REPLACING LEADING ==PESADO== BY
                ==RETMOV== .

      *    Maestro de promociones y campanas (COPY_PROMOCION),
      *    mantenido por Marketing sin necesidad de recompilar.
      *    Opcional: sin el archivo todas las bonificaciones viajan
      *    como Base.
       FD ENTRADA6
          RECORDING MODE IS F
          RECORD CONTAINS 59 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA6 .
           COPY COPY_PROMOCION .

      *    Bonificaciones sin promocion vigente, contadas por
      *    concepto (COPY_PROMO_SIN_VIGENCIA).
       FD SALIDA12
          RECORDING MODE IS F
          RECORD CONTAINS 20 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA12 .
           COPY COPY_PROMO_SIN_VIGENCIA .

      *    Catalogo de premios del legado (COPY_CATALOGO_PREMIO).
       FD ENTRADA7
          RECORDING MODE IS F
          RECORD CONTAINS 63 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA7 .
           COPY COPY_CATALOGO_PREMIO .

       WORKING-STORAGE SECTION.
      *-----------------------.

           05 WS-ENCAB-PROGRAMA                 PIC X(11)
                                                 VALUE "SFCPMIG0701" .
           05 WS-ENCAB-NUMARCH                  PIC 9(02) VALUE 03 .
      *    Las cargas de historia y delta del corte son archivos
      *    propios: llevan su numero de archivo en el encabezado.
           05 WS-ENCAB-NUMARCH-HIST             PIC 9(02) VALUE 04 .
           05 WS-ENCAB-NUMARCH-DELTA            PIC 9(02) VALUE 05 .
           05 WS-FIN-3                          PIC 9(01) VALUE ZEROS .

        01 WS-RARAS2.
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

      *    Retencion de RUT marcados por Riesgo.
        01 WS-RETENCION.
           05 WS-RETRSG-STATUS                  PIC X(02) .
           05 WS-FIN-RETRSG                     PIC 9(01) VALUE ZEROS .
           05 WS-RETRSG-ACTIVA-SW               PIC X(01) VALUE "N" .
              88 RETENCION-ACTIVA               VALUE "S" .
           05 WS-RUT-RETENIDO-SW                PIC X(01) VALUE "N" .
              88 RUT-ES-RETENIDO                VALUE "S" .
           05 WS-C-RUT-RETENIDOS                PIC 9(12) VALUE ZEROS .
           05 WS-C-MOV-RETENIDOS                PIC 9(12) VALUE ZEROS .

      *    Maestro de promociones (COPY_PROMOCION), cargado una vez
      *    al inicio, y conteo por concepto de las bonificaciones que
      *    no encontraron promocion vigente y se cargaron como Base.
        01 WS-TABLA-PROMOCION.
           05 WS-PROMO-STATUS                   PIC X(02) .
           05 WS-FIN-6                          PIC 9(01) VALUE ZEROS .
           05 WS-PROMO-CANT                     PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-PROMO-IDX                      PIC 9(04) COMP .
           05 WS-PROMO-ENCONTRADA-SW            PIC X(01) .
              88 PROMO-FUE-ENCONTRADA           VALUE "S" .
           05 WS-PROMO-HALLADA                  PIC 9(04) COMP .
           05 WS-PROMO-ITEM OCCURS 500 TIMES .
              10 WS-PROMO-ITEM-CODPROGR         PIC X(09) .
              10 WS-PROMO-ITEM-CONCONCE         PIC X(08) .
              10 WS-PROMO-ITEM-DESDE            PIC X(08) .
              10 WS-PROMO-ITEM-HASTA            PIC X(08) .
              10 WS-PROMO-ITEM-NOMBRE           PIC X(15) .
              10 WS-PROMO-ITEM-PTSUBTYPE        PIC X(10) .
              10 WS-PROMO-ITEM-QUALIFYNG        PIC X(01) .
           05 WS-C-PROMO-APLICADA               PIC 9(12) VALUE ZEROS .
           05 WS-C-PROMO-BASE                   PIC 9(12) VALUE ZEROS .
           05 WS-SINV-CANT                      PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-SINV-IDX                       PIC 9(04) COMP .
           05 WS-SINV-ENCONTRADO-SW             PIC X(01) .
              88 SINV-FUE-ENCONTRADO            VALUE "S" .
      *    Conceptos sin promocion que ya no caben en la tabla: se
      *    cuentan juntos para que el total siga cuadrando.
           05 WS-C-SINV-OTROS                   PIC 9(12) VALUE ZEROS .
           05 WS-SINV-ITEM OCCURS 300 TIMES .
              10 WS-SINV-CONCONCE               PIC X(08) .
              10 WS-SINV-CONTADOR               PIC 9(12) .

      *    Catalogo de premios del legado (COPY_CATALOGO_PREMIO),
      *    cargado una vez al inicio.
        01 WS-TABLA-CATALOGO.
           05 WS-CAT-STATUS                     PIC X(02) .
           05 WS-FIN-7                          PIC 9(01) VALUE ZEROS .
           05 WS-CAT-CANT                       PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-CAT-IDX                        PIC 9(04) COMP .
           05 WS-CAT-HALLADO                    PIC 9(04) COMP .
           05 WS-CAT-ITEM OCCURS 3000 TIMES .
              10 WS-CAT-ITEM-CONCONCE           PIC X(08) .
              10 WS-CAT-ITEM-NRODOCTO           PIC X(10) .
              10 WS-CAT-ITEM-TYPE_CODE          PIC X(15) .
              10 WS-CAT-ITEM-ITEM_NUM           PIC X(30) .

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
      *    Fecha y puntos (magnitud) del Accrual recien grabado, que
      *    el parrafo que graba deja cargados para el corte.
           05 WS-CORTE-FECTRX                   PIC X(08) .
           05 WS-CORTE-PUNTOS                   PIC 9(09) .
           05 WS-CORTE-MARCA OCCURS 5 TIMES .
              10 WS-CORTE-C-HIST                PIC 9(12) .
              10 WS-CORTE-P-HIST                PIC 9(15) .
              10 WS-CORTE-C-DELTA               PIC 9(12) .
              10 WS-CORTE-P-DELTA               PIC 9(15) .

      *    Compresion de la historia antigua: las bonificaciones con
      *    FECTRX anterior al horizonte (sin archivo, 00000000: no se
      *    comprime nada) no viajan una a una. Al corte de RUT se les
      *    reparte en FIFO solo lo canjeado y caducado tambien antes
      *    del horizonte (lo que SFCPMIG0801 ya no carga), y lo
      *    disponible se agrupa por mes de vencimiento en un Accrual
      *    de saldo de apertura con ITEM_NUM 9999 + AAAAMM. Todas las
      *    aperturas del RUT referencian la transaccion de apertura
      *    "TRX" + RUT + 9999000000 que SFCPMIG0601 graba en
      *    TRANSACTIONS al primer movimiento anterior al horizonte, y
      *    esa misma clave RUT + 9999000000 queda una sola vez en el
      *    historial de claves posteadas: Oracle confirma la apertura
      *    del RUT completa y asi se postea y se reversa completa.
      *    WS-APE-AJUSTE lleva a la ultima apertura la diferencia
      *    entre lo neteado en FIFO y lo canjeado/caducado antes del
      *    horizonte (historia sobregirada), para que el saldo por
      *    RUT de SFCPMIG1004 no se mueva. Una apertura que con ese
      *    ajuste queda negativa no viaja como Accrual: va a
      *    FMONTOEXCEPCION0701 y al libro de excepciones.
        01 WS-HORIZONTE.
           05 WS-HORIZ-STATUS                   PIC X(02) .
           05 WS-FECHA-HORIZONTE                PIC X(08)
                                                 VALUE "00000000" .
              88 HORIZONTE-INACTIVO             VALUE "00000000" .
           05 WS-NET-CANJEADO-HIS               PIC S9(11) COMP-3
                                                 VALUE ZEROS .
           05 WS-NET-CADUCADO-HIS               PIC S9(11) COMP-3
                                                 VALUE ZEROS .
           05 WS-APE-CONSUMIDO                  PIC S9(11) COMP-3
                                                 VALUE ZEROS .
           05 WS-APE-AJUSTE                     PIC S9(11) COMP-3 .
           05 WS-APE-ANTIGUAS                   PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-APE-CANT                       PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-APE-IDX                        PIC 9(04) COMP .
           05 WS-APE-HALLADO                    PIC 9(04) COMP .
           05 WS-APE-UBICADO-SW                 PIC X(01) .
              88 APERTURA-UBICADA               VALUE "S" .
           05 WS-APE-MES-ACTUAL                 PIC X(06) .
           05 WS-APE-EXPIRA-ACTUAL              PIC X(08) .
           05 WS-APE-EXPIRA-R REDEFINES WS-APE-EXPIRA-ACTUAL .
              10 WS-APE-EXPIRA-A                PIC 9(04) .
              10 FILLER                         PIC X(04) .
           05 WS-APE-NUMMOVIM .
              10 FILLER                         PIC X(04) VALUE "9999" .
              10 WS-APE-NUMMOVIM-MES            PIC X(06) .
           05 WS-APE-NUMMOVIM-N REDEFINES WS-APE-NUMMOVIM
                                                PIC 9(10) .
           05 WS-APE-MAGNITUD                   PIC S9(11) COMP-3 .
           05 WS-APE-NUMMOVIM-TRX               PIC 9(10)
                                                 VALUE 9999000000 .
           05 WS-C-ARCH-BONI                    PIC 9(12) VALUE ZEROS .
           05 WS-C-APERTURA                     PIC 9(12) VALUE ZEROS .
           05 WS-C-APE-CERO                     PIC 9(12) VALUE ZEROS .
           05 WS-C-APE-AJUSTE                   PIC 9(12) VALUE ZEROS .
           05 WS-C-APE-DESBORDE                 PIC 9(12) VALUE ZEROS .
           05 WS-C-APE-NEGATIVA                 PIC 9(12) VALUE ZEROS .
           05 WS-SUM-APERTURA                   PIC S9(15) COMP-3
                                                 VALUE ZEROS .
           05 WS-APE-ITEM OCCURS 300 TIMES .
              10 WS-APE-MES                     PIC X(06) .
              10 WS-APE-EXPIRA                  PIC X(08) .
              10 WS-APE-FECTRX                  PIC X(08) .
              10 WS-APE-PUNTOS                  PIC S9(11) COMP-3 .
              10 WS-APE-MOVIMIENTOS             PIC 9(09) .

        PROCEDURE DIVISION .

        MAIN-SEC SECTION.
        100000-INICIO .
                PERFORM ABRE-ENSAYO
                PERFORM ABRE-RUTLIST
                PERFORM ABRE-RETENCION
                PERFORM ABRE-PARTICION
                PERFORM ABRE-RUN-LEDGER
                PERFORM ABRE-EXCEPCION-LEDGER
                PERFORM LEE-05
                PERFORM CARGA-MARCA UNTIL WS-FIN-5 = 1
                CLOSE ENTRADA5 .
                OPEN INPUT ENTRADA6 .
                IF WS-PROMO-STATUS = "00"
                   PERFORM LEE-06
                   PERFORM CARGA-PROMOCION UNTIL WS-FIN-6 = 1
                   CLOSE ENTRADA6
                END-IF
                OPEN INPUT ENTRADA7 .
                IF WS-CAT-STATUS = "00"
                   PERFORM LEE-CATALOGO
                   PERFORM CARGA-CATALOGO UNTIL WS-FIN-7 = 1
                   CLOSE ENTRADA7
                END-IF
                PERFORM LEE-CHECKPOINT
                IF CHECKPT-EXISTE
                   DISPLAY "REINICIO DESDE CHECKPOINT RUT="
                OPEN OUTPUT SALIDA8 .
                OPEN OUTPUT SALIDA10 .
                OPEN OUTPUT SALIDA11 .
                OPEN OUTPUT RETENIDO .
                OPEN OUTPUT SALIDA12 .
                OPEN OUTPUT SALIDA1M0 .
                OPEN OUTPUT SALIDA1M1 .
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
                display "RTRA-RUT=" RTRA-RUT
                     WS-MARCA-ITEM-PREFIJO (WS-MARCA-CANT)
                PERFORM LEE-05 .

        LEE-06 .
                READ ENTRADA6 AT END MOVE 1     TO WS-FIN-6 .

        CARGA-PROMOCION .
      *         Una ventana de vigencia que no es fecha numerica no
      *         puede compararse con FECTRX: se detiene la corrida
      *         para que Marketing corrija el maestro.
                IF PROMO-FECHA-DESDE IS NOT NUMERIC
                   OR PROMO-FECHA-HASTA IS NOT NUMERIC
                   DISPLAY "MAESTRO DE PROMOCIONES CON VIGENCIA"
                           " INVALIDA CONCONCE=" PROMO-CONCONCE
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE "MAESTRO DE PROMOCIONES CON VIGENCIA INVALIDA"
                                           TO WS-ALERTA-MENSAJE
                   MOVE 1                      TO WS-ALERTA-CONDICION
                   PERFORM GRABA-ALERTA
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
      *         Una ventana con DESDE posterior a HASTA no calza con
      *         ninguna FECTRX: la promocion se perderia sin aviso y
      *         sus movimientos saldrian con el subtipo base.
                IF PROMO-FECHA-DESDE > PROMO-FECHA-HASTA
                   DISPLAY "MAESTRO DE PROMOCIONES CON VIGENCIA"
                           " INVERTIDA CONCONCE=" PROMO-CONCONCE
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE "MAESTRO DE PROMOCIONES CON VIGENCIA INVERTIDA"
                                           TO WS-ALERTA-MENSAJE
                   MOVE 1                      TO WS-ALERTA-CONDICION
                   PERFORM GRABA-ALERTA
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                ADD 1                           TO WS-PROMO-CANT
                IF WS-PROMO-CANT > 500
                   DISPLAY "TABLA DE PROMOCIONES EXCEDE SU CAPACIDAD"
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE "TABLA DE PROMOCIONES EXCEDE SU CAPACIDAD"
                                           TO WS-ALERTA-MENSAJE
                   MOVE 1                      TO WS-ALERTA-CONDICION
                   PERFORM GRABA-ALERTA
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE PROMO-CODPROGR             TO
                     WS-PROMO-ITEM-CODPROGR (WS-PROMO-CANT)
                MOVE PROMO-CONCONCE             TO
                     WS-PROMO-ITEM-CONCONCE (WS-PROMO-CANT)
                MOVE PROMO-FECHA-DESDE          TO
                     WS-PROMO-ITEM-DESDE (WS-PROMO-CANT)
                MOVE PROMO-FECHA-HASTA          TO
                     WS-PROMO-ITEM-HASTA (WS-PROMO-CANT)
                MOVE PROMO-NOMBRE               TO
                     WS-PROMO-ITEM-NOMBRE (WS-PROMO-CANT)
                MOVE PROMO-PTSUBTYPE            TO
                     WS-PROMO-ITEM-PTSUBTYPE (WS-PROMO-CANT)
                MOVE PROMO-QUALIFYNG            TO
                     WS-PROMO-ITEM-QUALIFYNG (WS-PROMO-CANT)
                PERFORM LEE-06 .

        BUSCA-PROMOCION .
      *         Promocion vigente para la marca del RUT, el concepto
      *         y la FECTRX de la bonificacion en WS-ACU-IDX.
                MOVE "N"                      TO WS-PROMO-ENCONTRADA-SW
                PERFORM COMPARA-PROMOCION
                   VARYING WS-PROMO-IDX FROM 1 BY 1
                   UNTIL WS-PROMO-IDX > WS-PROMO-CANT
                      OR PROMO-FUE-ENCONTRADA .

        COMPARA-PROMOCION .
                IF (WS-PROMO-ITEM-CODPROGR (WS-PROMO-IDX)
                    = RTRA-CODPROGR
                    OR WS-PROMO-ITEM-CODPROGR (WS-PROMO-IDX) = SPACES)
                   AND WS-PROMO-ITEM-CONCONCE (WS-PROMO-IDX)
                       = WS-ACU-CONCONCE (WS-ACU-IDX)
                   AND WS-ACU-FECTRX (WS-ACU-IDX)
                       >= WS-PROMO-ITEM-DESDE (WS-PROMO-IDX)
                   AND WS-ACU-FECTRX (WS-ACU-IDX)
                       <= WS-PROMO-ITEM-HASTA (WS-PROMO-IDX)
                   MOVE "S"                   TO WS-PROMO-ENCONTRADA-SW
                   MOVE WS-PROMO-IDX          TO WS-PROMO-HALLADA
                END-IF .

        CUENTA-SIN-PROMOCION .
      *         Bonificacion cargada como Base por falta de promocion
      *         vigente: se acumula en el conteo de su concepto.
                ADD 1                           TO WS-C-PROMO-BASE
                MOVE "N"                      TO WS-SINV-ENCONTRADO-SW
                PERFORM COMPARA-SIN-PROMOCION
                   VARYING WS-SINV-IDX FROM 1 BY 1
                   UNTIL WS-SINV-IDX > WS-SINV-CANT
                      OR SINV-FUE-ENCONTRADO
                IF NOT SINV-FUE-ENCONTRADO
                   IF WS-SINV-CANT < 300
                      ADD 1                     TO WS-SINV-CANT
                      MOVE WS-ACU-CONCONCE (WS-ACU-IDX)
                                      TO WS-SINV-CONCONCE (WS-SINV-CANT)
                      MOVE 1          TO WS-SINV-CONTADOR (WS-SINV-CANT)
                   ELSE
                      ADD 1                     TO WS-C-SINV-OTROS
                   END-IF
                END-IF .

        COMPARA-SIN-PROMOCION .
                IF WS-SINV-CONCONCE (WS-SINV-IDX)
                   = WS-ACU-CONCONCE (WS-ACU-IDX)
                   MOVE "S"                   TO WS-SINV-ENCONTRADO-SW
                   ADD 1              TO WS-SINV-CONTADOR (WS-SINV-IDX)
                END-IF .

        GRABA-PROMO-SIN-VIGENCIA .
                MOVE WS-SINV-CONCONCE (WS-SINV-IDX)
                                                TO PSINV-CONCONCE
                MOVE WS-SINV-CONTADOR (WS-SINV-IDX)
                                                TO PSINV-CANTIDAD
                WRITE REG-SALIDA12
                END-WRITE .

        LEE-CATALOGO .
                READ ENTRADA7 AT END MOVE 1     TO WS-FIN-7 .

        CARGA-CATALOGO .
                ADD 1                           TO WS-CAT-CANT
                IF WS-CAT-CANT > 3000
                   DISPLAY "CATALOGO DE PREMIOS EXCEDE SU CAPACIDAD"
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE "CATALOGO DE PREMIOS EXCEDE SU CAPACIDAD"
                                           TO WS-ALERTA-MENSAJE
                   MOVE 1                      TO WS-ALERTA-CONDICION
                   PERFORM GRABA-ALERTA
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE CATPRE-CONCONCE            TO
                     WS-CAT-ITEM-CONCONCE (WS-CAT-CANT)
                MOVE CATPRE-NRODOCTO            TO
                     WS-CAT-ITEM-NRODOCTO (WS-CAT-CANT)
                MOVE CATPRE-TYPE_CODE           TO
                     WS-CAT-ITEM-TYPE_CODE (WS-CAT-CANT)
                MOVE CATPRE-ITEM_NUM            TO
                     WS-CAT-ITEM-ITEM_NUM (WS-CAT-CANT)
                PERFORM LEE-CATALOGO .

        BUSCA-CATALOGO .
      *         Item de catalogo del movimiento en REG-ENTRADA2: la
      *         fila con el NRODOCTO exacto tiene prioridad; si no la
      *         hay, vale la fila del concepto completo (NRODOCTO en
      *         blanco). WS-CAT-HALLADO queda en cero si no calza.
                MOVE ZEROS                      TO WS-CAT-HALLADO
                PERFORM COMPARA-CATALOGO-DOCTO
                   VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-CANT
                      OR WS-CAT-HALLADO > ZEROS
                IF WS-CAT-HALLADO = ZEROS
                   PERFORM COMPARA-CATALOGO-CONCEPTO
                      VARYING WS-CAT-IDX FROM 1 BY 1
                      UNTIL WS-CAT-IDX > WS-CAT-CANT
                         OR WS-CAT-HALLADO > ZEROS
                END-IF .

        COMPARA-CATALOGO-DOCTO .
                IF WS-CAT-ITEM-CONCONCE (WS-CAT-IDX) = R2350-CONCONCE
                   AND WS-CAT-ITEM-NRODOCTO (WS-CAT-IDX)
                       = R2350-NRODOCTO
                   MOVE WS-CAT-IDX              TO WS-CAT-HALLADO
                END-IF .

        COMPARA-CATALOGO-CONCEPTO .
                IF WS-CAT-ITEM-CONCONCE (WS-CAT-IDX) = R2350-CONCONCE
                   AND WS-CAT-ITEM-NRODOCTO (WS-CAT-IDX) = SPACES
                   MOVE WS-CAT-IDX              TO WS-CAT-HALLADO
                END-IF .

        BUSCA-MARCA .
                MOVE "N"                      TO WS-MARCA-ENCONTRADO
                MOVE "RIPLEY"                  TO WS-MARCA-ORG-ACTUAL

        GRABA-REG01-VALIDO .
                PERFORM SANEA-MOVIMIENTO
                IF RUT-ES-PESADO OR RUT-ES-RETENIDO
                   PERFORM GRABA-MOV-DESVIADO
                ELSE
                   EVALUATE R2350-INDICADOR
                      WHEN 4

        ACUMULA-CANJE .
      *         Se netea solo lo que SFCPMIG0801 carga: un canje con
      *         signo invalido, o cuyo item no esta en el catalogo de
      *         premios, alla se desvia a excepcion y no debe rebajar
      *         puntos aca. Sin catalogo informado se netea como
      *         siempre.
                IF R2350-PUNOBTEN-SIGNO = "+"
                OR R2350-PUNOBTEN-SIGNO = "-"
                   PERFORM VERIFICA-CATALOGO
                   IF WS-CAT-HALLADO = ZEROS
                      ADD 1                     TO WS-C-NO-NETEADOS
                   ELSE
                      ADD R2350-PUNOBTEN        TO WS-NET-CANJEADO
                      IF R2350-FECTRX < WS-FECHA-HORIZONTE
                         ADD R2350-PUNOBTEN     TO WS-NET-CANJEADO-HIS
                      END-IF
                      PERFORM REGISTRA-CANJE-RUN
                   END-IF
                ELSE
                   ADD 1                        TO WS-C-NO-NETEADOS
                END-IF .

        VERIFICA-CATALOGO .
                IF WS-CAT-CANT = ZEROS
                   MOVE 1                       TO WS-CAT-HALLADO
                ELSE
                   PERFORM BUSCA-CATALOGO
                END-IF .

        REGISTRA-CANJE-RUN .
      *         Memoria de los canjes del RUT en esta corrida, para
      *         que las anulaciones posteriores encuentren su canje
                IF R2350-PUNOBTEN-SIGNO = "+"
                OR R2350-PUNOBTEN-SIGNO = "-"
                   PERFORM BUSCA-CANJE-ORIGEN-NETO
                   PERFORM VERIFICA-CATALOGO
                   IF ANULACION-TIENE-ORIGEN
                      AND WS-CAT-HALLADO > ZEROS
                      SUBTRACT R2350-PUNOBTEN   FROM WS-NET-CANJEADO
                      IF R2350-FECTRX < WS-FECHA-HORIZONTE
                         SUBTRACT R2350-PUNOBTEN
                                            FROM WS-NET-CANJEADO-HIS
                      END-IF
                   ELSE
                      ADD 1                     TO WS-C-NO-NETEADOS
                   END-IF
                IF R2350-PUNOBTEN-SIGNO = "+"
                OR R2350-PUNOBTEN-SIGNO = "-"
                   ADD R2350-PUNOBTEN           TO WS-NET-CADUCADO
                   IF R2350-FECTRX < WS-FECHA-HORIZONTE
                      ADD R2350-PUNOBTEN        TO WS-NET-CADUCADO-HIS
                   END-IF
                ELSE
                   ADD 1                        TO WS-C-NO-NETEADOS
                END-IF .
      *         corrida y carga las claves ya posteadas por 0801
      *         para este RUT (pareo de anulaciones entre corridas).
                MOVE "N"                        TO WS-RUT-PESADO-SW
                PERFORM BUSCA-RETENCION
                MOVE ZEROS                      TO WS-CANJE-CANT
                MOVE ZEROS                      TO WS-P08-CANT
                PERFORM LEE-C08
      *         total canjeado y el total caducado del RUT entre sus
      *         bonificaciones, y recien entonces las graba con sus
      *         valores USED/EXPIRED reales. Un RUT pesado ya se
      *         descargo completo a FRUTPESADO y no genera Accruals;
      *         tampoco uno retenido por Riesgo.
                IF RUT-ES-PESADO OR RUT-ES-RETENIDO
                   MOVE ZEROS                   TO WS-ACU-CANT
                   MOVE ZEROS                   TO WS-NET-CANJEADO
                   MOVE ZEROS                   TO WS-NET-CADUCADO
                   MOVE "N"                     TO WS-RUT-PESADO-SW
                ELSE
                   PERFORM CIERRA-RUT-NORMAL
                END-IF
                PERFORM LIMPIA-APERTURA .

        CIERRA-RUT-NORMAL .
                MOVE WS-NET-CANJEADO            TO WS-FIFO-CANJE
                IF WS-FIFO-CANJE > ZEROS OR WS-FIFO-CADUCA > ZEROS
                   ADD 1                        TO WS-C-DESCUADRE
                END-IF
                IF NOT HORIZONTE-INACTIVO
                   PERFORM REPARTE-FIFO-HISTORIA
                END-IF
                PERFORM GRABA-BONI
                   VARYING WS-ACU-IDX FROM 1 BY 1
                   UNTIL WS-ACU-IDX > WS-ACU-CANT
                IF NOT HORIZONTE-INACTIVO
                   PERFORM CIERRA-APERTURA
                END-IF
                MOVE ZEROS                      TO WS-ACU-CANT
                MOVE ZEROS                      TO WS-NET-CANJEADO
                MOVE ZEROS                      TO WS-NET-CADUCADO .
                   MOVE ZEROS                   TO WS-FIFO-CADUCA
                END-IF .

        REPARTE-FIFO-HISTORIA .
      *         Segundo reparto FIFO, solo entre las bonificaciones
      *         anteriores al horizonte y solo con lo canjeado y
      *         caducado tambien antes del horizonte: es lo que queda
      *         disponible en el saldo de apertura. Las posteriores
      *         conservan el USED/EXPIRED del reparto completo.
                MOVE WS-NET-CANJEADO-HIS        TO WS-FIFO-CANJE
                MOVE WS-NET-CADUCADO-HIS        TO WS-FIFO-CADUCA
                IF WS-FIFO-CANJE < ZEROS
                   MOVE ZEROS                   TO WS-FIFO-CANJE
                END-IF
                IF WS-FIFO-CADUCA < ZEROS
                   MOVE ZEROS                   TO WS-FIFO-CADUCA
                END-IF
                PERFORM REPARTE-FIFO-HIS-ITEM
                   VARYING WS-ACU-IDX FROM 1 BY 1
                   UNTIL WS-ACU-IDX > WS-ACU-CANT .

        REPARTE-FIFO-HIS-ITEM .
                IF WS-ACU-FECTRX (WS-ACU-IDX) < WS-FECHA-HORIZONTE
                   ADD 1                        TO WS-APE-ANTIGUAS
                   PERFORM REPARTE-FIFO
                   ADD WS-ACU-USADO (WS-ACU-IDX) TO WS-APE-CONSUMIDO
                   ADD WS-ACU-VENCIDO (WS-ACU-IDX)
                                                TO WS-APE-CONSUMIDO
                END-IF .

        GRABA-BONI-HISTORIA .
      *         Bonificacion anterior al horizonte: no viaja sola.
      *         Su disponible se suma a la apertura de su mes de
      *         vencimiento (misma regla de RACUR-EXPIRATION_DT) y el
      *         detalle queda en el archivo local de historia.
                ADD 1                           TO WS-C-ARCH-BONI
                MOVE WS-ACU-FECTRX (WS-ACU-IDX) TO WS-APE-EXPIRA-ACTUAL
                PERFORM BUSCA-TIER-OFFSET
                ADD WS-TIER-OFFSET-RESUELTO     TO WS-APE-EXPIRA-A
                MOVE WS-APE-EXPIRA-ACTUAL (1:6) TO WS-APE-MES-ACTUAL
                PERFORM UBICA-APERTURA
                COMPUTE WS-APE-PUNTOS (WS-APE-HALLADO) =
                        WS-APE-PUNTOS (WS-APE-HALLADO)
                      + WS-ACU-PUNOBTEN (WS-ACU-IDX)
                      - WS-ACU-USADO (WS-ACU-IDX)
                      - WS-ACU-VENCIDO (WS-ACU-IDX)
                ADD 1                           TO
                    WS-APE-MOVIMIENTOS (WS-APE-HALLADO)
                IF WS-APE-EXPIRA-ACTUAL > WS-APE-EXPIRA (WS-APE-HALLADO)
                   MOVE WS-APE-EXPIRA-ACTUAL    TO
                        WS-APE-EXPIRA (WS-APE-HALLADO)
                END-IF
                IF WS-ACU-FECTRX (WS-ACU-IDX)
                   > WS-APE-FECTRX (WS-APE-HALLADO)
                   MOVE WS-ACU-FECTRX (WS-ACU-IDX) TO
                        WS-APE-FECTRX (WS-APE-HALLADO)
                END-IF
                MOVE WS-APE-MES (WS-APE-HALLADO) TO WS-APE-NUMMOVIM-MES
                MOVE WS-ENCAB-PROGRAMA          TO ARCHIS-PROGRAM_NAME
                MOVE RTRA-RUT                   TO ARCHIS-RUT
                MOVE WS-ACU-NUMMOVIM (WS-ACU-IDX) TO ARCHIS-NUMMOVIM
                MOVE 4                          TO ARCHIS-INDICADOR
                MOVE WS-ACU-FECTRX (WS-ACU-IDX) TO ARCHIS-FECTRX
                MOVE WS-ACU-CONCONCE (WS-ACU-IDX) TO ARCHIS-CONCONCE
                MOVE SPACES                     TO ARCHIS-NRODOCTO
                MOVE "+"                        TO ARCHIS-SIGNO
                MOVE WS-ACU-PUNOBTEN (WS-ACU-IDX) TO ARCHIS-PUNOBTEN
                MOVE ZEROS                      TO ARCHIS-MTOTRX
                MOVE WS-ACU-USADO (WS-ACU-IDX)  TO ARCHIS-USADO
                MOVE WS-ACU-VENCIDO (WS-ACU-IDX) TO ARCHIS-VENCIDO
                MOVE WS-APE-NUMMOVIM            TO ARCHIS-APERTURA
                WRITE REG-ARCHHIST
                END-WRITE .

        UBICA-APERTURA .
      *         Deja en WS-APE-HALLADO la apertura del mes en
      *         WS-APE-MES-ACTUAL; si no existe la inserta en orden
      *         de mes, para que sus claves salgan ascendentes. Si la
      *         tabla del RUT se llena, el resto se suma a la ultima
      *         apertura (vence mas tarde, nunca antes).
                MOVE ZEROS                      TO WS-APE-HALLADO
                PERFORM COMPARA-APERTURA
                   VARYING WS-APE-IDX FROM 1 BY 1
                   UNTIL WS-APE-IDX > WS-APE-CANT
                      OR WS-APE-HALLADO > ZEROS
                IF WS-APE-HALLADO = ZEROS
                   IF WS-APE-CANT >= 300
                      ADD 1                     TO WS-C-APE-DESBORDE
                      MOVE WS-APE-CANT          TO WS-APE-HALLADO
                   ELSE
                      PERFORM INSERTA-APERTURA
                   END-IF
                END-IF .

        COMPARA-APERTURA .
                IF WS-APE-MES (WS-APE-IDX) = WS-APE-MES-ACTUAL
                   MOVE WS-APE-IDX              TO WS-APE-HALLADO
                END-IF .

        INSERTA-APERTURA .
                MOVE WS-APE-CANT                TO WS-APE-IDX
                ADD 1                           TO WS-APE-CANT
                MOVE "N"                        TO WS-APE-UBICADO-SW
                PERFORM DESPLAZA-APERTURA
                   UNTIL WS-APE-IDX = ZEROS OR APERTURA-UBICADA
                COMPUTE WS-APE-HALLADO = WS-APE-IDX + 1
                MOVE WS-APE-MES-ACTUAL          TO
                     WS-APE-MES (WS-APE-HALLADO)
                MOVE WS-APE-EXPIRA-ACTUAL       TO
                     WS-APE-EXPIRA (WS-APE-HALLADO)
                MOVE LOW-VALUES                 TO
                     WS-APE-FECTRX (WS-APE-HALLADO)
                MOVE ZEROS                      TO
                     WS-APE-PUNTOS (WS-APE-HALLADO)
                     WS-APE-MOVIMIENTOS (WS-APE-HALLADO) .

        DESPLAZA-APERTURA .
                IF WS-APE-MES (WS-APE-IDX) > WS-APE-MES-ACTUAL
                   MOVE WS-APE-ITEM (WS-APE-IDX)
                                         TO WS-APE-ITEM (WS-APE-IDX + 1)
                   SUBTRACT 1                   FROM WS-APE-IDX
                ELSE
                   MOVE "S"                     TO WS-APE-UBICADO-SW
                END-IF .

        CIERRA-APERTURA .
      *         La diferencia entre lo que el FIFO de la historia
      *         alcanzo a netear y lo canjeado/caducado antes del
      *         horizonte va a la ultima apertura. Si el RUT no tiene
      *         bonificaciones antiguas, la apertura del mes del
      *         horizonte lleva solo esa diferencia; si todas ya
      *         estaban posteadas, la diferencia ya viajo antes.
                COMPUTE WS-APE-AJUSTE = WS-APE-CONSUMIDO
                                      - WS-NET-CANJEADO-HIS
                                      - WS-NET-CADUCADO-HIS
                IF WS-APE-AJUSTE NOT = ZEROS
                   IF WS-APE-CANT > ZEROS
                      ADD 1                     TO WS-C-APE-AJUSTE
                      ADD WS-APE-AJUSTE  TO WS-APE-PUNTOS (WS-APE-CANT)
                   ELSE
                      IF WS-APE-ANTIGUAS = ZEROS
                         PERFORM ABRE-APERTURA-AJUSTE
                      END-IF
                   END-IF
                END-IF
                PERFORM GRABA-APERTURA
                   VARYING WS-APE-IDX FROM 1 BY 1
                   UNTIL WS-APE-IDX > WS-APE-CANT .

        ABRE-APERTURA-AJUSTE .
                ADD 1                           TO WS-C-APE-AJUSTE
                MOVE WS-FECHA-HORIZONTE         TO WS-APE-EXPIRA-ACTUAL
                PERFORM BUSCA-TIER-OFFSET
                ADD WS-TIER-OFFSET-RESUELTO     TO WS-APE-EXPIRA-A
                MOVE WS-APE-EXPIRA-ACTUAL (1:6) TO WS-APE-MES-ACTUAL
                PERFORM UBICA-APERTURA
                MOVE WS-FECHA-HORIZONTE         TO
                     WS-APE-FECTRX (WS-APE-HALLADO)
                ADD WS-APE-AJUSTE               TO
                    WS-APE-PUNTOS (WS-APE-HALLADO) .

        GRABA-APERTURA .
      *         La clave posteada es la de la transaccion de apertura
      *         del RUT, comun a todos sus meses: se graba una vez.
      *         Una apertura negativa (ajuste de historia sobregirada
      *         mayor que la apertura) no es un abono: queda para
      *         revision y la clave igual se postea, para que no se
      *         vuelva a levantar cada noche.
                MOVE RTRA-RUT                   TO WS-CLAVE-ACTUAL-RUT
                MOVE WS-APE-MES (WS-APE-IDX)    TO WS-APE-NUMMOVIM-MES
                MOVE WS-APE-NUMMOVIM-TRX     TO WS-CLAVE-ACTUAL-NUMMOVIM
                PERFORM BUSCA-CLAVE-POSTEADA
                EVALUATE TRUE
                   WHEN WS-YA-POSTEADO
                      ADD 1                     TO WS-C-SAL-4
                   WHEN WS-APE-PUNTOS (WS-APE-IDX) = ZEROS
                      ADD 1                     TO WS-C-APE-CERO
                   WHEN WS-APE-PUNTOS (WS-APE-IDX) < ZEROS
                      PERFORM GRABA-APERTURA-NEGATIVA
                   WHEN OTHER
                      PERFORM GRABA-APERTURA-REG
                END-EVALUATE
                IF WS-APE-IDX = 1
                   PERFORM GRABA-CLAVE-POSTEADA
                END-IF .

        GRABA-APERTURA-REG .
                ADD 1                           TO WS-C-SAL-1
                ADD 1                           TO WS-C-APERTURA
                ADD WS-APE-PUNTOS (WS-APE-IDX)  TO WS-SUM-PUNTOS
                ADD WS-APE-PUNTOS (WS-APE-IDX)  TO WS-SUM-APERTURA
                MOVE ";"                        TO RACUR-SEP01
                                                RACUR-SEP02
                                                RACUR-SEP03
                                                RACUR-SEP04
                                                RACUR-SEP05
                                                RACUR-SEP06
                                                RACUR-SEP07
                                                RACUR-SEP08
                                                RACUR-SEP09
                                                RACUR-SEP10
                                                RACUR-SEP11
                                                RACUR-SEP12
                                                RACUR-SEP13
                                                RACUR-SEP14
                                                RACUR-SEP15
                                                RACUR-SEP16
                                                RACUR-SEP17
                                                RACUR-SEP18
                                                RACUR-SEP19
                                                RACUR-SEP20
                MOVE "RPGCL"                    TO RACUR-MEMBER
                MOVE SPACES                     TO RACUR-ITEM_NUM
                STRING "TRX"                    DELIMITED BY SIZE
                       RTRA-RUT                 DELIMITED BY SIZE
                       WS-APE-NUMMOVIM          DELIMITED BY SIZE
                       "APERTURA"               DELIMITED BY SIZE
                                                INTO RACUR-ITEM_NUM
                END-STRING
                PERFORM BUSCA-MARCA
                MOVE SPACES                     TO RACUR-MEM_NUM
                STRING WS-MARCA-PREFIJO-ACTUAL  DELIMITED BY SIZE
                       RTRA-RUT                 DELIMITED BY SIZE
                                                INTO RACUR-MEM_NUM
                END-STRING
                MOVE SPACES                     TO RACUR-TRX_NUM
                STRING "TRX"                    DELIMITED BY SIZE
                       RTRA-RUT                 DELIMITED BY SIZE
                       WS-APE-NUMMOVIM-TRX      DELIMITED BY SIZE
                                                INTO RACUR-TRX_NUM
                END-STRING
                MOVE WS-APE-PUNTOS (WS-APE-IDX) TO RACUR-ACCRUALED_VALUE
                MOVE ZEROS                      TO RACUR-EXPIRED_VALUE
                                                RACUR-USED_VALUE
                MOVE "RPGCL"                    TO RACUR-PROGRAM_NAME
                MOVE "POINTTYPEAVAL"            TO RACUR-INTERNAL_NAME
                MOVE WS-APE-EXPIRA (WS-APE-IDX) TO RACUR-EXPIRATION_DT
                MOVE WS-APE-FECTRX (WS-APE-IDX) TO RACUR-PROCESS_DT
                MOVE SPACES                     TO RACUR-NAME_PROMO
                STRING WS-MARCA-PREFIJO-ACTUAL  DELIMITED BY SIZE
                       RTRA-RUT                 DELIMITED BY SIZE
                                                INTO RACUR-NAME_PROMO
                END-STRING
                MOVE "Base"                     TO RACUR-PTSUBTYPE
                MOVE "Y"                        TO RACUR-QUALIFYNG_FLAG
                MOVE "Y"                        TO RACUR-REPAID_FLAG
                MOVE WS-APE-FECTRX (WS-APE-IDX) TO RACUR-RET_EFF_DT
                MOVE "Avalaiable"               TO RACUR-STATUS_CODE
                MOVE "Accrual"                  TO RACUR-TYPE_CODE
                MOVE "Saldo Apertura"           TO RACUR-ACTION_NOTE
                MOVE "000"                      TO RACUR-ORDER_NUM
                MOVE WS-APE-FECTRX (WS-APE-IDX) TO WS-CORTE-FECTRX
                MOVE WS-APE-PUNTOS (WS-APE-IDX) TO WS-APE-MAGNITUD
                IF WS-APE-MAGNITUD < ZEROS
                   MULTIPLY -1                  BY WS-APE-MAGNITUD
                END-IF
                MOVE WS-APE-MAGNITUD            TO WS-CORTE-PUNTOS
                PERFORM GRABA-SALIDA1-MARCA .

        GRABA-APERTURA-NEGATIVA .
      *         Apertura con saldo negativo: sin Accrual, al archivo
      *         de excepciones de monto con el NUMMOVIM de la apertura
      *         (9999 + AAAAMM) y al libro unico de excepciones.
                ADD 1                           TO WS-C-APE-NEGATIVA
                ADD 1                           TO WS-C-SAL-5
                MOVE RTRA-RUT                   TO MTOEXC-RUT
                MOVE WS-APE-NUMMOVIM-N          TO MTOEXC-NUMMOVIM
                MOVE 4                          TO MTOEXC-INDICADOR
                MOVE WS-APE-PUNTOS (WS-APE-IDX) TO MTOEXC-VALOR
                WRITE REG-SALIDA7
                END-WRITE
                MOVE RTRA-CODPROGR              TO EXLED-CODPROGR
                MOVE RTRA-RUT                   TO EXLED-RUT
                MOVE WS-APE-NUMMOVIM-N          TO EXLED-NUMMOVIM
                MOVE "APERTURA NEGATIVA   "        TO EXLED-TIPO
                MOVE "M"                        TO EXLED-SEVERIDAD
                MOVE REG-SALIDA7                TO EXLED-DATO
                PERFORM GRABA-EXCEPCION-LEDGER .

        LIMPIA-APERTURA .
                MOVE ZEROS                      TO WS-APE-CANT
                                                WS-APE-ANTIGUAS
                                                WS-APE-CONSUMIDO
                                                WS-NET-CANJEADO-HIS
                                                WS-NET-CADUCADO-HIS .

        GRABA-INDICADOR-EXCEPCION .
      *         INDICADOR sin tratamiento definido en este programa:
      *         el movimiento no genera Accrual.
                MOVE WS-ACU-NUMMOVIM (WS-ACU-IDX)
                                           TO WS-CLAVE-ACTUAL-NUMMOVIM
                PERFORM BUSCA-CLAVE-POSTEADA
                EVALUATE TRUE
                   WHEN WS-YA-POSTEADO
                      ADD 1                     TO WS-C-SAL-4
                   WHEN WS-ACU-FECTRX (WS-ACU-IDX)
                        < WS-FECHA-HORIZONTE
                      PERFORM GRABA-BONI-HISTORIA
                   WHEN OTHER
                      PERFORM GRABA-BONI-REG
                END-EVALUATE
                PERFORM GRABA-CLAVE-POSTEADA .

        GRABA-MONTO-EXCEPCION .
                PERFORM BUSCA-TIER-OFFSET
                ADD WS-TIER-OFFSET-RESUELTO     TO RACUR-EXPIRATION_DT_A
                MOVE WS-ACU-FECTRX (WS-ACU-IDX) TO RACUR-PROCESS_DT
      *         Promocion, subtipo y calificacion salen del maestro
      *         de Marketing; sin promocion vigente la bonificacion
      *         viaja como Base, con el nombre armado de siempre.
                PERFORM BUSCA-PROMOCION
                IF PROMO-FUE-ENCONTRADA
                   ADD 1                        TO WS-C-PROMO-APLICADA
                   MOVE WS-PROMO-ITEM-NOMBRE (WS-PROMO-HALLADA)
                                                TO RACUR-NAME_PROMO
                   MOVE WS-PROMO-ITEM-PTSUBTYPE (WS-PROMO-HALLADA)
                                                TO RACUR-PTSUBTYPE
                   MOVE WS-PROMO-ITEM-QUALIFYNG (WS-PROMO-HALLADA)
                                                TO RACUR-QUALIFYNG_FLAG
                ELSE
                   PERFORM CUENTA-SIN-PROMOCION
                   MOVE SPACES                  TO RACUR-NAME_PROMO
                   STRING WS-MARCA-PREFIJO-ACTUAL DELIMITED BY SIZE
                          RTRA-RUT              DELIMITED BY SIZE
                                                INTO RACUR-NAME_PROMO
                   END-STRING
                   MOVE "Base"                  TO RACUR-PTSUBTYPE
                   MOVE "Y"                     TO RACUR-QUALIFYNG_FLAG
                END-IF
                MOVE "Y"                        TO RACUR-REPAID_FLAG
                MOVE WS-ACU-FECTRX (WS-ACU-IDX) TO RACUR-RET_EFF_DT
                MOVE "Avalaiable"               TO RACUR-STATUS_CODE
                MOVE "Accrual"                  TO RACUR-TYPE_CODE
                MOVE "Carga Inicial"            TO RACUR-ACTION_NOTE
                MOVE "000"                      TO RACUR-ORDER_NUM
                MOVE WS-ACU-FECTRX (WS-ACU-IDX) TO WS-CORTE-FECTRX
                MOVE WS-ACU-PUNOBTEN (WS-ACU-IDX) TO WS-CORTE-PUNTOS
                PERFORM GRABA-SALIDA1-MARCA .

        GRABA-SALIDA1-MARCA .
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
                CLOSE SALIDA9 .
                CLOSE SALIDA10 .
                CLOSE SALIDA11 .
                CLOSE RETENIDO .
                IF RETENCION-ACTIVA
                   CLOSE RETENCION
                END-IF
                PERFORM GRABA-PROMO-SIN-VIGENCIA
                   VARYING WS-SINV-IDX FROM 1 BY 1
                   UNTIL WS-SINV-IDX > WS-SINV-CANT
                IF WS-C-SINV-OTROS > 0
                   MOVE "OTROS"                 TO PSINV-CONCONCE
                   MOVE WS-C-SINV-OTROS         TO PSINV-CANTIDAD
                   WRITE REG-SALIDA12 END-WRITE
                END-IF
                CLOSE SALIDA12 .
                CLOSE EXLEDGER
                PERFORM ESCRIBE-CONTROL-TOTALES
                PERFORM CIERRA-RUN-LEDGER
                display "Reg.Texto Saneado=" WS-C-SANEADOS .
                display "RUT Pesados Desviados=" WS-C-RUT-PESADOS .
                display "Mov.RUT Pesado=" WS-C-MOV-PESADOS .
                display "RUT Retenidos Riesgo=" WS-C-RUT-RETENIDOS .
                display "Mov.RUT Retenido=" WS-C-MOV-RETENIDOS .
                display "Canjes Omitidos Tabla=" WS-C-CANJES-OMITIDOS .
                display "Claves08 Omitidas=" WS-C-CLAVE08-OMITIDAS .
                display "Accrual Con Promocion=" WS-C-PROMO-APLICADA .
                display "Accrual Base Sin Promocion=" WS-C-PROMO-BASE .
                display "Fecha de Corte=" WS-FECHA-CORTE .
                display "Reg.Carga Historia=" WS-C-HIST .
                display "Reg.Carga Delta=" WS-C-DELTA .
                display "Horizonte Historia=" WS-FECHA-HORIZONTE .
                display "Bonif.Archivadas Historia=" WS-C-ARCH-BONI .
                display "Accrual Saldo Apertura=" WS-C-APERTURA .
                display "Apertura Sin Saldo=" WS-C-APE-CERO .
                display "Apertura Con Ajuste=" WS-C-APE-AJUSTE .
                display "Apertura Desborde Tabla=" WS-C-APE-DESBORDE .
                display "Apertura Negativa=" WS-C-APE-NEGATIVA .

        ARMA-TRAILER .
      *         Arma en REG-SALIDA1 el trailer estandar (fecha +
      *         cantidad de detalles) con el contador que el parrafo
      *         que invoca dejo en WS-REGCONT.
                MOVE SPACES                     TO REG-SALIDA1
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
                MOVE "MOV RUT PESADO"           TO CTOT-CONTADOR
                MOVE WS-C-MOV-PESADOS            TO CTOT-VALOR
                WRITE REG-SALIDA5 END-WRITE
                MOVE "RUT RETENIDOS RIESGO"     TO CTOT-CONTADOR
                MOVE WS-C-RUT-RETENIDOS          TO CTOT-VALOR
                WRITE REG-SALIDA5 END-WRITE
                MOVE "MOV RUT RETENIDO"         TO CTOT-CONTADOR
                MOVE WS-C-MOV-RETENIDOS          TO CTOT-VALOR
                WRITE REG-SALIDA5 END-WRITE
                MOVE "ACCRUAL CON PROMOCION"    TO CTOT-CONTADOR
                MOVE WS-C-PROMO-APLICADA         TO CTOT-VALOR
                WRITE REG-SALIDA5 END-WRITE
                MOVE "ACCRUAL BASE SIN PROMO"   TO CTOT-CONTADOR
                MOVE WS-C-PROMO-BASE             TO CTOT-VALOR
                WRITE REG-SALIDA5 END-WRITE
                MOVE "CORTE HIST REGISTROS"     TO CTOT-CONTADOR
                MOVE WS-C-HIST                   TO CTOT-VALOR
                WRITE REG-SALIDA5 END-WRITE
                MOVE "CORTE HIST PUNTOS"        TO CTOT-CONTADOR
                MOVE WS-SUM-PTS-HIST             TO CTOT-VALOR
                WRITE REG-SALIDA5 END-WRITE
                MOVE "CORTE DELTA REGISTROS"    TO CTOT-CONTADOR
                MOVE WS-C-DELTA                  TO CTOT-VALOR
                WRITE REG-SALIDA5 END-WRITE
                MOVE "CORTE DELTA PUNTOS"       TO CTOT-CONTADOR
                MOVE WS-SUM-PTS-DELTA            TO CTOT-VALOR
                WRITE REG-SALIDA5 END-WRITE
                MOVE "HISTORIA ARCHIVADA"       TO CTOT-CONTADOR
                MOVE WS-C-ARCH-BONI              TO CTOT-VALOR
                WRITE REG-SALIDA5 END-WRITE
                MOVE "SALDO APERTURA"           TO CTOT-CONTADOR
                MOVE WS-C-APERTURA               TO CTOT-VALOR
                WRITE REG-SALIDA5 END-WRITE
                MOVE "APERTURA PUNTOS"          TO CTOT-CONTADOR
                MOVE WS-SUM-APERTURA             TO CTOT-VALOR
                WRITE REG-SALIDA5 END-WRITE
                MOVE "APERTURA AJUSTE"          TO CTOT-CONTADOR
                MOVE WS-C-APE-AJUSTE             TO CTOT-VALOR
                WRITE REG-SALIDA5 END-WRITE
                MOVE "APERTURA NEGATIVA"        TO CTOT-CONTADOR
                MOVE WS-C-APE-NEGATIVA           TO CTOT-VALOR
                WRITE REG-SALIDA5 END-WRITE
                CLOSE SALIDA5 .


                            OR RTRA-ES-DETALLE
                      PERFORM CORTA-PARTICION
                END-EVALUATE .

        ABRE-RETENCION .
      *         Lista de RUT retenidos por Riesgo; sin archivo no se
      *         retiene a nadie, como siempre.
                OPEN INPUT RETENCION
                IF WS-RETRSG-STATUS = "00"
                   MOVE "S"                     TO WS-RETRSG-ACTIVA-SW
                   PERFORM LEE-RETENCION
                   DISPLAY "RETENCION POR LISTA DE RIESGO"
                END-IF .

        LEE-RETENCION .
                READ RETENCION AT END MOVE 1    TO WS-FIN-RETRSG .
                IF WS-FIN-RETRSG = 1
                   MOVE 99999999                TO RETRSG-RUT
                END-IF .

        BUSCA-RETENCION .
      *         Corte de RUT: con lista activa se adelanta hasta el
      *         RUT del grupo; un RUT listado no se carga y queda
      *         asentado una vez en el libro de excepciones.
                MOVE "N"                        TO WS-RUT-RETENIDO-SW
                IF RETENCION-ACTIVA
                   PERFORM LEE-RETENCION
                      UNTIL RETRSG-RUT >= RTRA-RUT OR WS-FIN-RETRSG = 1
                   IF WS-FIN-RETRSG = ZEROS AND RETRSG-RUT = RTRA-RUT
                      PERFORM MARCA-RUT-RETENIDO
                   END-IF
                END-IF .

        MARCA-RUT-RETENIDO .
                MOVE "S"                        TO WS-RUT-RETENIDO-SW
                ADD 1                           TO WS-C-RUT-RETENIDOS
                MOVE RTRA-CODPROGR              TO EXLED-CODPROGR
                MOVE RTRA-RUT                   TO EXLED-RUT
                MOVE ZEROS                      TO EXLED-NUMMOVIM
                MOVE "RUT RETENIDO RIESGO"      TO EXLED-TIPO
                MOVE "M"                        TO EXLED-SEVERIDAD
                MOVE REG-RETENCION              TO EXLED-DATO
                PERFORM GRABA-EXCEPCION-LEDGER .

        GRABA-MOV-DESVIADO .
                IF RUT-ES-RETENIDO
                   PERFORM GRABA-MOV-RETENIDO
                ELSE
                   PERFORM GRABA-MOV-PESADO
                END-IF .

        GRABA-MOV-RETENIDO .
                ADD 1                           TO WS-C-MOV-RETENIDOS
                MOVE R2350-RUT                  TO RETMOV-RUT
                MOVE R2350-NUMMOVIM             TO RETMOV-NUMMOVIM
                MOVE R2350-INDICADOR            TO RETMOV-INDICADOR
                MOVE R2350-FECTRX               TO RETMOV-FECTRX
                MOVE R2350-CONCONCE             TO RETMOV-CONCONCE
                MOVE R2350-PUNOBTEN-SIGNO       TO RETMOV-SIGNO
                MOVE R2350-PUNOBTEN             TO RETMOV-PUNOBTEN
                WRITE REG-RETENIDO
                END-WRITE .

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
                IF WS-CORTE-FECTRX
                   <= WS-FECHA-CORTE
                   ADD 1                        TO WS-C-HIST
                   ADD WS-CORTE-PUNTOS          TO WS-SUM-PTS-HIST
                   ADD 1            TO WS-CORTE-C-HIST (WS-CORTE-IDX)
                   ADD WS-CORTE-PUNTOS
                                    TO WS-CORTE-P-HIST (WS-CORTE-IDX)
                   WRITE REG-S1H FROM REG-SALIDA1 END-WRITE
                ELSE
                   ADD 1                        TO WS-C-DELTA
                   ADD WS-CORTE-PUNTOS          TO WS-SUM-PTS-DELTA
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
