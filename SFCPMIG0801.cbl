                       FCLAVESPOST0801NUEVO
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA9 ASSIGN TO EXTERNAL FTRAZA0801
                       ORGANIZATION LINE SEQUENTIAL.

                       ORGANIZATION LINE SEQUENTIAL.


      *         Corte de migracion: fecha de congelamiento
      *         (COPY_FECHA_CORTE), salidas REDEMPTIONS separadas en
      *         carga de historia (H) y delta (D), lo mismo para las
      *         caducidades, y su resumen por marca
      *         (COPY_CORTE_RESUMEN).
                SELECT CORTE ASSIGN TO EXTERNAL FFECHACORTE
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-CORTE-STATUS.

                SELECT SALIDA1H ASSIGN TO EXTERNAL FSALIDA1HIST
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA1D ASSIGN TO EXTERNAL FSALIDA1DELTA
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA10H ASSIGN TO EXTERNAL FCADUCIDADHIST
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA10D ASSIGN TO EXTERNAL FCADUCIDADDELTA
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT CORTERES ASSIGN TO EXTERNAL FCORTERESUMEN0801
                       ORGANIZATION LINE SEQUENTIAL.

      *         Horizonte de historia (COPY_HORIZONTE) y archivo local
      *         con el detalle de lo anterior a el, que no viaja a
      *         Oracle (COPY_ARCHIVO_HISTORIA).
                SELECT HORIZONTE ASSIGN TO EXTERNAL FHORIZONTE
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-HORIZ-STATUS.

                SELECT ARCHHIST ASSIGN TO EXTERNAL FARCHIVOHIST0801
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

                SELECT RETENIDO ASSIGN TO EXTERNAL FRETENIDO0801
                       ORGANIZATION LINE SEQUENTIAL.

      *         Catalogo de premios del legado (COPY_CATALOGO_PREMIO)
      *         y canjes/anulaciones cuyo item no esta en el catalogo
      *         (COPY_CATALOGO_EXCEPCION).
                SELECT ENTRADA5 ASSIGN TO EXTERNAL FCATALOGOPREMIO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-CAT-STATUS.

                SELECT SALIDA15 ASSIGN TO EXTERNAL FCATALOGOEXCEPCION
                       ORGANIZATION LINE SEQUENTIAL.

      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *                    =========================                  *
               CLAVEPOST-RUT      BY CLAVEPOSTS-RUT
               CLAVEPOST-NUMMOVIM BY CLAVEPOSTS-NUMMOVIM .

      *    Rastro de RUT efectivamente despachados por este programa,
      *    para conciliacion cruzada posterior (SFCPMIG1001).
       FD SALIDA9
       01  REG-S1M4                              PIC X(154) .



      *    Corte de migracion (COPY_FECHA_CORTE), opcional.
       FD CORTE
          RECORDING MODE IS F
          RECORD CONTAINS 8 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-CORTE .
           COPY COPY_FECHA_CORTE .

      *    Salidas REDEMPTIONS de historia y delta (mismo layout que
      *    SALIDA1), cada una con su propio encabezado y trailer.
       FD SALIDA1H
          RECORDING MODE IS F
          RECORD CONTAINS 154 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-S1H                               PIC X(154) .

       FD SALIDA1D
          RECORDING MODE IS F
          RECORD CONTAINS 154 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-S1D                               PIC X(154) .

      *    Caducidades de historia y delta (mismo layout que
      *    SALIDA10), cada una con su propio encabezado y trailer.
       FD SALIDA10H
          RECORDING MODE IS F
          RECORD CONTAINS 154 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-S10H                              PIC X(154) .

       FD SALIDA10D
          RECORDING MODE IS F
          RECORD CONTAINS 154 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-S10D                              PIC X(154) .

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

      *    Extracto del catalogo de premios del legado, por
      *    CONCONCE/NRODOCTO (COPY_CATALOGO_PREMIO).
       FD ENTRADA5
          RECORDING MODE IS F
          RECORD CONTAINS 63 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA5 .
           COPY COPY_CATALOGO_PREMIO .

      *    Canjes y anulaciones sin item en el catalogo de premios
      *    (COPY_CATALOGO_EXCEPCION): no viajan a REDEMPTIONS.
       FD SALIDA15
          RECORDING MODE IS F
          RECORD CONTAINS 46 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA15 .
           COPY COPY_CATALOGO_EXCEPCION .

       WORKING-STORAGE SECTION.
      *-----------------------.

           05 WS-C-SAL-3                        PIC 9(12) VALUE ZEROS .
           05 WS-C-SAL-4                        PIC 9(12) VALUE ZEROS .
           05 WS-C-SAL-5                        PIC 9(12) VALUE ZEROS .
           05 WS-C-SAL-7                        PIC 9(12) VALUE ZEROS .
           05 WS-C-SAL-8                        PIC 9(12) VALUE ZEROS .
           05 WS-C-RECH-2                       PIC 9(12) VALUE ZEROS .
           05 WS-ENCAB-PROGRAMA                 PIC X(11)
                                                 VALUE "SFCPMIG0801" .
           05 WS-ENCAB-NUMARCH                  PIC 9(02) VALUE 02 .
      *    Las cargas de historia y delta del corte son archivos
      *    propios: llevan su numero de archivo en el encabezado.
           05 WS-ENCAB-NUMARCH-HIST             PIC 9(02) VALUE 03 .
           05 WS-ENCAB-NUMARCH-DELTA            PIC 9(02) VALUE 04 .
           05 WS-ENCAB-NUMARCH-CAD-HIST         PIC 9(02) VALUE 05 .
           05 WS-ENCAB-NUMARCH-CAD-DELTA        PIC 9(02) VALUE 06 .

      *    Reinicio por checkpoint (COPY_CHECKPOINT).
        01 WS-CHECKPOINT.
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

      *    Catalogo de premios del legado (COPY_CATALOGO_PREMIO),
      *    cargado una vez al inicio.
        01 WS-TABLA-CATALOGO.
           05 WS-CAT-STATUS                     PIC X(02) .
           05 WS-FIN-5                          PIC 9(01) VALUE ZEROS .
           05 WS-CAT-CANT                       PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-CAT-IDX                        PIC 9(04) COMP .
           05 WS-CAT-HALLADO                    PIC 9(04) COMP .
           05 WS-CAT-ITEM OCCURS 3000 TIMES .
              10 WS-CAT-ITEM-CONCONCE           PIC X(08) .
              10 WS-CAT-ITEM-NRODOCTO           PIC X(10) .
              10 WS-CAT-ITEM-TYPE_CODE          PIC X(15) .
              10 WS-CAT-ITEM-ITEM_NUM           PIC X(30) .
      *    Seccion de catalogo del resumen de la corrida: canjes y
      *    anulaciones grabados por tipo de canje del catalogo, y los
      *    desviados por no estar en el.
           05 WS-C-SIN-CATALOGO                 PIC 9(12) VALUE ZEROS .
           05 WS-TIPO-CANT                      PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-TIPO-IDX                       PIC 9(04) COMP .
           05 WS-TIPO-ENCONTRADO-SW             PIC X(01) .
              88 TIPO-FUE-ENCONTRADO            VALUE "S" .
           05 WS-C-TIPO-OTROS                   PIC 9(12) VALUE ZEROS .
           05 WS-TIPO-ITEM OCCURS 50 TIMES .
              10 WS-TIPO-TYPE_CODE              PIC X(15) .
              10 WS-TIPO-CONTADOR               PIC 9(12) .
           05 WS-TIPO-CTOT                      PIC X(20) .

      *    Corte de migracion: fecha de congelamiento (sin archivo
      *    queda en 99999999 y todo es historia), contadores de cada
      *    carga, de REDEMPTIONS y de caducidades, y su detalle
      *    por marca (1 = RIPLEY por defecto, 2 a 5 = marcas M1 a
      *    M4 de COPY_MARCA).
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
           05 WS-C-CAD-HIST                     PIC 9(12) VALUE ZEROS .
           05 WS-C-CAD-DELTA                    PIC 9(12) VALUE ZEROS .
           05 WS-SUM-CAD-HIST                   PIC 9(15) COMP-3
                                                 VALUE ZEROS .
           05 WS-SUM-CAD-DELTA                  PIC 9(15) COMP-3
                                                 VALUE ZEROS .
           05 WS-CORTE-IDX                      PIC 9(04) COMP .
           05 WS-CORTE-MARCA OCCURS 5 TIMES .
              10 WS-CORTE-C-HIST                PIC 9(12) .
              10 WS-CORTE-P-HIST                PIC 9(15) .
              10 WS-CORTE-C-DELTA               PIC 9(12) .
              10 WS-CORTE-P-DELTA               PIC 9(15) .
              10 WS-CORTE-C-CAD-HIST            PIC 9(12) .
              10 WS-CORTE-P-CAD-HIST            PIC 9(15) .
              10 WS-CORTE-C-CAD-DELTA           PIC 9(12) .
              10 WS-CORTE-P-CAD-DELTA           PIC 9(15) .

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

        PROCEDURE DIVISION .

        MAIN-SEC SECTION.
        100000-INICIO .
                PERFORM ABRE-ENSAYO
                PERFORM ABRE-RUTLIST
                PERFORM ABRE-RETENCION
                PERFORM ABRE-PARTICION
                PERFORM ABRE-RUN-LEDGER
                PERFORM ABRE-EXCEPCION-LEDGER
                PERFORM LEE-04
                PERFORM CARGA-MARCA UNTIL WS-FIN-4 = 1
                CLOSE ENTRADA4 .
                OPEN INPUT ENTRADA5 .
                IF WS-CAT-STATUS = "00"
                   PERFORM LEE-CATALOGO
                   PERFORM CARGA-CATALOGO UNTIL WS-FIN-5 = 1
                   CLOSE ENTRADA5
                END-IF
                IF WS-CAT-CANT = ZEROS
                   DISPLAY "CATALOGO DE PREMIOS SIN INFORMACION"
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE "CATALOGO DE PREMIOS SIN INFORMACION"
                                           TO WS-ALERTA-MENSAJE
                   MOVE 1                      TO WS-ALERTA-CONDICION
                   PERFORM GRABA-ALERTA
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                OPEN OUTPUT SALIDA7 .
                OPEN OUTPUT SALIDA1 .
                OPEN OUTPUT SALIDA2 .
                OPEN OUTPUT SALIDA3 .
                OPEN OUTPUT SALIDA5 .
                OPEN OUTPUT SALIDA9 .
                OPEN OUTPUT SALIDA10 .
                OPEN OUTPUT SALIDA11 .
                OPEN OUTPUT SALIDA13 .
                OPEN OUTPUT SALIDA14 .
                OPEN OUTPUT RETENIDO .
                OPEN OUTPUT SALIDA15 .
                OPEN OUTPUT SALIDA1M0 .
                OPEN OUTPUT SALIDA1M1 .
                OPEN OUTPUT SALIDA1M2 .
                OPEN OUTPUT SALIDA1M3 .
                OPEN OUTPUT SALIDA1M4 .
                PERFORM LEE-FECHA-CORTE
                OPEN OUTPUT SALIDA1H .
                OPEN OUTPUT SALIDA1D .
                OPEN OUTPUT SALIDA10H .
                OPEN OUTPUT SALIDA10D .
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
                WRITE REG-S1D FROM REG-SALIDA1 END-WRITE
                MOVE WS-ENCAB-NUMARCH-CAD-HIST  TO REG-SALIDA1 (20:2)
                WRITE REG-S10H FROM REG-SALIDA1 END-WRITE
                MOVE WS-ENCAB-NUMARCH-CAD-DELTA TO REG-SALIDA1 (20:2)
                WRITE REG-S10D FROM REG-SALIDA1 END-WRITE .

        200000-PROCESO .
                EVALUATE TRUE
      *         el pareo de anulaciones contra corridas anteriores) y
      *         se limpia la tabla de canjes vistos en esta corrida.
                MOVE "N"                        TO WS-RUT-PESADO-SW
                PERFORM BUSCA-RETENCION
                MOVE ZEROS                      TO WS-POST-CANT
                MOVE ZEROS                      TO WS-CANJE-CANT
                PERFORM LEE-03
      *------------ANULACION = 2
      *------------CANJE     = 1
      *------------CADUCIDAD = 5
                IF RUT-ES-PESADO OR RUT-ES-RETENIDO
                   PERFORM GRABA-MOV-DESVIADO
                ELSE
                   MOVE R2350-FECTRX            TO VFECHA-ENTRADA
                   PERFORM VALIDA-FECHA

        GRABA-CADUCIDAD-REG .
                PERFORM BUSCA-CLAVE-POSTEADA
                EVALUATE TRUE
                   WHEN WS-YA-POSTEADO
                      ADD 1                     TO WS-C-SAL-5
                   WHEN R2350-FECTRX < WS-FECHA-HORIZONTE
                      PERFORM GRABA-ARCHIVO-HISTORIA
                   WHEN OTHER
                      PERFORM GRABA-CADUCIDAD-SALIDA10
                END-EVALUATE
                PERFORM GRABA-CLAVE-POSTEADA .

        GRABA-CADUCIDAD-SALIDA10 .
                PERFORM GRABA-REDE-CAMPOS
                MOVE "EXPIRATION"               TO RREDE-TYPE_CODE
                WRITE REG-SALIDA10 FROM REG-SALIDA1
                END-WRITE
                PERFORM GRABA-CADUCIDAD-CORTE .

        GRABA-SIGNO-EXCEPCION .
      *         PUNOBTEN-SIGNO distinto de "+" y de "-": no se puede
                PERFORM GRABA-EXCEPCION-LEDGER .

        GRABA-CANJE-ANULACION-REG .
      *         Un canje o anulacion cuyo item no esta en el catalogo
      *         de premios no viaja: se desvia a excepcion y no se
      *         marca como posteado, para que salga en la corrida que
      *         siga a la correccion del catalogo. Lo anterior al
      *         horizonte de historia ya va neteado en el saldo de
      *         apertura de SFCPMIG0701: se archiva y se marca.
                PERFORM BUSCA-CLAVE-POSTEADA
                IF WS-YA-POSTEADO
                   ADD 1                        TO WS-C-SAL-5
                   PERFORM GRABA-CLAVE-POSTEADA
                ELSE
                   PERFORM BUSCA-CATALOGO
                   EVALUATE TRUE
                      WHEN WS-CAT-HALLADO = ZEROS
                         PERFORM GRABA-CATALOGO-EXCEPCION
                      WHEN R2350-FECTRX < WS-FECHA-HORIZONTE
                         PERFORM GRABA-ARCHIVO-HISTORIA
                         PERFORM GRABA-CLAVE-POSTEADA
                      WHEN OTHER
                         PERFORM GRABA-CANJE-ANULACION-SALIDA1
                         PERFORM GRABA-CLAVE-POSTEADA
                   END-EVALUATE
                END-IF .

        GRABA-CANJE-ANULACION-SALIDA1 .
                ADD 1                           TO WS-C-SAL-1
                   ADD R2350-PUNOBTEN           TO WS-SUM-ABONADOS
                END-IF
                PERFORM GRABA-REDE-CAMPOS
                MOVE WS-CAT-ITEM-TYPE_CODE (WS-CAT-HALLADO)
                                                TO RREDE-TYPE_CODE
                MOVE WS-CAT-ITEM-ITEM_NUM (WS-CAT-HALLADO)
                                                TO RREDE-ITEM_NUM
                PERFORM CUENTA-TIPO-CANJE
                PERFORM GRABA-SALIDA1-MARCA .

        GRABA-CATALOGO-EXCEPCION .
                ADD 1                           TO WS-C-SIN-CATALOGO
                MOVE R2350-RUT                  TO CATEXC-RUT
                MOVE R2350-NUMMOVIM             TO CATEXC-NUMMOVIM
                MOVE R2350-INDICADOR            TO CATEXC-INDICADOR
                MOVE R2350-CONCONCE             TO CATEXC-CONCONCE
                MOVE R2350-NRODOCTO             TO CATEXC-NRODOCTO
                MOVE R2350-PUNOBTEN             TO CATEXC-PUNOBTEN
                WRITE REG-SALIDA15
                END-WRITE
                MOVE RTRA-CODPROGR              TO EXLED-CODPROGR
                MOVE R2350-RUT                  TO EXLED-RUT
                MOVE R2350-NUMMOVIM             TO EXLED-NUMMOVIM
                MOVE "SIN CATALOGO PREMIO "     TO EXLED-TIPO
                MOVE "M"                        TO EXLED-SEVERIDAD
                MOVE REG-ENTRADA2               TO EXLED-DATO
                PERFORM GRABA-EXCEPCION-LEDGER .

        CUENTA-TIPO-CANJE .
      *         Conteo por tipo de canje para la seccion de catalogo
      *         del resumen.
                MOVE "N"                        TO WS-TIPO-ENCONTRADO-SW
                PERFORM COMPARA-TIPO-CANJE
                   VARYING WS-TIPO-IDX FROM 1 BY 1
                   UNTIL WS-TIPO-IDX > WS-TIPO-CANT
                      OR TIPO-FUE-ENCONTRADO
                IF NOT TIPO-FUE-ENCONTRADO
                   IF WS-TIPO-CANT < 50
                      ADD 1                     TO WS-TIPO-CANT
                      MOVE RREDE-TYPE_CODE      TO
                           WS-TIPO-TYPE_CODE (WS-TIPO-CANT)
                      MOVE 1                    TO
                           WS-TIPO-CONTADOR (WS-TIPO-CANT)
                   ELSE
                      ADD 1                     TO WS-C-TIPO-OTROS
                   END-IF
                END-IF .

        COMPARA-TIPO-CANJE .
                IF WS-TIPO-TYPE_CODE (WS-TIPO-IDX) = RREDE-TYPE_CODE
                   MOVE "S"                     TO WS-TIPO-ENCONTRADO-SW
                   ADD 1                        TO
                       WS-TIPO-CONTADOR (WS-TIPO-IDX)
                END-IF .

        MUESTRA-TIPO-CANJE .
                display "  Tipo " WS-TIPO-TYPE_CODE (WS-TIPO-IDX)
                        "=" WS-TIPO-CONTADOR (WS-TIPO-IDX) .

        GRABA-CTOT-TIPO-CANJE .
                MOVE SPACES                     TO WS-TIPO-CTOT
                STRING "CAT "                   DELIMITED BY SIZE
                       WS-TIPO-TYPE_CODE (WS-TIPO-IDX)
                                                DELIMITED BY SIZE
                                                INTO WS-TIPO-CTOT
                END-STRING
                MOVE WS-TIPO-CTOT               TO CTOT-CONTADOR
                MOVE WS-TIPO-CONTADOR (WS-TIPO-IDX)
                                                TO CTOT-VALOR
                WRITE REG-SALIDA6 END-WRITE .

        LEE-CATALOGO .
                READ ENTRADA5 AT END MOVE 1     TO WS-FIN-5 .

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

        GRABA-SALIDA1-MARCA .
      *         SALIDA1 sigue siendo el archivo combinado del resto
      *         de la cadena; ademas cada marca carga a su propia
      *         al archivo de la marca resuelta (M1 a M4) o al de
      *         RIPLEY por defecto (M0).
                WRITE REG-SALIDA1 END-WRITE
                PERFORM GRABA-SALIDA1-CORTE
                EVALUATE WS-MARCA-SLOT
                   WHEN 1
                      ADD 1                     TO WS-C-MARCA (1)
                MOVE "PointTypeAVal"            TO RREDE-INTERNAL_NAME
                MOVE "Base"                     TO RREDE-NAME .

        GRABA-REG02 .
                ADD 1                           TO WS-C-SAL-2
                WRITE REG-SALIDA2 FROM REG-ENTRADA1
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
                IF WS-C-SAL-7 > 0
                   MOVE WS-C-SAL-7              TO WS-REGCONT
                   PERFORM ARMA-TRAILER
                   WRITE REG-SALIDA10 FROM REG-SALIDA1 END-WRITE
                END-IF
                IF WS-C-CAD-HIST > 0
                   MOVE WS-C-CAD-HIST           TO WS-REGCONT
                   PERFORM ARMA-TRAILER
                   WRITE REG-S10H FROM REG-SALIDA1 END-WRITE
                END-IF
                IF WS-C-CAD-DELTA > 0
                   MOVE WS-C-CAD-DELTA          TO WS-REGCONT
                   PERFORM ARMA-TRAILER
                   WRITE REG-S10D FROM REG-SALIDA1 END-WRITE
                END-IF
                CLOSE SALIDA1 .
                CLOSE SALIDA10 .
                CLOSE SALIDA10H .
                CLOSE SALIDA10D .
                CLOSE SALIDA1M0 .
                CLOSE SALIDA1M1 .
                CLOSE SALIDA1M2 .
                CLOSE SALIDA1M3 .
                CLOSE SALIDA1M4 .
                CLOSE SALIDA1H .
                CLOSE SALIDA1D .
                CLOSE ARCHHIST .
                PERFORM GRABA-CORTE-RESUMEN
                CLOSE SALIDA11 .
                CLOSE SALIDA12 .
                CLOSE SALIDA13 .
                CLOSE SALIDA14 .
                CLOSE RETENIDO .
                IF RETENCION-ACTIVA
                   CLOSE RETENCION
                END-IF
                CLOSE SALIDA15 .
                CLOSE SALIDA2 .
                CLOSE SALIDA3 .
                CLOSE SALIDA4 .
                   CLOSE ENTRADA3
                END-IF
                CLOSE SALIDA7 .
                CLOSE SALIDA9 .
                CLOSE EXLEDGER
                PERFORM ESCRIBE-CONTROL-TOTALES
                display "Reg.Grabados INDICADOR excepcion=" WS-C-SAL-3 .
                display "Reg.Grabados SIGNO excepcion=" WS-C-SAL-4 .
                display "Reg.Omitidos Ya Posteados=" WS-C-SAL-5 .
                display "Reg.Grabados CADUCIDAD=" WS-C-SAL-7 .
                display "Reg.Anulaciones Huerfanas=" WS-C-SAL-8 .
                display "Reg.Claves Duplicadas 2350=" WS-C-DUP-2350 .
                display "Reg.Rechazados Entrada2=" WS-C-RECH-2 .
                display "RUT Pesados Desviados=" WS-C-RUT-PESADOS .
                display "Mov.RUT Pesado=" WS-C-MOV-PESADOS .
                display "RUT Retenidos Riesgo=" WS-C-RUT-RETENIDOS .
                display "Mov.RUT Retenido=" WS-C-MOV-RETENIDOS .
                display "Canjes Omitidos Tabla=" WS-C-CANJES-OMITIDOS .
                display "Catalogo de premios: items cargados="
                        WS-CAT-CANT .
                PERFORM MUESTRA-TIPO-CANJE
                   VARYING WS-TIPO-IDX FROM 1 BY 1
                   UNTIL WS-TIPO-IDX > WS-TIPO-CANT .
                IF WS-C-TIPO-OTROS > 0
                   display "  Tipo OTROS=" WS-C-TIPO-OTROS
                END-IF .
                display "Reg.Sin Catalogo Premio=" WS-C-SIN-CATALOGO .
                display "Fecha de Corte=" WS-FECHA-CORTE .
                display "Reg.Carga Historia=" WS-C-HIST .
                display "Reg.Carga Delta=" WS-C-DELTA .
                display "Reg.Caducidad Historia=" WS-C-CAD-HIST .
                display "Reg.Caducidad Delta=" WS-C-CAD-DELTA .
                display "Horizonte Historia=" WS-FECHA-HORIZONTE .
                display "Reg.Archivados Historia=" WS-C-ARCH-HIST .

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
                MOVE "OMITIDOS YA POSTEADOS"    TO CTOT-CONTADOR
                MOVE WS-C-SAL-5                  TO CTOT-VALOR
                WRITE REG-SALIDA6 END-WRITE
                MOVE "GRABADOS CADUCIDAD"       TO CTOT-CONTADOR
                MOVE WS-C-SAL-7                  TO CTOT-VALOR
                WRITE REG-SALIDA6 END-WRITE
                MOVE "MOV RUT PESADO"           TO CTOT-CONTADOR
                MOVE WS-C-MOV-PESADOS            TO CTOT-VALOR
                WRITE REG-SALIDA6 END-WRITE
                MOVE "RUT RETENIDOS RIESGO"     TO CTOT-CONTADOR
                MOVE WS-C-RUT-RETENIDOS          TO CTOT-VALOR
                WRITE REG-SALIDA6 END-WRITE
                MOVE "MOV RUT RETENIDO"         TO CTOT-CONTADOR
                MOVE WS-C-MOV-RETENIDOS          TO CTOT-VALOR
                WRITE REG-SALIDA6 END-WRITE
                MOVE "SIN CATALOGO PREMIO"      TO CTOT-CONTADOR
                MOVE WS-C-SIN-CATALOGO           TO CTOT-VALOR
                WRITE REG-SALIDA6 END-WRITE
                PERFORM GRABA-CTOT-TIPO-CANJE
                   VARYING WS-TIPO-IDX FROM 1 BY 1
                   UNTIL WS-TIPO-IDX > WS-TIPO-CANT
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
                MOVE "CORTE CAD HIST REGS"      TO CTOT-CONTADOR
                MOVE WS-C-CAD-HIST               TO CTOT-VALOR
                WRITE REG-SALIDA6 END-WRITE
                MOVE "CORTE CAD HIST PTS"       TO CTOT-CONTADOR
                MOVE WS-SUM-CAD-HIST             TO CTOT-VALOR
                WRITE REG-SALIDA6 END-WRITE
                MOVE "CORTE CAD DELTA REGS"     TO CTOT-CONTADOR
                MOVE WS-C-CAD-DELTA              TO CTOT-VALOR
                WRITE REG-SALIDA6 END-WRITE
                MOVE "CORTE CAD DELTA PTS"      TO CTOT-CONTADOR
                MOVE WS-SUM-CAD-DELTA            TO CTOT-VALOR
                WRITE REG-SALIDA6 END-WRITE
                MOVE "HISTORIA ARCHIVADA"       TO CTOT-CONTADOR
                MOVE WS-C-ARCH-HIST              TO CTOT-VALOR
                WRITE REG-SALIDA6 END-WRITE
                MOVE "HISTORIA ARCH PUNTOS"     TO CTOT-CONTADOR
                MOVE WS-SUM-ARCH-HIST            TO CTOT-VALOR
                WRITE REG-SALIDA6 END-WRITE
                CLOSE SALIDA6 .


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
                                       WS-CORTE-P-DELTA (WS-CORTE-IDX)
                MOVE ZEROS
                            TO WS-CORTE-C-CAD-HIST (WS-CORTE-IDX)
                               WS-CORTE-P-CAD-HIST (WS-CORTE-IDX)
                               WS-CORTE-C-CAD-DELTA (WS-CORTE-IDX)
                               WS-CORTE-P-CAD-DELTA (WS-CORTE-IDX) .

        GRABA-SALIDA1-CORTE .
      *         El registro recien grabado en SALIDA1 va ademas a la
      *         carga de historia (FECTRX hasta la fecha de corte) o
      *         a la de delta (posterior al corte), acumulando por la
      *         marca ya resuelta en WS-MARCA-SLOT.
                COMPUTE WS-CORTE-IDX = WS-MARCA-SLOT + 1
                IF R2350-FECTRX
                   <= WS-FECHA-CORTE
                   ADD 1                        TO WS-C-HIST
                   ADD R2350-PUNOBTEN
                                                TO WS-SUM-PTS-HIST
                   ADD 1            TO WS-CORTE-C-HIST (WS-CORTE-IDX)
                   ADD R2350-PUNOBTEN
                                    TO WS-CORTE-P-HIST (WS-CORTE-IDX)
                   WRITE REG-S1H FROM REG-SALIDA1 END-WRITE
                ELSE
                   ADD 1                        TO WS-C-DELTA
                   ADD R2350-PUNOBTEN
                                                TO WS-SUM-PTS-DELTA
                   ADD 1           TO WS-CORTE-C-DELTA (WS-CORTE-IDX)
                   ADD R2350-PUNOBTEN
                                   TO WS-CORTE-P-DELTA (WS-CORTE-IDX)
                   WRITE REG-S1D FROM REG-SALIDA1 END-WRITE
                END-IF .

        GRABA-CADUCIDAD-CORTE .
      *         La caducidad recien grabada en SALIDA10 va ademas a la
      *         carga de historia o a la de delta con el mismo criterio
      *         que el canje; la marca ya quedo resuelta en
      *         WS-MARCA-SLOT por GRABA-REDE-CAMPOS.
                COMPUTE WS-CORTE-IDX = WS-MARCA-SLOT + 1
                IF R2350-FECTRX
                   <= WS-FECHA-CORTE
                   ADD 1                        TO WS-C-CAD-HIST
                   ADD R2350-PUNOBTEN
                                                TO WS-SUM-CAD-HIST
                   ADD 1        TO WS-CORTE-C-CAD-HIST (WS-CORTE-IDX)
                   ADD R2350-PUNOBTEN
                                TO WS-CORTE-P-CAD-HIST (WS-CORTE-IDX)
                   WRITE REG-S10H FROM REG-SALIDA1 END-WRITE
                ELSE
                   ADD 1                        TO WS-C-CAD-DELTA
                   ADD R2350-PUNOBTEN
                                                TO WS-SUM-CAD-DELTA
                   ADD 1       TO WS-CORTE-C-CAD-DELTA (WS-CORTE-IDX)
                   ADD R2350-PUNOBTEN
                               TO WS-CORTE-P-CAD-DELTA (WS-CORTE-IDX)
                   WRITE REG-S10D FROM REG-SALIDA1 END-WRITE
                END-IF .

        GRABA-CORTE-RESUMEN .
      *         Un par de registros (historia y delta) por cada marca
      *         que tuvo movimientos en la corrida; despues de todos
      *         los de canje van los pares de caducidad (lados C y E).
                OPEN OUTPUT CORTERES
                PERFORM GRABA-CORTE-MARCA
                   VARYING WS-CORTE-IDX FROM 1 BY 1
                   UNTIL WS-CORTE-IDX > 5
                PERFORM GRABA-CORTE-CADUCIDAD
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

        GRABA-CORTE-CADUCIDAD .
                IF WS-CORTE-C-CAD-HIST (WS-CORTE-IDX) > 0
                   OR WS-CORTE-C-CAD-DELTA (WS-CORTE-IDX) > 0
                   MOVE WS-ENCAB-PROGRAMA       TO CORTERES-PROGRAM_NAME
                   MOVE WS-FECHA-CORTE          TO CORTERES-FECHA-CORTE
                   IF WS-CORTE-IDX = 1
                      MOVE "RIPLEY"             TO CORTERES-ORG_CODE
                   ELSE
                      MOVE WS-MARCA-ITEM-ORG_CODE (WS-CORTE-IDX - 1)
                                                TO CORTERES-ORG_CODE
                   END-IF
                   MOVE "C"                     TO CORTERES-LADO
                   MOVE WS-CORTE-C-CAD-HIST (WS-CORTE-IDX)
                                                TO CORTERES-MOVIMIENTOS
                   MOVE WS-CORTE-P-CAD-HIST (WS-CORTE-IDX)
                                                TO CORTERES-PUNTOS
                   WRITE REG-CORTERES END-WRITE
                   MOVE "E"                     TO CORTERES-LADO
                   MOVE WS-CORTE-C-CAD-DELTA (WS-CORTE-IDX)
                                                TO CORTERES-MOVIMIENTOS
                   MOVE WS-CORTE-P-CAD-DELTA (WS-CORTE-IDX)
                                                TO CORTERES-PUNTOS
                   WRITE REG-CORTERES END-WRITE
                END-IF .
