        IDENTIFICATION DIVISION.
        PROGRAM-ID. SFCPMIG1032 .
        AUTHOR.     CONNECTIS-GS.
      * Revision de actividad sospechosa del extracto de Movimientos
      * T7542350 antes de la migracion: la carga es la ultima
      * oportunidad de mirar fraude de puntos que el legado nunca
      * reviso. Marca los RUT con una rafaga anormal de
      * bonificaciones en una ventana corta, los NRODOCTO abonados a
      * varios RUT distintos, los canjes hechos el mismo dia del
      * abono y los movimientos con puntos sobre el rango normal de
      * su marca, con umbrales externos (COPY_UMBRAL_RIESGO). Cada
      * hallazgo sale al archivo de revision (COPY_REVISION_RIESGO)
      * y al libro de excepciones; los RUT marcados que Riesgo aun
      * no libera (COPY_LIBERACION_RIESGO) quedan en la lista de
      * retenidos (COPY_RETENCION_RIESGO), que SFCPMIG0701/0801
      * usan, si el JCL la informa, para dejarlos fuera de ACCRUALS
      * y REDEMPTIONS. El cruce por NRODOCTO y el orden por RUT de
      * la salida se resuelven con dos SORT internos.
      * Fecha : 15-10-2026
      * COMPILAR-LINK : cobol.sh SFCPMIG1032
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

                SELECT ENTRADA1 ASSIGN TO EXTERNAL FEXTMOV1032
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ENTRADA2 ASSIGN TO EXTERNAL FENTRADA1
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ENTRADA3 ASSIGN TO EXTERNAL FMARCA
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ENTRADA4 ASSIGN TO EXTERNAL FUMBRALRIESGO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-UMB-STATUS.

                SELECT ENTRADA5 ASSIGN TO EXTERNAL FLIBERACIONRIESGO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-LIB-STATUS.

                SELECT TRABAJO ASSIGN TO EXTERNAL FTRABAJORIESGO
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SORTDOC ASSIGN TO EXTERNAL SORTWKDOC .

                SELECT SORTRUT ASSIGN TO EXTERNAL SORTWKRUT .

                SELECT SALIDA1 ASSIGN TO EXTERNAL FREVISIONRIESGO
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA2 ASSIGN TO EXTERNAL FRETENCIONRIESGO
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA3 ASSIGN TO EXTERNAL FCONTROLTOTALES
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-CTOT-STATUS.

                SELECT EXLEDGER ASSIGN TO EXTERNAL FEXCEPLEDGER
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-EXLED-STATUS.

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

      *    Umbrales de la revision (opcional, COPY_UMBRAL_RIESGO).
       FD ENTRADA4
          RECORDING MODE IS F
          RECORD CONTAINS 39 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA4 .
           COPY COPY_UMBRAL_RIESGO .

      *    RUT liberados por Riesgo (opcional, ordenado por RUT).
       FD ENTRADA5
          RECORDING MODE IS F
          RECORD CONTAINS 26 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA5 .
           COPY COPY_LIBERACION_RIESGO .

      *    Hallazgos de la corrida en orden de deteccion, antes de
      *    ordenarlos por RUT.
       FD TRABAJO
          RECORDING MODE IS F
          RECORD CONTAINS 90 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-TRABAJO .
           COPY COPY_REVISION_RIESGO .

      *    Bonificaciones con NRODOCTO, para el cruce entre RUT.
       SD SORTDOC .

       01  REG-SORTDOC .
           05 SDOC-NRODOCTO                     PIC X(10) .
           05 SDOC-RUT                          PIC 9(08) .
           05 SDOC-CODPROGR                     PIC X(09) .
           05 SDOC-ORG_CODE                     PIC X(10) .
           05 SDOC-NUMMOVIM                     PIC 9(10) .
           05 SDOC-FECTRX                       PIC X(08) .
           05 SDOC-PUNTOS                       PIC 9(09) .

      *    Hallazgos ordenados por RUT.
       SD SORTRUT .

       01  REG-SORTRUT .
           COPY COPY_REVISION_RIESGO REPLACING LEADING ==REVRSG== BY
                ==SRUT== .

      *    Revision de Riesgo (COPY_REVISION_RIESGO).
       FD SALIDA1
          RECORDING MODE IS F
          RECORD CONTAINS 90 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA1                           PIC X(90) .

      *    Lista de RUT retenidos (COPY_RETENCION_RIESGO).
       FD SALIDA2
          RECORDING MODE IS F
          RECORD CONTAINS 28 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA2 .
           COPY COPY_RETENCION_RIESGO .

      *    Historial de totales de control de la corrida
      *    (COPY_CONTROL_TOTALES), compartido por toda la cadena.
       FD SALIDA3
          RECORDING MODE IS F
          RECORD CONTAINS 51 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA3 .
           COPY COPY_CONTROL_TOTALES .

      *    Libro unico de excepciones de la cadena
      *    (COPY_EXCEPCION_LEDGER).
       FD EXLEDGER
          RECORDING MODE IS F
          RECORD CONTAINS 127 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-EXLEDGER .
           COPY COPY_EXCEPCION_LEDGER .

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
           05 WS-FIN-5                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-SDOC                       PIC 9(01) VALUE ZEROS .
           05 WS-FIN-SRUT                       PIC 9(01) VALUE ZEROS .
           05 WS-LIB-STATUS                     PIC X(02) .
           05 WS-LIB-ABIERTA-SW                 PIC X(01) VALUE "N" .
              88 LIBERACION-ABIERTA             VALUE "S" .
           05 WS-EXLED-STATUS                   PIC X(02) .
           05 WS-C-ENT-1                        PIC 9(12) VALUE ZEROS .
           05 WS-C-BONIS                        PIC 9(12) VALUE ZEROS .
           05 WS-C-CANJES                       PIC 9(12) VALUE ZEROS .
           05 WS-C-CON-DOCTO                    PIC 9(12) VALUE ZEROS .
           05 WS-C-TABLA-LLENA                  PIC 9(12) VALUE ZEROS .
           05 WS-C-RAFAGA                       PIC 9(12) VALUE ZEROS .
           05 WS-C-DOCTO                        PIC 9(12) VALUE ZEROS .
           05 WS-C-DOCTO-OMITIDOS               PIC 9(12) VALUE ZEROS .
           05 WS-C-CANJE-DIA                    PIC 9(12) VALUE ZEROS .
           05 WS-C-FUERA-RANGO                  PIC 9(12) VALUE ZEROS .
           05 WS-C-HALLAZGOS                    PIC 9(12) VALUE ZEROS .
           05 WS-C-RUT-MARCADOS                 PIC 9(12) VALUE ZEROS .
           05 WS-C-RUT-RETENIDOS                PIC 9(12) VALUE ZEROS .
           05 WS-C-RUT-LIBERADOS                PIC 9(12) VALUE ZEROS .
           05 WS-RUN-FECHA                      PIC X(08) .
           05 WS-FECHA .
              10 WS-FAA                         PIC X(04) .
              10 WS-FMM                         PIC X(02) .
              10 WS-FDD                         PIC X(02) .

      *    Umbrales de la revision (COPY_UMBRAL_RIESGO) con sus
      *    valores por defecto; PUNTOS-MAXIMO por marca en tabla.
        01 WS-UMBRALES.
           05 WS-UMB-STATUS                     PIC X(02) .
           05 WS-FIN-UMB                        PIC 9(01) VALUE ZEROS .
           05 WS-UMB-RAFAGA-BONIS               PIC 9(09) VALUE 30 .
           05 WS-UMB-RAFAGA-DIAS                PIC 9(09) VALUE 7 .
           05 WS-UMB-DOCTO-RUTS                 PIC 9(09) VALUE 2 .
           05 WS-UMB-CANJE-DIA                  PIC 9(09) VALUE 1 .
           05 WS-UMB-PTOMAX-DEFECTO             PIC 9(09) VALUE ZEROS .
           05 WS-UMB-PTOMAX-ACTUAL              PIC 9(09) .
           05 WS-PTOMAX-CANT                    PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-PTOMAX-IDX                     PIC 9(04) COMP .
           05 WS-PTOMAX-ITEM OCCURS 50 TIMES .
              10 WS-PTOMAX-ITEM-ORG_CODE        PIC X(10) .
              10 WS-PTOMAX-ITEM-VALOR           PIC 9(09) .

      *    CODPROGR y marca del RUT en revision.
        01 WS-RUTERO-ACTUAL.
           05 WS-RUT-ACTUAL                     PIC 9(08) .
           05 WS-CODPROGR-ACTUAL                PIC X(09) .

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

      *    Bonificaciones y canjes del RUT en revision, con la fecha
      *    como numero de dia para medir la ventana de la rafaga.
        01 WS-TABLA-RUT.
           05 WS-BONI-CANT                      PIC 9(04) COMP .
           05 WS-BONI-IDX                       PIC 9(04) COMP .
           05 WS-BONI-JDX                       PIC 9(04) COMP .
           05 WS-CANJE-CANT                     PIC 9(04) COMP .
           05 WS-CANJE-IDX                      PIC 9(04) COMP .
           05 WS-EN-VENTANA                     PIC 9(05) .
           05 WS-DIA-LIMITE                     PIC 9(09) .
           05 WS-DIA-MOV                        PIC 9(09) .
           05 WS-FECHA-MOV                      PIC 9(08) .
           05 WS-HALLADO-SW                     PIC X(01) .
              88 HALLAZGO-EN-RUT                VALUE "S" .
           05 WS-BONI-ITEM OCCURS 2000 TIMES .
              10 WS-BONI-DIA                    PIC 9(09) .
              10 WS-BONI-FECTRX                 PIC X(08) .
              10 WS-BONI-NUMMOVIM               PIC 9(10) .
           05 WS-CANJE-ITEM OCCURS 2000 TIMES .
              10 WS-CANJE-FECTRX                PIC X(08) .
              10 WS-CANJE-NUMMOVIM              PIC 9(10) .
              10 WS-CANJE-PUNTOS                PIC 9(09) .

      *    Grupo de un mismo NRODOCTO: primer movimiento de cada
      *    RUT distinto abonado con el documento.
        01 WS-TABLA-DOCTO.
           05 WS-DOC-NRODOCTO                   PIC X(10) .
           05 WS-DOC-CANT                       PIC 9(04) COMP .
           05 WS-DOC-IDX                        PIC 9(04) COMP .
           05 WS-DOC-RUTS                       PIC 9(05) .
           05 WS-DOC-ULTIMO-RUT                 PIC 9(08) .
           05 WS-DOC-ITEM OCCURS 500 TIMES .
              10 WS-DOC-RUT                     PIC 9(08) .
              10 WS-DOC-CODPROGR                PIC X(09) .
              10 WS-DOC-ORG_CODE                PIC X(10) .
              10 WS-DOC-NUMMOVIM                PIC 9(10) .
              10 WS-DOC-FECTRX                  PIC X(08) .
              10 WS-DOC-PUNTOS                  PIC 9(09) .

      *    Corte por RUT de la salida ordenada.
        01 WS-SALIDA-RUT.
           05 WS-SAL-RUT-ANTERIOR               PIC 9(08) VALUE ZEROS .
           05 WS-SAL-ESTADO                     PIC X(01) .
              88 RUT-LIBERADO                   VALUE "L" .

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
                PERFORM 300000-FINAL.
                MOVE ZEROS                 TO RETURN-CODE
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
      *         Primera pasada: controles por RUT sobre el extracto y
      *         cruce de NRODOCTO entre RUT. Segunda pasada: los
      *         hallazgos ordenados por RUT van a revision, al libro
      *         de excepciones y a la lista de retenidos.
                SORT SORTDOC
                     ON ASCENDING KEY SDOC-NRODOCTO
                                      SDOC-RUT
                     INPUT PROCEDURE IS REVISA-EXTRACTO
                     OUTPUT PROCEDURE IS REVISA-DOCUMENTOS
                CLOSE TRABAJO
                SORT SORTRUT
                     ON ASCENDING KEY SRUT-RUT
                     USING TRABAJO
                     OUTPUT PROCEDURE IS EMITE-REVISION .

        REVISA-EXTRACTO .
                OPEN OUTPUT TRABAJO
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
                PERFORM REVISA-RUT UNTIL WS-FIN-1 = 1
                CLOSE ENTRADA1
                CLOSE ENTRADA2 .

        REVISA-RUT .
                MOVE R2350-RUT                  TO WS-RUT-ACTUAL
                MOVE ZEROS                      TO WS-BONI-CANT
                MOVE ZEROS                      TO WS-CANJE-CANT
                PERFORM BUSCA-RUTERO
                PERFORM BUSCA-MARCA
                PERFORM BUSCA-PUNTOS-MAXIMO
                PERFORM REVISA-MOVIMIENTO
                   UNTIL R2350-RUT NOT = WS-RUT-ACTUAL
                      OR WS-FIN-1 = 1
                PERFORM REVISA-RAFAGA
                PERFORM REVISA-CANJE-DIA .

        REVISA-MOVIMIENTO .
      *------------BONIFICACION = 4
      *------------CANJE        = 1
                EVALUATE R2350-INDICADOR
                   WHEN 4
                      ADD 1                     TO WS-C-BONIS
                      PERFORM REVISA-BONI
                   WHEN 1
                      ADD 1                     TO WS-C-CANJES
                      PERFORM GUARDA-CANJE
                   WHEN OTHER
                      CONTINUE
                END-EVALUATE
                PERFORM LEE-01 .

        REVISA-BONI .
                IF WS-UMB-PTOMAX-ACTUAL > ZEROS
                   AND R2350-PUNOBTEN > WS-UMB-PTOMAX-ACTUAL
                   ADD 1                        TO WS-C-FUERA-RANGO
                   MOVE SPACES                  TO REG-TRABAJO
                   MOVE "PUNTOS FUERA RANGO"    TO REVRSG-MOTIVO
                   MOVE R2350-NUMMOVIM          TO REVRSG-NUMMOVIM
                   MOVE R2350-FECTRX            TO REVRSG-FECTRX
                   MOVE R2350-NRODOCTO          TO REVRSG-NRODOCTO
                   MOVE R2350-PUNOBTEN          TO REVRSG-PUNTOS
                   MOVE 1                       TO REVRSG-CANTIDAD
                   PERFORM GRABA-HALLAZGO
                END-IF
                IF R2350-NRODOCTO NOT = SPACES
                   AND R2350-NRODOCTO NOT = ZEROS
                   ADD 1                        TO WS-C-CON-DOCTO
                   MOVE R2350-NRODOCTO          TO SDOC-NRODOCTO
                   MOVE R2350-RUT               TO SDOC-RUT
                   MOVE WS-CODPROGR-ACTUAL      TO SDOC-CODPROGR
                   MOVE WS-MARCA-ORG-ACTUAL     TO SDOC-ORG_CODE
                   MOVE R2350-NUMMOVIM          TO SDOC-NUMMOVIM
                   MOVE R2350-FECTRX            TO SDOC-FECTRX
                   MOVE R2350-PUNOBTEN          TO SDOC-PUNTOS
                   RELEASE REG-SORTDOC
                END-IF
      *         Para la ventana de la rafaga solo sirven las fechas
      *         de calendario reales; las invalidas ya las desvian
      *         0701/0801 por su propia via.
                PERFORM CALCULA-DIA-MOV
                IF WS-DIA-MOV > ZEROS
                   IF WS-BONI-CANT < 2000
                      ADD 1                     TO WS-BONI-CANT
                      MOVE WS-DIA-MOV           TO
                           WS-BONI-DIA (WS-BONI-CANT)
                      MOVE R2350-FECTRX         TO
                           WS-BONI-FECTRX (WS-BONI-CANT)
                      MOVE R2350-NUMMOVIM       TO
                           WS-BONI-NUMMOVIM (WS-BONI-CANT)
                   ELSE
                      ADD 1                     TO WS-C-TABLA-LLENA
                   END-IF
                END-IF .

        GUARDA-CANJE .
                IF WS-CANJE-CANT < 2000
                   ADD 1                        TO WS-CANJE-CANT
                   MOVE R2350-FECTRX            TO
                        WS-CANJE-FECTRX (WS-CANJE-CANT)
                   MOVE R2350-NUMMOVIM          TO
                        WS-CANJE-NUMMOVIM (WS-CANJE-CANT)
                   MOVE R2350-PUNOBTEN          TO
                        WS-CANJE-PUNTOS (WS-CANJE-CANT)
                ELSE
                   ADD 1                        TO WS-C-TABLA-LLENA
                END-IF .

        CALCULA-DIA-MOV .
                MOVE ZEROS                      TO WS-DIA-MOV
                IF R2350-FECTRX IS NUMERIC
                   MOVE R2350-FECTRX            TO WS-FECHA-MOV
                   IF WS-FECHA-MOV (1:4) > "1899"
                      AND WS-FECHA-MOV (5:2) > "00"
                      AND WS-FECHA-MOV (5:2) < "13"
                      AND WS-FECHA-MOV (7:2) > "00"
                      AND WS-FECHA-MOV (7:2) < "32"
                      COMPUTE WS-DIA-MOV =
                              FUNCTION INTEGER-OF-DATE (WS-FECHA-MOV)
                   END-IF
                END-IF .

        REVISA-RAFAGA .
      *         Rafaga: alguna ventana de RAFAGA-DIAS dias corridos,
      *         partiendo en la fecha de cada bonificacion, reune
      *         RAFAGA-BONIS bonificaciones o mas. Se informa una vez
      *         por RUT, con la primera ventana que cumple.
                MOVE "N"                        TO WS-HALLADO-SW
                IF WS-UMB-RAFAGA-BONIS > ZEROS
                   AND WS-UMB-RAFAGA-DIAS > ZEROS
                   AND WS-BONI-CANT >= WS-UMB-RAFAGA-BONIS
                   PERFORM CUENTA-VENTANA
                      VARYING WS-BONI-IDX FROM 1 BY 1
                      UNTIL WS-BONI-IDX > WS-BONI-CANT
                         OR HALLAZGO-EN-RUT
                END-IF .

        CUENTA-VENTANA .
                MOVE ZEROS                      TO WS-EN-VENTANA
                COMPUTE WS-DIA-LIMITE =
                        WS-BONI-DIA (WS-BONI-IDX) + WS-UMB-RAFAGA-DIAS
                PERFORM CUENTA-EN-VENTANA
                   VARYING WS-BONI-JDX FROM 1 BY 1
                   UNTIL WS-BONI-JDX > WS-BONI-CANT
                IF WS-EN-VENTANA >= WS-UMB-RAFAGA-BONIS
                   MOVE "S"                     TO WS-HALLADO-SW
                   ADD 1                        TO WS-C-RAFAGA
                   MOVE SPACES                  TO REG-TRABAJO
                   MOVE "RAFAGA BONIFICACION"   TO REVRSG-MOTIVO
                   MOVE WS-BONI-NUMMOVIM (WS-BONI-IDX)
                                                TO REVRSG-NUMMOVIM
                   MOVE WS-BONI-FECTRX (WS-BONI-IDX)
                                                TO REVRSG-FECTRX
                   MOVE SPACES                  TO REVRSG-NRODOCTO
                   MOVE ZEROS                   TO REVRSG-PUNTOS
                   MOVE WS-EN-VENTANA           TO REVRSG-CANTIDAD
                   PERFORM GRABA-HALLAZGO
                END-IF .

        CUENTA-EN-VENTANA .
                IF WS-BONI-DIA (WS-BONI-JDX)
                   >= WS-BONI-DIA (WS-BONI-IDX)
                   AND WS-BONI-DIA (WS-BONI-JDX) < WS-DIA-LIMITE
                   ADD 1                        TO WS-EN-VENTANA
                END-IF .

        REVISA-CANJE-DIA .
      *         Canje el mismo dia en que se abonaron puntos al RUT;
      *         se informa el primero que se encuentre.
                MOVE "N"                        TO WS-HALLADO-SW
                IF WS-UMB-CANJE-DIA > ZEROS
                   PERFORM BUSCA-ABONO-DEL-DIA
                      VARYING WS-CANJE-IDX FROM 1 BY 1
                      UNTIL WS-CANJE-IDX > WS-CANJE-CANT
                         OR HALLAZGO-EN-RUT
                END-IF .

        BUSCA-ABONO-DEL-DIA .
                PERFORM COMPARA-ABONO-DEL-DIA
                   VARYING WS-BONI-IDX FROM 1 BY 1
                   UNTIL WS-BONI-IDX > WS-BONI-CANT
                      OR HALLAZGO-EN-RUT
                IF HALLAZGO-EN-RUT
                   ADD 1                        TO WS-C-CANJE-DIA
                   MOVE SPACES                  TO REG-TRABAJO
                   MOVE "CANJE MISMO DIA"       TO REVRSG-MOTIVO
                   MOVE WS-CANJE-NUMMOVIM (WS-CANJE-IDX)
                                                TO REVRSG-NUMMOVIM
                   MOVE WS-CANJE-FECTRX (WS-CANJE-IDX)
                                                TO REVRSG-FECTRX
                   MOVE SPACES                  TO REVRSG-NRODOCTO
                   MOVE WS-CANJE-PUNTOS (WS-CANJE-IDX)
                                                TO REVRSG-PUNTOS
                   MOVE 1                       TO REVRSG-CANTIDAD
                   PERFORM GRABA-HALLAZGO
                END-IF .

        COMPARA-ABONO-DEL-DIA .
                IF WS-BONI-FECTRX (WS-BONI-IDX)
                   = WS-CANJE-FECTRX (WS-CANJE-IDX)
                   MOVE "S"                     TO WS-HALLADO-SW
                END-IF .

        GRABA-HALLAZGO .
      *         El parrafo que invoca dejo cargados motivo y datos
      *         del movimiento en REG-TRABAJO.
                ADD 1                           TO WS-C-HALLAZGOS
                MOVE WS-RUT-ACTUAL              TO REVRSG-RUT
                MOVE WS-CODPROGR-ACTUAL         TO REVRSG-CODPROGR
                MOVE WS-MARCA-ORG-ACTUAL        TO REVRSG-ORG_CODE
                MOVE SPACES                     TO REVRSG-ESTADO
                WRITE REG-TRABAJO
                END-WRITE .

        REVISA-DOCUMENTOS .
      *         Bonificaciones ordenadas por NRODOCTO y RUT: un mismo
      *         documento abonado a DOCTO-RUTS RUT distintos o mas
      *         marca a cada uno de ellos.
                MOVE ZEROS                      TO WS-FIN-SDOC
                PERFORM LEE-SORTDOC
                PERFORM REVISA-DOCUMENTO UNTIL WS-FIN-SDOC = 1 .

        REVISA-DOCUMENTO .
                MOVE SDOC-NRODOCTO              TO WS-DOC-NRODOCTO
                MOVE ZEROS                      TO WS-DOC-CANT
                MOVE ZEROS                      TO WS-DOC-RUTS
                MOVE ZEROS                      TO WS-DOC-ULTIMO-RUT
                PERFORM ACUMULA-DOCUMENTO
                   UNTIL SDOC-NRODOCTO NOT = WS-DOC-NRODOCTO
                      OR WS-FIN-SDOC = 1
                IF WS-UMB-DOCTO-RUTS > 1
                   AND WS-DOC-RUTS >= WS-UMB-DOCTO-RUTS
                   PERFORM GRABA-HALLAZGO-DOCTO
                      VARYING WS-DOC-IDX FROM 1 BY 1
                      UNTIL WS-DOC-IDX > WS-DOC-CANT
                END-IF .

        ACUMULA-DOCUMENTO .
                IF SDOC-RUT NOT = WS-DOC-ULTIMO-RUT
                   ADD 1                        TO WS-DOC-RUTS
                   MOVE SDOC-RUT                TO WS-DOC-ULTIMO-RUT
                   IF WS-DOC-CANT < 500
                      ADD 1                     TO WS-DOC-CANT
                      MOVE SDOC-RUT             TO
                           WS-DOC-RUT (WS-DOC-CANT)
                      MOVE SDOC-CODPROGR        TO
                           WS-DOC-CODPROGR (WS-DOC-CANT)
                      MOVE SDOC-ORG_CODE        TO
                           WS-DOC-ORG_CODE (WS-DOC-CANT)
                      MOVE SDOC-NUMMOVIM        TO
                           WS-DOC-NUMMOVIM (WS-DOC-CANT)
                      MOVE SDOC-FECTRX          TO
                           WS-DOC-FECTRX (WS-DOC-CANT)
                      MOVE SDOC-PUNTOS          TO
                           WS-DOC-PUNTOS (WS-DOC-CANT)
                   ELSE
                      ADD 1                     TO WS-C-DOCTO-OMITIDOS
                   END-IF
                END-IF
                PERFORM LEE-SORTDOC .

        GRABA-HALLAZGO-DOCTO .
                ADD 1                           TO WS-C-DOCTO
                ADD 1                           TO WS-C-HALLAZGOS
                MOVE SPACES                     TO REG-TRABAJO
                MOVE WS-DOC-RUT (WS-DOC-IDX)    TO REVRSG-RUT
                MOVE WS-DOC-CODPROGR (WS-DOC-IDX)
                                                TO REVRSG-CODPROGR
                MOVE WS-DOC-ORG_CODE (WS-DOC-IDX)
                                                TO REVRSG-ORG_CODE
                MOVE "DOCTO MULTIPLE RUT"       TO REVRSG-MOTIVO
                MOVE WS-DOC-NUMMOVIM (WS-DOC-IDX)
                                                TO REVRSG-NUMMOVIM
                MOVE WS-DOC-FECTRX (WS-DOC-IDX) TO REVRSG-FECTRX
                MOVE WS-DOC-NRODOCTO            TO REVRSG-NRODOCTO
                MOVE WS-DOC-PUNTOS (WS-DOC-IDX) TO REVRSG-PUNTOS
                MOVE WS-DOC-RUTS                TO REVRSG-CANTIDAD
                MOVE SPACES                     TO REVRSG-ESTADO
                WRITE REG-TRABAJO
                END-WRITE .

        LEE-SORTDOC .
                RETURN SORTDOC AT END MOVE 1    TO WS-FIN-SDOC
                END-RETURN .

        EMITE-REVISION .
      *         Hallazgos ordenados por RUT: cada uno va a revision y
      *         al libro de excepciones; cada RUT marcado va una vez
      *         a la lista de retenidos, salvo que Riesgo ya lo haya
      *         liberado.
                OPEN INPUT ENTRADA5
                IF WS-LIB-STATUS = "00"
                   MOVE "S"                     TO WS-LIB-ABIERTA-SW
                   PERFORM LEE-05
                ELSE
                   MOVE 1                       TO WS-FIN-5
                END-IF
                OPEN OUTPUT SALIDA1 .
                OPEN OUTPUT SALIDA2 .
                PERFORM ABRE-EXCEPCION-LEDGER
                MOVE ZEROS                      TO WS-FIN-SRUT
                PERFORM LEE-SORTRUT
                PERFORM EMITE-HALLAZGO UNTIL WS-FIN-SRUT = 1
                IF LIBERACION-ABIERTA
                   CLOSE ENTRADA5
                END-IF
                CLOSE SALIDA1
                CLOSE SALIDA2
                CLOSE EXLEDGER .

        EMITE-HALLAZGO .
                IF SRUT-RUT NOT = WS-SAL-RUT-ANTERIOR
                   PERFORM INICIA-RUT-MARCADO
                END-IF
                MOVE WS-SAL-ESTADO              TO SRUT-ESTADO
                WRITE REG-SALIDA1 FROM REG-SORTRUT
                END-WRITE
                MOVE SRUT-CODPROGR              TO EXLED-CODPROGR
                MOVE SRUT-RUT                   TO EXLED-RUT
                MOVE SRUT-NUMMOVIM              TO EXLED-NUMMOVIM
                MOVE SRUT-MOTIVO                TO EXLED-TIPO
                IF RUT-LIBERADO
                   MOVE "I"                     TO EXLED-SEVERIDAD
                ELSE
                   MOVE "A"                     TO EXLED-SEVERIDAD
                END-IF
                MOVE REG-SORTRUT                TO EXLED-DATO
                PERFORM GRABA-EXCEPCION-LEDGER
                PERFORM LEE-SORTRUT .

        INICIA-RUT-MARCADO .
                MOVE SRUT-RUT                   TO WS-SAL-RUT-ANTERIOR
                ADD 1                           TO WS-C-RUT-MARCADOS
                PERFORM LEE-05
                   UNTIL LIBRSG-RUT >= SRUT-RUT OR WS-FIN-5 = 1
                IF WS-FIN-5 = ZEROS AND LIBRSG-RUT = SRUT-RUT
                   MOVE "L"                     TO WS-SAL-ESTADO
                   ADD 1                        TO WS-C-RUT-LIBERADOS
                ELSE
                   MOVE "R"                     TO WS-SAL-ESTADO
                   ADD 1                        TO WS-C-RUT-RETENIDOS
                   MOVE SRUT-RUT                TO RETRSG-RUT
                   MOVE SRUT-MOTIVO             TO RETRSG-MOTIVO
                   WRITE REG-SALIDA2
                   END-WRITE
                END-IF .

        LEE-SORTRUT .
                RETURN SORTRUT AT END MOVE 1    TO WS-FIN-SRUT
                END-RETURN .

        LEE-UMBRALES .
      *         Umbrales de la revision; sin archivo rigen los
      *         valores por defecto.
                OPEN INPUT ENTRADA4
                IF WS-UMB-STATUS = "00"
                   PERFORM LEE-UMBRAL-FISICO
                   PERFORM APLICA-UMBRAL UNTIL WS-FIN-UMB = 1
                   CLOSE ENTRADA4
                END-IF .

        LEE-UMBRAL-FISICO .
                READ ENTRADA4 AT END MOVE 1     TO WS-FIN-UMB .

        APLICA-UMBRAL .
                IF UMBRSG-VALOR IS NUMERIC
                   EVALUATE UMBRSG-NOMBRE
                      WHEN "RAFAGA-BONIS"
                         MOVE UMBRSG-VALOR      TO WS-UMB-RAFAGA-BONIS
                      WHEN "RAFAGA-DIAS"
                         MOVE UMBRSG-VALOR      TO WS-UMB-RAFAGA-DIAS
                      WHEN "DOCTO-RUTS"
                         MOVE UMBRSG-VALOR      TO WS-UMB-DOCTO-RUTS
                      WHEN "CANJE-MISMO-DIA"
                         MOVE UMBRSG-VALOR      TO WS-UMB-CANJE-DIA
                      WHEN "PUNTOS-MAXIMO"
                         PERFORM CARGA-PUNTOS-MAXIMO
                   END-EVALUATE
                END-IF
                PERFORM LEE-UMBRAL-FISICO .

        CARGA-PUNTOS-MAXIMO .
                IF UMBRSG-ORG_CODE = SPACES
                   MOVE UMBRSG-VALOR            TO WS-UMB-PTOMAX-DEFECTO
                ELSE
                   ADD 1                        TO WS-PTOMAX-CANT
                   IF WS-PTOMAX-CANT > 50
                      DISPLAY "TABLA DE UMBRALES EXCEDE SU CAPACIDAD"
                      DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                      DISPLAY "---------------------------------"
                      MOVE 1                    TO RETURN-CODE
                      STOP RUN
                   END-IF
                   MOVE UMBRSG-ORG_CODE         TO
                        WS-PTOMAX-ITEM-ORG_CODE (WS-PTOMAX-CANT)
                   MOVE UMBRSG-VALOR            TO
                        WS-PTOMAX-ITEM-VALOR (WS-PTOMAX-CANT)
                END-IF .

        BUSCA-PUNTOS-MAXIMO .
                MOVE WS-UMB-PTOMAX-DEFECTO      TO WS-UMB-PTOMAX-ACTUAL
                PERFORM COMPARA-PUNTOS-MAXIMO
                   VARYING WS-PTOMAX-IDX FROM 1 BY 1
                   UNTIL WS-PTOMAX-IDX > WS-PTOMAX-CANT .

        COMPARA-PUNTOS-MAXIMO .
                IF WS-PTOMAX-ITEM-ORG_CODE (WS-PTOMAX-IDX)
                   = WS-MARCA-ORG-ACTUAL
                   MOVE WS-PTOMAX-ITEM-VALOR (WS-PTOMAX-IDX)
                                                TO WS-UMB-PTOMAX-ACTUAL
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

        ABRE-EXCEPCION-LEDGER .
                OPEN EXTEND EXLEDGER
                IF WS-EXLED-STATUS NOT = "00"
                   OPEN OUTPUT EXLEDGER
                END-IF .

        GRABA-EXCEPCION-LEDGER .
                MOVE "SFCPMIG1032"              TO EXLED-PROGRAM_NAME
                MOVE WS-RUN-FECHA               TO EXLED-FECHA
                WRITE REG-EXLEDGER END-WRITE .

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

        LEE-05 .
                READ ENTRADA5 AT END MOVE 1     TO WS-FIN-5 .
                IF WS-FIN-5 = 1
                   MOVE 99999999                TO LIBRSG-RUT
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
                display "Reg. Leidos MOVIMIENTOS   = " WS-C-ENT-1.
                display "Bonificaciones Revisadas  = " WS-C-BONIS.
                display "Canjes Revisados          = " WS-C-CANJES.
                display "Bonificaciones Con Docto  = " WS-C-CON-DOCTO.
                display "Mov. Fuera de Tabla RUT   = " WS-C-TABLA-LLENA.
                display "Hallazgos Rafaga          = " WS-C-RAFAGA.
                display "Hallazgos Docto Multiple  = " WS-C-DOCTO.
                display "RUT Docto No Informados   = "
                        WS-C-DOCTO-OMITIDOS.
                display "Hallazgos Canje Mismo Dia = " WS-C-CANJE-DIA.
                display "Hallazgos Fuera de Rango  = " WS-C-FUERA-RANGO.
                display "Hallazgos Totales         = " WS-C-HALLAZGOS.
                display "RUT Marcados              = "
                        WS-C-RUT-MARCADOS.
                display "RUT Retenidos             = "
                        WS-C-RUT-RETENIDOS.
                display "RUT Liberados por Riesgo  = "
                        WS-C-RUT-LIBERADOS.

        ESCRIBE-CONTROL-TOTALES .
                OPEN EXTEND SALIDA3
                IF WS-CTOT-STATUS NOT = "00"
                   OPEN OUTPUT SALIDA3
                END-IF
                MOVE "SFCPMIG1032"              TO CTOT-PROGRAM_NAME
                MOVE WS-RUN-FECHA               TO CTOT-FECHA
                MOVE "LEIDOS MOVIMIENTOS"       TO CTOT-CONTADOR
                MOVE WS-C-ENT-1                  TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "RIESGO RAFAGA"            TO CTOT-CONTADOR
                MOVE WS-C-RAFAGA                 TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "RIESGO DOCTO MULTIPLE"    TO CTOT-CONTADOR
                MOVE WS-C-DOCTO                  TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "RIESGO CANJE MISMO DIA"   TO CTOT-CONTADOR
                MOVE WS-C-CANJE-DIA              TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "RIESGO FUERA RANGO"       TO CTOT-CONTADOR
                MOVE WS-C-FUERA-RANGO            TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "RIESGO RUT MARCADOS"      TO CTOT-CONTADOR
                MOVE WS-C-RUT-MARCADOS           TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "RIESGO RUT RETENIDOS"     TO CTOT-CONTADOR
                MOVE WS-C-RUT-RETENIDOS          TO CTOT-VALOR
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
