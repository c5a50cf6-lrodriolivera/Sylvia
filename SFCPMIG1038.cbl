        IDENTIFICATION DIVISION.
        PROGRAM-ID. SFCPMIG1038 .
        AUTHOR.     CONNECTIS-GS.
      * Limpieza mensual de los historiales de la cadena SFCPMIG que
      * solo crecen: bitacora de ejecuciones (FRUNLEDGER), historial
      * de totales de control (FCONTROLTOTALES), libro de
      * excepciones (FEXCEPLEDGER), alertas (FALERTA), repositorio
      * de historia por cliente (FHISTORIARUT) y claves posteadas de
      * SFCPMIG0701/0801. Segun la politica de retencion de cada
      * historial (FRETENCION, COPY_RETENCION; sin tarjeta rigen los
      * valores por omision de WS-POLITICA) los registros anteriores
      * al mes de corte pasan al archivo historico del mes, en el
      * MISMO layout del archivo vivo, de modo que SFCPMIG1003,
      * 1006, 1013, 1021 y 1023 lo leen tal cual apuntando el JCL al
      * historico, y SFCPMIG1017 consulta el repositorio historico
      * (indexado por la misma clave) apuntando FHISTORIARUT a el.
      * El archivo vivo queda en el archivo ...NUEVO que el JCL
      * renombra sobre el vivo al terminar bien el paso. Cada mes
      * archivado y cada archivo vivo resultante queda en el control
      * FCONTROLARCHIVO (COPY_CONTROL_ARCHIVO) con su cantidad de
      * registros y checksum. Nunca se archiva el ultimo CIERRE de
      * la bitacora, y el paso no parte si hay una ejecucion abierta
      * en ella. Las claves posteadas no tienen fecha y siguen
      * siendo la guarda contra la doble carga mientras el legado
      * pueda volver a entregar el movimiento: no se archivan; solo
      * se reordenan por clave y se eliminan las repetidas (por
      * ejemplo las que mezcla SFCPMIG1018), sin perder ninguna.
      * Fecha : 15-10-2026
      * COMPILAR-LINK : cobol.sh SFCPMIG1038
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

                SELECT POLITICA ASSIGN TO EXTERNAL FRETENCION
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-POL-STATUS.

                SELECT CONTROL1 ASSIGN TO EXTERNAL FCONTROLARCHIVO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-CTL-STATUS.

      *         Bitacora de ejecuciones.
                SELECT LEDGER ASSIGN TO EXTERNAL FRUNLEDGER
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-RUNL-STATUS.

                SELECT LEDGERN ASSIGN TO EXTERNAL FRUNLEDGERNUEVO
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT LEDGERA ASSIGN TO EXTERNAL FARCHRUNLEDGER
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ARCH-STATUS.

      *         Historial de totales de control.
                SELECT CTOT ASSIGN TO EXTERNAL FCONTROLTOTALES
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ENT-STATUS.

                SELECT CTOTN ASSIGN TO EXTERNAL FCONTROLTOTALESNUEVO
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT CTOTA ASSIGN TO EXTERNAL FARCHCONTROLTOT
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ARCH-STATUS.

      *         Libro de excepciones.
                SELECT EXLED ASSIGN TO EXTERNAL FEXCEPLEDGER
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ENT-STATUS.

                SELECT EXLEDN ASSIGN TO EXTERNAL FEXCEPLEDGERNUEVO
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT EXLEDA ASSIGN TO EXTERNAL FARCHEXCEPLEDGER
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ARCH-STATUS.

      *         Alertas de operacion.
                SELECT ALERTA ASSIGN TO EXTERNAL FALERTA
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ENT-STATUS.

                SELECT ALERTAN ASSIGN TO EXTERNAL FALERTANUEVO
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ALERTAA ASSIGN TO EXTERNAL FARCHALERTA
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ARCH-STATUS.

      *         Repositorio de historia por cliente: se depura en su
      *         lugar (DELETE) y lo archivado va a un repositorio
      *         historico indexado por la misma clave.
                SELECT REPOSIT ASSIGN TO EXTERNAL FHISTORIARUT
                       ORGANIZATION INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS HIST-CLAVE
                       FILE STATUS IS WS-REPO-STATUS.

                SELECT REPOSITA ASSIGN TO EXTERNAL FARCHHISTORIARUT
                       ORGANIZATION INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS AHIST-CLAVE
                       FILE STATUS IS WS-ARCH-STATUS.

      *         Claves posteadas de SFCPMIG0701 y SFCPMIG0801.
                SELECT CLAVES07 ASSIGN TO EXTERNAL FCLAVESPOST0701
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ENT-STATUS.

                SELECT CLAVES07N ASSIGN TO EXTERNAL
                       FCLAVESPOST0701NUEVO
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT CLAVES08 ASSIGN TO EXTERNAL FCLAVESPOST0801
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ENT-STATUS.

                SELECT CLAVES08N ASSIGN TO EXTERNAL
                       FCLAVESPOST0801NUEVO
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SORTCLAVE ASSIGN TO EXTERNAL SORTWKCLAVE .

      *         Registro de control de la fecha de negocio de la
      *         cadena (COPY_FECHA_NEGOCIO).
                SELECT FECNEG ASSIGN TO EXTERNAL FFECHANEGOCIO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-FECNEG-STATUS.

      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *                    =========================                  *
      *---------------------------------------------------------------*

       DATA DIVISION.
      *-------------.

       FILE SECTION.
      *------------.

      *    Politica de retencion por historial (COPY_RETENCION).
       FD POLITICA
          RECORDING MODE IS F
          RECORD CONTAINS 19 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-POLITICA .
           COPY COPY_RETENCION .

      *    Control de la limpieza (COPY_CONTROL_ARCHIVO), permanente.
       FD CONTROL1
          RECORDING MODE IS F
          RECORD CONTAINS 68 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-CONTROL1 .
           COPY COPY_CONTROL_ARCHIVO .

      *    Bitacora de ejecuciones (COPY_RUN_LEDGER).
       FD LEDGER
          RECORDING MODE IS F
          RECORD CONTAINS 69 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-LEDGER .
           COPY COPY_RUN_LEDGER .

       FD LEDGERN
          RECORDING MODE IS F
          RECORD CONTAINS 69 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-LEDGERN                          PIC X(69) .

       FD LEDGERA
          RECORDING MODE IS F
          RECORD CONTAINS 69 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-LEDGERA                          PIC X(69) .

      *    Historial de totales de control (COPY_CONTROL_TOTALES).
       FD CTOT
          RECORDING MODE IS F
          RECORD CONTAINS 51 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-CTOT .
           COPY COPY_CONTROL_TOTALES .

       FD CTOTN
          RECORDING MODE IS F
          RECORD CONTAINS 51 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-CTOTN                            PIC X(51) .

       FD CTOTA
          RECORDING MODE IS F
          RECORD CONTAINS 51 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-CTOTA                            PIC X(51) .

      *    Libro de excepciones (COPY_EXCEPCION_LEDGER).
       FD EXLED
          RECORDING MODE IS F
          RECORD CONTAINS 127 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-EXLED .
           COPY COPY_EXCEPCION_LEDGER .

       FD EXLEDN
          RECORDING MODE IS F
          RECORD CONTAINS 127 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-EXLEDN                           PIC X(127) .

       FD EXLEDA
          RECORDING MODE IS F
          RECORD CONTAINS 127 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-EXLEDA                           PIC X(127) .

      *    Alertas de operacion (COPY_ALERTA).
       FD ALERTA
          RECORDING MODE IS F
          RECORD CONTAINS 90 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ALERTA .
           COPY COPY_ALERTA .

       FD ALERTAN
          RECORDING MODE IS F
          RECORD CONTAINS 90 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ALERTAN                          PIC X(90) .

       FD ALERTAA
          RECORDING MODE IS F
          RECORD CONTAINS 90 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ALERTAA                          PIC X(90) .

      *    Repositorio de historia por cliente (COPY_HISTORIA_RUT).
       FD REPOSIT
          LABEL RECORDS STANDARD.

       01  REG-REPOSIT .
           COPY COPY_HISTORIA_RUT .

       FD REPOSITA
          LABEL RECORDS STANDARD.

       01  REG-REPOSITA .
           COPY COPY_HISTORIA_RUT REPLACING LEADING ==HIST== BY
                ==AHIST== .

      *    Claves posteadas (COPY_CLAVES_POSTEADAS).
       FD CLAVES07
          RECORDING MODE IS F
          RECORD CONTAINS 18 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-CLAVES07                         PIC X(18) .

       FD CLAVES07N
          RECORDING MODE IS F
          RECORD CONTAINS 18 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-CLAVES07N                        PIC X(18) .

       FD CLAVES08
          RECORDING MODE IS F
          RECORD CONTAINS 18 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-CLAVES08                         PIC X(18) .

       FD CLAVES08N
          RECORDING MODE IS F
          RECORD CONTAINS 18 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-CLAVES08N                        PIC X(18) .

       SD SORTCLAVE .

       01  REG-SORTCLAVE .
           COPY COPY_CLAVES_POSTEADAS REPLACING LEADING ==CLAVEPOST==
                BY ==SCLAVE== .

      *    Registro de control de la fecha de negocio de la cadena
      *    (COPY_FECHA_NEGOCIO): el mes de corte sale de aqui y no
      *    del reloj del sistema.
       FD FECNEG
          RECORDING MODE IS F
          RECORD CONTAINS 30 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-FECNEG .
           COPY COPY_FECHA_NEGOCIO .

       WORKING-STORAGE SECTION.
      *-----------------------.

        01 WS-RARAS.
           05 WS-FIN-1                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-S                          PIC 9(01) VALUE ZEROS .
           05 WS-POL-STATUS                     PIC X(02) .
           05 WS-CTL-STATUS                     PIC X(02) .
           05 WS-ENT-STATUS                     PIC X(02) .
           05 WS-ARCH-STATUS                    PIC X(02) .
           05 WS-REPO-STATUS                    PIC X(02) .
           05 WS-C-CONTROL                      PIC 9(12) VALUE ZEROS .
           05 WS-C-LEIDOS-TOT                   PIC 9(12) VALUE ZEROS .
           05 WS-C-ARCHIVADOS-TOT               PIC 9(12) VALUE ZEROS .
           05 WS-C-DUPLICADOS-TOT               PIC 9(12) VALUE ZEROS .
           05 WS-RUN-ID                         PIC X(14) .
           05 WS-TIMESTAMP                      PIC X(21) .
           05 WS-TIMESTAMP-R REDEFINES WS-TIMESTAMP .
              10 WS-TS-FECHA-HORA               PIC X(14) .
              10 FILLER                         PIC X(07) .

      *    Politica de retencion por omision: meses completos que
      *    quedan vivos ademas del mes en curso. FRETENCION la
      *    reemplaza por historial; nunca menos de un mes, para que
      *    los reportes que comparan contra la corrida anterior
      *    (SFCPMIG1003, 1023) la sigan encontrando.
        01 WS-POLITICA-VALORES.
           05 FILLER                            PIC X(19)
                        VALUE "RUNLEDGER       003" .
           05 FILLER                            PIC X(19)
                        VALUE "CONTROLTOTALES  013" .
           05 FILLER                            PIC X(19)
                        VALUE "EXCEPLEDGER     006" .
           05 FILLER                            PIC X(19)
                        VALUE "ALERTA          003" .
           05 FILLER                            PIC X(19)
                        VALUE "HISTORIARUT     024" .
        01 WS-POLITICA REDEFINES WS-POLITICA-VALORES .
           05 WS-POL-ITEM OCCURS 5 TIMES .
              10 WS-POL-ARCHIVO                 PIC X(16) .
              10 WS-POL-MESES                   PIC 9(03) .

        01 WS-POLITICA-CTL.
           05 WS-POL-CANT                       PIC 9(04) COMP
                                                 VALUE 5 .
           05 WS-POL-IDX                        PIC 9(04) COMP .
           05 WS-POL-HIT                        PIC 9(04) COMP .

      *    Historial en proceso: mes de corte, destino del registro
      *    y acumuladores de lo archivado por mes y de lo que queda
      *    vivo. El checksum es la suma de los codigos de caracter de
      *    todos los bytes; el campo 9(12) trunca por la izquierda,
      *    lo que equivale al modulo 10**12 (calculo de SFCPMIG1008).
        01 WS-FAMILIA.
           05 WS-FAM-NOMBRE                     PIC X(16) .
           05 WS-FAM-MESES                      PIC 9(03) .
           05 WS-CORTE-TOTAL                    PIC 9(06) .
           05 WS-CORTE-RESTO                    PIC 9(02) .
           05 WS-CORTE-AAAAMM .
              10 WS-CORTE-AAAA                  PIC 9(04) .
              10 WS-CORTE-MM                    PIC 9(02) .
           05 WS-CORTE-FECHA                    PIC X(08) .
           05 WS-FECHA-REG                      PIC X(08) .
           05 WS-ARCHIVA-SW                     PIC X(01) .
              88 REGISTRO-SE-ARCHIVA            VALUE "S" .
           05 WS-FAM-LEIDOS                     PIC 9(12) .
           05 WS-FAM-ARCHIVADOS                 PIC 9(12) .
           05 WS-FAM-VIGENTES                   PIC 9(12) .
           05 WS-FAM-DUPLICADOS                 PIC 9(12) .
           05 WS-VIG-CHECKSUM                   PIC 9(12) COMP-3 .
           05 WS-CHK-REG                        PIC 9(12) COMP-3 .
           05 WS-ORD                            PIC 9(03) COMP .
           05 WS-BYTE-IDX                       PIC 9(04) COMP .
           05 WS-LARGO                          PIC 9(04) COMP .
           05 WS-MES-CANT                       PIC 9(04) COMP .
           05 WS-MES-IDX                        PIC 9(04) COMP .
           05 WS-MES-HIT                        PIC 9(04) COMP .
           05 WS-MES-ITEM OCCURS 240 TIMES .
              10 WS-MES-AAAAMM                  PIC X(06) .
              10 WS-MES-REGISTROS               PIC 9(12) .
              10 WS-MES-CHECKSUM                PIC 9(12) COMP-3 .

      *    Registro en proceso, byte a byte para el checksum.
        01 WS-CLASIFICA.
           05 WS-REG-BUF                        PIC X(127) .
           05 WS-REG-BUF-R REDEFINES WS-REG-BUF .
              10 WS-BYTE OCCURS 127 TIMES      PIC X(01) .

      *    Claves posteadas: historial en proceso y clave anterior
      *    para descartar las repetidas.
        01 WS-CLAVES-CTL.
           05 WS-CLAVES-FAMILIA                 PIC X(02) .
              88 CLAVES-DE-0701                 VALUE "07" .
           05 WS-CLAVE-ANTERIOR                 PIC X(18) .

      *    Ejecuciones de la bitacora: un INICIO sin FIN posterior
      *    del mismo programa es una ejecucion abierta.
        01 WS-EJECUCIONES.
           05 WS-PRG-CANT                       PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-PRG-IDX                        PIC 9(04) COMP .
           05 WS-PRG-HIT                        PIC 9(04) COMP .
           05 WS-PRG-ITEM OCCURS 300 TIMES .
              10 WS-PRG-NOMBRE                  PIC X(11) .
              10 WS-PRG-ABIERTO                 PIC X(01) .
           05 WS-NRO-REG                        PIC 9(12) .
           05 WS-NRO-CIERRE                     PIC 9(12) VALUE ZEROS .

      *    Fecha de negocio de la cadena (COPY_FECHA_NEGOCIO) y
      *    ultimo dia cerrado (evento CIERRE) segun la bitacora.
        01 WS-FECHA-NEGOCIO-CTL.
           05 WS-FECNEG-STATUS                  PIC X(02) .
           05 WS-RUNL-STATUS                    PIC X(02) .
           05 WS-FIN-RL                         PIC 9(01) VALUE ZEROS .
           05 WS-FECHA-NEGOCIO                  PIC X(08) VALUE SPACES .
           05 WS-FECHA-NEGOCIO-R REDEFINES WS-FECHA-NEGOCIO .
              10 WS-NEG-AAAA                    PIC 9(04) .
              10 WS-NEG-MM                      PIC 9(02) .
              10 WS-NEG-DD                      PIC 9(02) .
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
                MOVE FUNCTION CURRENT-DATE      TO WS-TIMESTAMP
                MOVE WS-TS-FECHA-HORA           TO WS-RUN-ID
                PERFORM LEE-FECHA-NEGOCIO
                MOVE WS-FECHA-NEGOCIO           TO WS-RUN-ID (1:8)
                PERFORM CARGA-POLITICA
                OPEN EXTEND CONTROL1
                IF WS-CTL-STATUS NOT = "00"
                   OPEN OUTPUT CONTROL1
                END-IF .

        CARGA-POLITICA .
      *         Cada tarjeta reemplaza los meses de un historial; un
      *         historial desconocido se informa y se ignora.
                OPEN INPUT POLITICA
                IF WS-POL-STATUS = "00"
                   MOVE ZEROS                   TO WS-FIN-1
                   PERFORM LEE-POLITICA UNTIL WS-FIN-1 = 1
                   CLOSE POLITICA
                END-IF .

        LEE-POLITICA .
                READ POLITICA AT END MOVE 1     TO WS-FIN-1 .
                IF WS-FIN-1 = ZEROS
                   MOVE RETEN-ARCHIVO           TO WS-FAM-NOMBRE
                   PERFORM BUSCA-POLITICA
                   IF WS-POL-HIT = ZEROS
                      OR RETEN-MESES IS NOT NUMERIC
                      DISPLAY "POLITICA DE RETENCION IGNORADA: "
                              REG-POLITICA
                   ELSE
                      MOVE RETEN-MESES          TO
                           WS-POL-MESES (WS-POL-HIT)
                   END-IF
                END-IF .

        BUSCA-POLITICA .
                MOVE ZEROS                      TO WS-POL-HIT
                PERFORM COMPARA-POLITICA
                   VARYING WS-POL-IDX FROM 1 BY 1
                   UNTIL WS-POL-IDX > WS-POL-CANT
                      OR WS-POL-HIT > ZEROS .

        COMPARA-POLITICA .
                IF WS-POL-ARCHIVO (WS-POL-IDX) = WS-FAM-NOMBRE
                   MOVE WS-POL-IDX              TO WS-POL-HIT
                END-IF .

        200000-PROCESO .
                PERFORM LIMPIA-RUN-LEDGER
                PERFORM LIMPIA-CONTROL-TOTALES
                PERFORM LIMPIA-EXCEPCIONES
                PERFORM LIMPIA-ALERTAS
                PERFORM LIMPIA-HISTORIA-RUT
                MOVE "07"                       TO WS-CLAVES-FAMILIA
                PERFORM LIMPIA-CLAVES
                MOVE "08"                       TO WS-CLAVES-FAMILIA
                PERFORM LIMPIA-CLAVES .

      *---------------------------------------------------------------*
      *  Rutinas comunes a todos los historiales.                     *
      *---------------------------------------------------------------*
        INICIA-FAMILIA .
      *         Mes de corte = mes de la fecha de negocio menos los
      *         meses de la politica; se archiva lo anterior a el.
                PERFORM BUSCA-POLITICA
                MOVE WS-POL-MESES (WS-POL-HIT)  TO WS-FAM-MESES
                IF WS-FAM-MESES < 1
                   MOVE 1                       TO WS-FAM-MESES
                END-IF
                COMPUTE WS-CORTE-TOTAL = WS-NEG-AAAA * 12
                                       + WS-NEG-MM - 1
                                       - WS-FAM-MESES
                DIVIDE WS-CORTE-TOTAL BY 12
                       GIVING WS-CORTE-AAAA
                       REMAINDER WS-CORTE-RESTO
                COMPUTE WS-CORTE-MM = WS-CORTE-RESTO + 1
                MOVE WS-CORTE-AAAAMM            TO WS-CORTE-FECHA (1:6)
                MOVE "01"                       TO WS-CORTE-FECHA (7:2)
                MOVE ZEROS                      TO WS-FAM-LEIDOS
                MOVE ZEROS                      TO WS-FAM-ARCHIVADOS
                MOVE ZEROS                      TO WS-FAM-VIGENTES
                MOVE ZEROS                      TO WS-FAM-DUPLICADOS
                MOVE ZEROS                      TO WS-VIG-CHECKSUM
                MOVE ZEROS                      TO WS-MES-CANT
                MOVE ZEROS                      TO WS-FIN-1 .

        DECIDE-DESTINO .
      *         Una fecha no numerica nunca se archiva: queda viva
      *         para que alguien la vea.
                ADD 1                           TO WS-FAM-LEIDOS
                MOVE "N"                        TO WS-ARCHIVA-SW
                IF WS-FECHA-REG IS NUMERIC
                   AND WS-FECHA-REG < WS-CORTE-FECHA
                   MOVE "S"                     TO WS-ARCHIVA-SW
                END-IF .

        ACUMULA-REGISTRO .
                MOVE ZEROS                      TO WS-CHK-REG
                PERFORM ACUMULA-BYTE
                   VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > WS-LARGO
                IF REGISTRO-SE-ARCHIVA
                   ADD 1                        TO WS-FAM-ARCHIVADOS
                   PERFORM BUSCA-MES
                   ADD 1                        TO
                       WS-MES-REGISTROS (WS-MES-HIT)
                   ADD WS-CHK-REG               TO
                       WS-MES-CHECKSUM (WS-MES-HIT)
                ELSE
                   ADD 1                        TO WS-FAM-VIGENTES
                   ADD WS-CHK-REG               TO WS-VIG-CHECKSUM
                END-IF .

        ACUMULA-BYTE .
                COMPUTE WS-ORD =
                        FUNCTION ORD (WS-BYTE (WS-BYTE-IDX)) - 1
                ADD WS-ORD                      TO WS-CHK-REG .

        BUSCA-MES .
                MOVE ZEROS                      TO WS-MES-HIT
                PERFORM COMPARA-MES
                   VARYING WS-MES-IDX FROM 1 BY 1
                   UNTIL WS-MES-IDX > WS-MES-CANT
                      OR WS-MES-HIT > ZEROS
                IF WS-MES-HIT = ZEROS
                   ADD 1                        TO WS-MES-CANT
                   IF WS-MES-CANT > 240
                      DISPLAY "DEMASIADOS MESES A ARCHIVAR EN "
                              WS-FAM-NOMBRE
                      DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                      DISPLAY "---------------------------------"
                      MOVE 1                   TO RETURN-CODE
                      STOP RUN
                   END-IF
                   MOVE WS-MES-CANT             TO WS-MES-HIT
                   MOVE WS-FECHA-REG (1:6)      TO
                        WS-MES-AAAAMM (WS-MES-HIT)
                   MOVE ZEROS                   TO
                        WS-MES-REGISTROS (WS-MES-HIT)
                   MOVE ZEROS                   TO
                        WS-MES-CHECKSUM (WS-MES-HIT)
                END-IF .

        COMPARA-MES .
                IF WS-MES-AAAAMM (WS-MES-IDX) = WS-FECHA-REG (1:6)
                   MOVE WS-MES-IDX              TO WS-MES-HIT
                END-IF .

        TERMINA-FAMILIA .
      *         Un registro de control por mes archivado, uno por lo
      *         que queda vivo y, en las claves, uno por las repetidas
      *         descartadas.
                PERFORM GRABA-CONTROL-MES
                   VARYING WS-MES-IDX FROM 1 BY 1
                   UNTIL WS-MES-IDX > WS-MES-CANT
                MOVE WS-RUN-ID                  TO ARCCTL-RUN-ID
                MOVE WS-FAM-NOMBRE              TO ARCCTL-ARCHIVO
                MOVE "VIGENT"                   TO ARCCTL-MES
                MOVE WS-CORTE-FECHA             TO ARCCTL-CORTE
                MOVE WS-FAM-VIGENTES            TO ARCCTL-REGISTROS
                MOVE WS-VIG-CHECKSUM            TO ARCCTL-CHECKSUM
                PERFORM GRABA-CONTROL
                IF WS-FAM-DUPLICADOS > ZEROS
                   MOVE "DUPLIC"                TO ARCCTL-MES
                   MOVE WS-FAM-DUPLICADOS       TO ARCCTL-REGISTROS
                   MOVE ZEROS                   TO ARCCTL-CHECKSUM
                   PERFORM GRABA-CONTROL
                END-IF
                ADD WS-FAM-LEIDOS               TO WS-C-LEIDOS-TOT
                ADD WS-FAM-ARCHIVADOS           TO WS-C-ARCHIVADOS-TOT
                ADD WS-FAM-DUPLICADOS           TO WS-C-DUPLICADOS-TOT
                display WS-FAM-NOMBRE " Leidos = " WS-FAM-LEIDOS
                        " Archivados = " WS-FAM-ARCHIVADOS
                        " Vigentes = " WS-FAM-VIGENTES .

        GRABA-CONTROL-MES .
                MOVE WS-RUN-ID                  TO ARCCTL-RUN-ID
                MOVE WS-FAM-NOMBRE              TO ARCCTL-ARCHIVO
                MOVE WS-MES-AAAAMM (WS-MES-IDX) TO ARCCTL-MES
                MOVE WS-CORTE-FECHA             TO ARCCTL-CORTE
                MOVE WS-MES-REGISTROS (WS-MES-IDX) TO ARCCTL-REGISTROS
                MOVE WS-MES-CHECKSUM (WS-MES-IDX)  TO ARCCTL-CHECKSUM
                PERFORM GRABA-CONTROL .

        GRABA-CONTROL .
                ADD 1                           TO WS-C-CONTROL
                WRITE REG-CONTROL1 END-WRITE .

      *---------------------------------------------------------------*
      *  Bitacora de ejecuciones: el ultimo CIERRE queda siempre      *
      *  vivo (lo buscan todos los programas que datan su corrida).   *
      *---------------------------------------------------------------*
        LIMPIA-RUN-LEDGER .
                OPEN INPUT LEDGER
                IF WS-RUNL-STATUS NOT = "00"
                   DISPLAY "BITACORA DE EJECUCIONES NO INFORMADA"
                ELSE
                   MOVE "RUNLEDGER"             TO WS-FAM-NOMBRE
                   PERFORM INICIA-FAMILIA
                   MOVE 69                      TO WS-LARGO
                   MOVE ZEROS                   TO WS-NRO-REG
                   OPEN OUTPUT LEDGERN
                   OPEN EXTEND LEDGERA
                   IF WS-ARCH-STATUS NOT = "00"
                      OPEN OUTPUT LEDGERA
                   END-IF
                   PERFORM LEE-LEDGER
                   PERFORM COPIA-LEDGER UNTIL WS-FIN-1 = 1
                   CLOSE LEDGER
                   CLOSE LEDGERN
                   CLOSE LEDGERA
                   PERFORM TERMINA-FAMILIA
                END-IF .

        LEE-LEDGER .
                READ LEDGER AT END MOVE 1       TO WS-FIN-1 .

        COPIA-LEDGER .
                ADD 1                           TO WS-NRO-REG
                MOVE RUNL-RUN-ID (1:8)          TO WS-FECHA-REG
                PERFORM DECIDE-DESTINO
                IF WS-NRO-REG = WS-NRO-CIERRE
                   MOVE "N"                     TO WS-ARCHIVA-SW
                END-IF
                MOVE REG-LEDGER                 TO WS-REG-BUF
                PERFORM ACUMULA-REGISTRO
                IF REGISTRO-SE-ARCHIVA
                   WRITE REG-LEDGERA FROM REG-LEDGER END-WRITE
                ELSE
                   WRITE REG-LEDGERN FROM REG-LEDGER END-WRITE
                END-IF
                PERFORM LEE-LEDGER .

      *---------------------------------------------------------------*
      *  Historial de totales de control.                             *
      *---------------------------------------------------------------*
        LIMPIA-CONTROL-TOTALES .
                OPEN INPUT CTOT
                IF WS-ENT-STATUS NOT = "00"
                   DISPLAY "HISTORIAL DE TOTALES NO INFORMADO"
                ELSE
                   MOVE "CONTROLTOTALES"        TO WS-FAM-NOMBRE
                   PERFORM INICIA-FAMILIA
                   MOVE 51                      TO WS-LARGO
                   OPEN OUTPUT CTOTN
                   OPEN EXTEND CTOTA
                   IF WS-ARCH-STATUS NOT = "00"
                      OPEN OUTPUT CTOTA
                   END-IF
                   PERFORM LEE-CTOT
                   PERFORM COPIA-CTOT UNTIL WS-FIN-1 = 1
                   CLOSE CTOT
                   CLOSE CTOTN
                   CLOSE CTOTA
                   PERFORM TERMINA-FAMILIA
                END-IF .

        LEE-CTOT .
                READ CTOT AT END MOVE 1         TO WS-FIN-1 .

        COPIA-CTOT .
                MOVE CTOT-FECHA                 TO WS-FECHA-REG
                PERFORM DECIDE-DESTINO
                MOVE REG-CTOT                   TO WS-REG-BUF
                PERFORM ACUMULA-REGISTRO
                IF REGISTRO-SE-ARCHIVA
                   WRITE REG-CTOTA FROM REG-CTOT END-WRITE
                ELSE
                   WRITE REG-CTOTN FROM REG-CTOT END-WRITE
                END-IF
                PERFORM LEE-CTOT .

      *---------------------------------------------------------------*
      *  Libro de excepciones.                                        *
      *---------------------------------------------------------------*
        LIMPIA-EXCEPCIONES .
                OPEN INPUT EXLED
                IF WS-ENT-STATUS NOT = "00"
                   DISPLAY "LIBRO DE EXCEPCIONES NO INFORMADO"
                ELSE
                   MOVE "EXCEPLEDGER"           TO WS-FAM-NOMBRE
                   PERFORM INICIA-FAMILIA
                   MOVE 127                     TO WS-LARGO
                   OPEN OUTPUT EXLEDN
                   OPEN EXTEND EXLEDA
                   IF WS-ARCH-STATUS NOT = "00"
                      OPEN OUTPUT EXLEDA
                   END-IF
                   PERFORM LEE-EXLED
                   PERFORM COPIA-EXLED UNTIL WS-FIN-1 = 1
                   CLOSE EXLED
                   CLOSE EXLEDN
                   CLOSE EXLEDA
                   PERFORM TERMINA-FAMILIA
                END-IF .

        LEE-EXLED .
                READ EXLED AT END MOVE 1        TO WS-FIN-1 .

        COPIA-EXLED .
                MOVE EXLED-FECHA                TO WS-FECHA-REG
                PERFORM DECIDE-DESTINO
                MOVE REG-EXLED                  TO WS-REG-BUF
                PERFORM ACUMULA-REGISTRO
                IF REGISTRO-SE-ARCHIVA
                   WRITE REG-EXLEDA FROM REG-EXLED END-WRITE
                ELSE
                   WRITE REG-EXLEDN FROM REG-EXLED END-WRITE
                END-IF
                PERFORM LEE-EXLED .

      *---------------------------------------------------------------*
      *  Alertas de operacion.                                        *
      *---------------------------------------------------------------*
        LIMPIA-ALERTAS .
                OPEN INPUT ALERTA
                IF WS-ENT-STATUS NOT = "00"
                   DISPLAY "ARCHIVO DE ALERTAS NO INFORMADO"
                ELSE
                   MOVE "ALERTA"                TO WS-FAM-NOMBRE
                   PERFORM INICIA-FAMILIA
                   MOVE 90                      TO WS-LARGO
                   OPEN OUTPUT ALERTAN
                   OPEN EXTEND ALERTAA
                   IF WS-ARCH-STATUS NOT = "00"
                      OPEN OUTPUT ALERTAA
                   END-IF
                   PERFORM LEE-ALERTA
                   PERFORM COPIA-ALERTA UNTIL WS-FIN-1 = 1
                   CLOSE ALERTA
                   CLOSE ALERTAN
                   CLOSE ALERTAA
                   PERFORM TERMINA-FAMILIA
                END-IF .

        LEE-ALERTA .
                READ ALERTA AT END MOVE 1       TO WS-FIN-1 .

        COPIA-ALERTA .
                MOVE ALER-RUN-ID (1:8)          TO WS-FECHA-REG
                PERFORM DECIDE-DESTINO
                MOVE REG-ALERTA                 TO WS-REG-BUF
                PERFORM ACUMULA-REGISTRO
                IF REGISTRO-SE-ARCHIVA
                   WRITE REG-ALERTAA FROM REG-ALERTA END-WRITE
                ELSE
                   WRITE REG-ALERTAN FROM REG-ALERTA END-WRITE
                END-IF
                PERFORM LEE-ALERTA .

      *---------------------------------------------------------------*
      *  Repositorio de historia por cliente: lo archivado se graba   *
      *  en el repositorio historico y se borra del vivo. Una clave   *
      *  que ya estaba en el historico (paso repetido tras un aborto) *
      *  solo se borra del vivo.                                      *
      *---------------------------------------------------------------*
        LIMPIA-HISTORIA-RUT .
                OPEN I-O REPOSIT
                IF WS-REPO-STATUS NOT = "00"
                   DISPLAY "REPOSITORIO DE HISTORIA NO INFORMADO"
                ELSE
                   MOVE "HISTORIARUT"           TO WS-FAM-NOMBRE
                   PERFORM INICIA-FAMILIA
                   MOVE 69                      TO WS-LARGO
                   OPEN I-O REPOSITA
                   IF WS-ARCH-STATUS NOT = "00"
                      OPEN OUTPUT REPOSITA
                   END-IF
                   PERFORM LEE-REPOSIT
                   PERFORM DEPURA-REPOSIT UNTIL WS-FIN-1 = 1
                   CLOSE REPOSIT
                   CLOSE REPOSITA
                   PERFORM TERMINA-FAMILIA
                END-IF .

        LEE-REPOSIT .
                READ REPOSIT NEXT RECORD AT END MOVE 1 TO WS-FIN-1 .

        DEPURA-REPOSIT .
                MOVE HIST-RUN-ID (1:8)          TO WS-FECHA-REG
                PERFORM DECIDE-DESTINO
                MOVE REG-REPOSIT                TO WS-REG-BUF
                PERFORM ACUMULA-REGISTRO
                IF REGISTRO-SE-ARCHIVA
                   WRITE REG-REPOSITA FROM REG-REPOSIT
                      INVALID KEY CONTINUE
                   END-WRITE
                   DELETE REPOSIT RECORD
                      INVALID KEY
                         DISPLAY "NO SE PUDO DEPURAR " HIST-CLAVE
                   END-DELETE
                END-IF
                PERFORM LEE-REPOSIT .

      *---------------------------------------------------------------*
      *  Claves posteadas: se ordenan por clave y se descartan las    *
      *  repetidas; ninguna clave distinta se archiva ni se pierde.   *
      *---------------------------------------------------------------*
        LIMPIA-CLAVES .
                IF CLAVES-DE-0701
                   MOVE "CLAVESPOST0701"        TO WS-FAM-NOMBRE
                   OPEN INPUT CLAVES07
                ELSE
                   MOVE "CLAVESPOST0801"        TO WS-FAM-NOMBRE
                   OPEN INPUT CLAVES08
                END-IF
                IF WS-ENT-STATUS NOT = "00"
                   DISPLAY "CLAVES POSTEADAS NO INFORMADAS: "
                           WS-FAM-NOMBRE
                ELSE
                   PERFORM INICIA-CLAVES
                   IF CLAVES-DE-0701
                      CLOSE CLAVES07
                      SORT SORTCLAVE
                           ON ASCENDING KEY SCLAVE-CLAVE
                           USING CLAVES07
                           OUTPUT PROCEDURE IS COMPACTA-CLAVES
                   ELSE
                      CLOSE CLAVES08
                      SORT SORTCLAVE
                           ON ASCENDING KEY SCLAVE-CLAVE
                           USING CLAVES08
                           OUTPUT PROCEDURE IS COMPACTA-CLAVES
                   END-IF
                   PERFORM TERMINA-FAMILIA
                END-IF .

        INICIA-CLAVES .
      *         Las claves no tienen politica: el mes de corte solo
      *         queda informado en el control.
                MOVE WS-FECHA-NEGOCIO           TO WS-CORTE-FECHA
                MOVE 18                         TO WS-LARGO
                MOVE "N"                        TO WS-ARCHIVA-SW
                MOVE ZEROS                      TO WS-FAM-LEIDOS
                MOVE ZEROS                      TO WS-FAM-ARCHIVADOS
                MOVE ZEROS                      TO WS-FAM-VIGENTES
                MOVE ZEROS                      TO WS-FAM-DUPLICADOS
                MOVE ZEROS                      TO WS-VIG-CHECKSUM
                MOVE ZEROS                      TO WS-MES-CANT
                MOVE LOW-VALUES                 TO WS-CLAVE-ANTERIOR .

        COMPACTA-CLAVES .
                IF CLAVES-DE-0701
                   OPEN OUTPUT CLAVES07N
                ELSE
                   OPEN OUTPUT CLAVES08N
                END-IF
                MOVE ZEROS                      TO WS-FIN-S
                PERFORM LEE-SORTCLAVE
                PERFORM GRABA-CLAVE UNTIL WS-FIN-S = 1
                IF CLAVES-DE-0701
                   CLOSE CLAVES07N
                ELSE
                   CLOSE CLAVES08N
                END-IF .

        LEE-SORTCLAVE .
                RETURN SORTCLAVE AT END MOVE 1  TO WS-FIN-S
                END-RETURN .

        GRABA-CLAVE .
                ADD 1                           TO WS-FAM-LEIDOS
                IF REG-SORTCLAVE = WS-CLAVE-ANTERIOR
                   ADD 1                        TO WS-FAM-DUPLICADOS
                ELSE
                   MOVE REG-SORTCLAVE           TO WS-CLAVE-ANTERIOR
                   MOVE REG-SORTCLAVE           TO WS-REG-BUF
                   PERFORM ACUMULA-REGISTRO
                   IF CLAVES-DE-0701
                      WRITE REG-CLAVES07N FROM REG-SORTCLAVE
                      END-WRITE
                   ELSE
                      WRITE REG-CLAVES08N FROM REG-SORTCLAVE
                      END-WRITE
                   END-IF
                END-IF
                PERFORM LEE-SORTCLAVE .

        300000-FINAL .
                CLOSE CONTROL1
                display "Registros Leidos        = " WS-C-LEIDOS-TOT .
                display "Registros Archivados    = "
                        WS-C-ARCHIVADOS-TOT .
                display "Claves Repetidas        = "
                        WS-C-DUPLICADOS-TOT .
                display "Registros de Control    = " WS-C-CONTROL .

        LEE-FECHA-NEGOCIO .
      *         Fecha de negocio de la cadena (COPY_FECHA_NEGOCIO):
      *         el mes de corte sale de ella y no del reloj. Sin
      *         registro de control, o con una fecha anterior al
      *         ultimo dia cerrado en la bitacora, no se parte; con
      *         una ejecucion abierta en la bitacora (la cadena
      *         corriendo o abortada sin cerrar) tampoco, porque el
      *         paso reescribe los historiales que ella usa.
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
                MOVE ZEROS                      TO WS-NRO-REG
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
                END-IF
                PERFORM VERIFICA-ABIERTA
                   VARYING WS-PRG-IDX FROM 1 BY 1
                   UNTIL WS-PRG-IDX > WS-PRG-CANT .

        LEE-CIERRE-LEDGER .
                READ LEDGER AT END MOVE 1       TO WS-FIN-RL .
                IF WS-FIN-RL = ZEROS
                   ADD 1                        TO WS-NRO-REG
                   PERFORM ANOTA-EJECUCION
                END-IF
                IF WS-FIN-RL = ZEROS
                   AND RUNL-EVENTO = "CIERRE"
                   AND RUNL-RUN-ID (1:8) NOT < WS-ULTIMO-CIERRE
                   MOVE RUNL-RUN-ID (1:8)       TO WS-ULTIMO-CIERRE
                   MOVE WS-NRO-REG              TO WS-NRO-CIERRE
                END-IF .

        ANOTA-EJECUCION .
                IF RUNL-EVENTO = "INICIO" OR RUNL-EVENTO = "FIN"
                   MOVE ZEROS                   TO WS-PRG-HIT
                   PERFORM COMPARA-EJECUCION
                      VARYING WS-PRG-IDX FROM 1 BY 1
                      UNTIL WS-PRG-IDX > WS-PRG-CANT
                         OR WS-PRG-HIT > ZEROS
                   IF WS-PRG-HIT = ZEROS
                      ADD 1                     TO WS-PRG-CANT
                      IF WS-PRG-CANT > 300
                         DISPLAY "DEMASIADOS PROGRAMAS EN LA BITACORA"
                         DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                         DISPLAY "---------------------------------"
                         MOVE 1                TO RETURN-CODE
                         STOP RUN
                      END-IF
                      MOVE WS-PRG-CANT          TO WS-PRG-HIT
                      MOVE RUNL-PROGRAM_NAME    TO
                           WS-PRG-NOMBRE (WS-PRG-HIT)
                   END-IF
                   IF RUNL-EVENTO = "INICIO"
                      MOVE "S"                  TO
                           WS-PRG-ABIERTO (WS-PRG-HIT)
                   ELSE
                      MOVE "N"                  TO
                           WS-PRG-ABIERTO (WS-PRG-HIT)
                   END-IF
                END-IF .

        COMPARA-EJECUCION .
                IF WS-PRG-NOMBRE (WS-PRG-IDX) = RUNL-PROGRAM_NAME
                   MOVE WS-PRG-IDX              TO WS-PRG-HIT
                END-IF .

        VERIFICA-ABIERTA .
                IF WS-PRG-ABIERTO (WS-PRG-IDX) = "S"
                   DISPLAY "EJECUCION ABIERTA EN LA BITACORA: "
                           WS-PRG-NOMBRE (WS-PRG-IDX)
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE 12                     TO RETURN-CODE
                   STOP RUN
                END-IF .
