        IDENTIFICATION DIVISION.
        PROGRAM-ID. SFCPMIG1035 .
        AUTHOR.     CONNECTIS-GS.
      * Convierte los pares de personas duplicadas que Negocio
      * confirmo en el archivo de revision de SFCPMIG1034
      * (COPY_DUPLICADO_PROBABLE con DECISION = "S") en novedades de
      * cambio de RUT (COPY_CAMBIO_RUT): el RUT que no sobrevive es
      * el antiguo y el sobreviviente el nuevo. El archivo resultante
      * queda ordenado por RUT antiguo y entra a SFCPMIG0502, que
      * emite las instrucciones de fusion COPY_MEMBER_MERGE y
      * transfiere la huella de la migracion, para que los
      * duplicados se fusionen en vez de migrarse como dos socios.
      * Un par sin sobreviviente valido, un RUT que se fusionaria
      * en dos socios distintos o un RUT que a la vez desaparece y
      * sobrevive (pares contradictorios o en cadena) va al libro de
      * excepciones.
      * Fecha : 15-10-2026
      * COMPILAR-LINK : cobol.sh SFCPMIG1035
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

                SELECT ENTRADA1 ASSIGN TO EXTERNAL FDUPLICADOCONFIRMADO
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SORTCAM ASSIGN TO EXTERNAL SORTWKCAM .

                SELECT SALIDA1 ASSIGN TO EXTERNAL FCAMBIORUTDUP
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA2 ASSIGN TO EXTERNAL FCONTROLTOTALES
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

      *    Pares revisados por Negocio (COPY_DUPLICADO_PROBABLE).
       FD ENTRADA1
          RECORDING MODE IS F
          RECORD CONTAINS 213 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA1 .
           COPY COPY_DUPLICADO_PROBABLE .

      *    Novedades generadas, ordenadas por RUT antiguo.
       SD SORTCAM .

       01  REG-SORTCAM .
           COPY COPY_CAMBIO_RUT REPLACING LEADING ==CAMBRUT== BY
                ==SCAM== .

      *    Novedades de cambio de RUT para SFCPMIG0502
      *    (COPY_CAMBIO_RUT).
       FD SALIDA1
          RECORDING MODE IS F
          RECORD CONTAINS 26 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA1 .
           COPY COPY_CAMBIO_RUT .

      *    Historial de totales de control de la corrida
      *    (COPY_CONTROL_TOTALES), compartido por toda la cadena.
       FD SALIDA2
          RECORDING MODE IS F
          RECORD CONTAINS 51 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA2 .
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
           05 WS-FIN-SCAM                       PIC 9(01) VALUE ZEROS .
           05 WS-EXLED-STATUS                   PIC X(02) .
           05 WS-C-ENT-1                        PIC 9(12) VALUE ZEROS .
           05 WS-C-CONFIRMADOS                  PIC 9(12) VALUE ZEROS .
           05 WS-C-NO-CONFIRMADOS               PIC 9(12) VALUE ZEROS .
           05 WS-C-SIN-SOBREVIVE                PIC 9(12) VALUE ZEROS .
           05 WS-C-CONFLICTOS                   PIC 9(12) VALUE ZEROS .
           05 WS-C-SAL-1                        PIC 9(12) VALUE ZEROS .
           05 WS-RUT-ANT-ANTERIOR               PIC 9(08) VALUE ZEROS .
           05 WS-RUN-FECHA                      PIC X(08) .
           05 WS-FECHA .
              10 WS-FAA                         PIC X(04) .
              10 WS-FMM                         PIC X(02) .
              10 WS-FDD                         PIC X(02) .

      *    RUT sobrevivientes de los pares confirmados, para
      *    detectar un RUT que a la vez desaparece y sobrevive.
        01 WS-TABLA-SOBREVIVE.
           05 WS-SOB-CANT                       PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-SOB-IDX                        PIC 9(04) COMP .
           05 WS-SOB-ENCONTRADO                 PIC X(01) .
              88 RUT-SOBREVIVE-EN-OTRO          VALUE "S" .
           05 WS-SOB-RUT OCCURS 5000 TIMES      PIC 9(08) .

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
                PERFORM ABRE-EXCEPCION-LEDGER .

        200000-PROCESO .
                SORT SORTCAM
                     ON ASCENDING KEY SCAM-RUT-ANT
                     INPUT PROCEDURE IS SELECCIONA-CONFIRMADOS
                     OUTPUT PROCEDURE IS EMITE-CAMBIOS
                CLOSE EXLEDGER .

        SELECCIONA-CONFIRMADOS .
                OPEN INPUT ENTRADA1 .
                PERFORM LEE-01
                PERFORM SELECCIONA-PAR UNTIL WS-FIN-1 = 1
                CLOSE ENTRADA1 .

        SELECCIONA-PAR .
      *         Solo los pares confirmados; el sobreviviente debe ser
      *         uno de los dos RUT del par.
                IF DUPPR-DECISION NOT = "S"
                   ADD 1                        TO WS-C-NO-CONFIRMADOS
                ELSE
                   ADD 1                        TO WS-C-CONFIRMADOS
                   EVALUATE DUPPR-RUT-SOBREVIVE
                      WHEN DUPPR-RUT-B
                         MOVE DUPPR-RUT-A       TO SCAM-RUT-ANT
                         MOVE DUPPR-DV-A        TO SCAM-DV-ANT
                         MOVE DUPPR-RUT-B       TO SCAM-RUT-NVO
                         MOVE DUPPR-DV-B        TO SCAM-DV-NVO
                         MOVE WS-FECHA-NEGOCIO  TO SCAM-FECHA
                         PERFORM RETIENE-SOBREVIVIENTE
                         RELEASE REG-SORTCAM
                      WHEN DUPPR-RUT-A
                         MOVE DUPPR-RUT-B       TO SCAM-RUT-ANT
                         MOVE DUPPR-DV-B        TO SCAM-DV-ANT
                         MOVE DUPPR-RUT-A       TO SCAM-RUT-NVO
                         MOVE DUPPR-DV-A        TO SCAM-DV-NVO
                         MOVE WS-FECHA-NEGOCIO  TO SCAM-FECHA
                         PERFORM RETIENE-SOBREVIVIENTE
                         RELEASE REG-SORTCAM
                      WHEN OTHER
                         ADD 1                  TO WS-C-SIN-SOBREVIVE
                         MOVE SPACES            TO EXLED-CODPROGR
                         MOVE DUPPR-RUT-A       TO EXLED-RUT
                         MOVE ZEROS             TO EXLED-NUMMOVIM
                         MOVE "DUPLICADO SIN SOBREV"
                                                TO EXLED-TIPO
                         MOVE "M"               TO EXLED-SEVERIDAD
                         MOVE REG-ENTRADA1      TO EXLED-DATO
                         PERFORM GRABA-EXCEPCION-LEDGER
                   END-EVALUATE
                END-IF
                PERFORM LEE-01 .

        RETIENE-SOBREVIVIENTE .
                ADD 1                           TO WS-SOB-CANT
                IF WS-SOB-CANT > 5000
                   DISPLAY "TABLA DE SOBREVIVIENTES EXCEDE"
                           " SU CAPACIDAD"
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE SCAM-RUT-NVO               TO
                     WS-SOB-RUT (WS-SOB-CANT) .

        EMITE-CAMBIOS .
      *         Un RUT antiguo que se fusionaria en dos socios
      *         distintos se emite solo la primera vez, y uno que es
      *         a la vez sobreviviente de otro par no se emite; el
      *         resto se informa para que Negocio decida.
                OPEN OUTPUT SALIDA1 .
                MOVE ZEROS                      TO WS-FIN-SCAM
                PERFORM LEE-SORTCAM
                PERFORM EMITE-CAMBIO UNTIL WS-FIN-SCAM = 1
                CLOSE SALIDA1 .

        EMITE-CAMBIO .
                PERFORM BUSCA-SOBREVIVIENTE
                EVALUATE TRUE
                   WHEN SCAM-RUT-ANT = WS-RUT-ANT-ANTERIOR
                      MOVE "DUPLICADO CONFLICTO" TO EXLED-TIPO
                      PERFORM GRABA-CONFLICTO
                   WHEN RUT-SOBREVIVE-EN-OTRO
                      MOVE "DUPLICADO EN CADENA" TO EXLED-TIPO
                      PERFORM GRABA-CONFLICTO
                   WHEN OTHER
                      MOVE SCAM-RUT-ANT         TO WS-RUT-ANT-ANTERIOR
                      ADD 1                     TO WS-C-SAL-1
                      WRITE REG-SALIDA1 FROM REG-SORTCAM
                      END-WRITE
                END-EVALUATE
                PERFORM LEE-SORTCAM .

        GRABA-CONFLICTO .
                ADD 1                           TO WS-C-CONFLICTOS
                MOVE SPACES                     TO EXLED-CODPROGR
                MOVE SCAM-RUT-ANT               TO EXLED-RUT
                MOVE ZEROS                      TO EXLED-NUMMOVIM
                MOVE "A"                        TO EXLED-SEVERIDAD
                MOVE REG-SORTCAM                TO EXLED-DATO
                PERFORM GRABA-EXCEPCION-LEDGER .

        BUSCA-SOBREVIVIENTE .
                MOVE "N"                        TO WS-SOB-ENCONTRADO
                PERFORM COMPARA-SOBREVIVIENTE
                   VARYING WS-SOB-IDX FROM 1 BY 1
                   UNTIL WS-SOB-IDX > WS-SOB-CANT
                      OR RUT-SOBREVIVE-EN-OTRO .

        COMPARA-SOBREVIVIENTE .
                IF WS-SOB-RUT (WS-SOB-IDX) = SCAM-RUT-ANT
                   MOVE "S"                     TO WS-SOB-ENCONTRADO
                END-IF .

        LEE-SORTCAM .
                RETURN SORTCAM AT END MOVE 1    TO WS-FIN-SCAM
                END-RETURN .

        ABRE-EXCEPCION-LEDGER .
                OPEN EXTEND EXLEDGER
                IF WS-EXLED-STATUS NOT = "00"
                   OPEN OUTPUT EXLEDGER
                END-IF .

        GRABA-EXCEPCION-LEDGER .
                MOVE "SFCPMIG1035"              TO EXLED-PROGRAM_NAME
                MOVE WS-RUN-FECHA               TO EXLED-FECHA
                WRITE REG-EXLEDGER END-WRITE .

        LEE-01 .
                PERFORM LEE-01-FISICO
                PERFORM LEE-01-FISICO
                   UNTIL WS-FIN-1 = 1 OR
                         (DUPPR-RUT-A IS NUMERIC AND
                          DUPPR-RUT-B IS NUMERIC) .

        LEE-01-FISICO .
                READ ENTRADA1 AT END MOVE 1     TO WS-FIN-1 .
                IF WS-FIN-1 = ZEROS
                   ADD 1                        TO WS-C-ENT-1
                END-IF .

        300000-FINAL .
                PERFORM ESCRIBE-CONTROL-TOTALES
                display "Fecha de Negocio = " WS-FECHA-NEGOCIO .
                display "Reg. Leidos Revision      = " WS-C-ENT-1.
                display "Pares Confirmados         = " WS-C-CONFIRMADOS.
                display "Pares No Confirmados      = "
                        WS-C-NO-CONFIRMADOS.
                display "Pares Sin Sobreviviente   = "
                        WS-C-SIN-SOBREVIVE.
                display "RUT en Conflicto          = " WS-C-CONFLICTOS.
                display "Novedades Cambio de RUT   = " WS-C-SAL-1.

        ESCRIBE-CONTROL-TOTALES .
                OPEN EXTEND SALIDA2
                IF WS-CTOT-STATUS NOT = "00"
                   OPEN OUTPUT SALIDA2
                END-IF
                MOVE "SFCPMIG1035"              TO CTOT-PROGRAM_NAME
                MOVE WS-RUN-FECHA               TO CTOT-FECHA
                MOVE "DUP CONFIRMADOS"          TO CTOT-CONTADOR
                MOVE WS-C-CONFIRMADOS            TO CTOT-VALOR
                WRITE REG-SALIDA2 END-WRITE
                MOVE "DUP SIN SOBREVIVE"        TO CTOT-CONTADOR
                MOVE WS-C-SIN-SOBREVIVE          TO CTOT-VALOR
                WRITE REG-SALIDA2 END-WRITE
                MOVE "DUP CONFLICTOS"           TO CTOT-CONTADOR
                MOVE WS-C-CONFLICTOS             TO CTOT-VALOR
                WRITE REG-SALIDA2 END-WRITE
                MOVE "DUP CAMBIOS RUT"          TO CTOT-CONTADOR
                MOVE WS-C-SAL-1                  TO CTOT-VALOR
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
