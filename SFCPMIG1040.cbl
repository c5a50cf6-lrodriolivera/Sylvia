        IDENTIFICATION DIVISION.
        PROGRAM-ID. SFCPMIG1040 .
        AUTHOR.     CONNECTIS-GS.
      * Troceo de los archivos de carga consolidados por SFCPMIG1010
      * (TRANSACTIONS, ACCRUALS o REDEMPTIONS, segun la tarjeta
      * FTROZOARCHIVO) para respetar el maximo de filas y de bytes
      * por archivo del import de Oracle Loyalty Cloud (FLIMITECARGA,
      * COPY_LIMITE_CARGA; sin tarjeta rigen los limites de
      * WS-LIMITES). Corre despues de SFCPMIG1008: cada trozo
      * (FTROZO01 a FTROZO10) lleva el encabezado del consolidado
      * marcado con su numero de trozo y su propio trailer, y
      * agrega su linea al manifiesto (FMANIFIESTO, mismo calculo de
      * registros, bytes y checksum de SFCPMIG1008). Los
      * movimientos de un mismo RUT (todas sus marcas) nunca se
      * separan en dos trozos: una primera pasada ordena los
      * detalles por RUT (SORT interno, conservando el orden original
      * dentro del RUT), mide cada grupo de RUT y decide el corte; la
      * segunda copia. El indice de trozos (FINDICETROZO,
      * COPY_INDICE_TROZO) deja el rango de RUT de cada trozo para
      * que SFCPMIG1009 concilie la respuesta de Oracle trozo por
      * trozo. Un RUT que por si solo excede los limites queda solo
      * en su trozo y el programa termina con RETURN-CODE 8; un
      * consolidado con trailer que no cuadra o que requiera mas de
      * diez trozos detiene la corrida. Un consolidado de ensayo se
      * trocea pero no se manifiesta.
      * Fecha : 15-10-2026
      * COMPILAR-LINK : cobol.sh SFCPMIG1040
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

                SELECT TARJETA ASSIGN TO EXTERNAL FTROZOARCHIVO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-TARJ-STATUS.

                SELECT LIMITE ASSIGN TO EXTERNAL FLIMITECARGA
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-LIM-STATUS.

                SELECT ENTRADA1 ASSIGN TO EXTERNAL FCONSOLIDADO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ENT-STATUS.

                SELECT TRABAJO ASSIGN TO EXTERNAL FTRABAJOTROZO
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ORDENADO ASSIGN TO EXTERNAL FTRABAJOTROZO2
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SORTTROZO ASSIGN TO EXTERNAL SORTWKTROZO .

                SELECT TROZO01 ASSIGN TO EXTERNAL FTROZO01
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT TROZO02 ASSIGN TO EXTERNAL FTROZO02
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT TROZO03 ASSIGN TO EXTERNAL FTROZO03
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT TROZO04 ASSIGN TO EXTERNAL FTROZO04
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT TROZO05 ASSIGN TO EXTERNAL FTROZO05
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT TROZO06 ASSIGN TO EXTERNAL FTROZO06
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT TROZO07 ASSIGN TO EXTERNAL FTROZO07
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT TROZO08 ASSIGN TO EXTERNAL FTROZO08
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT TROZO09 ASSIGN TO EXTERNAL FTROZO09
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT TROZO10 ASSIGN TO EXTERNAL FTROZO10
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT MANIF ASSIGN TO EXTERNAL FMANIFIESTO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-MAN-STATUS.

                SELECT INDICE ASSIGN TO EXTERNAL FINDICETROZO
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

      *    Tarjeta de control: archivo de carga a trocear.
       FD TARJETA
          RECORDING MODE IS F
          RECORD CONTAINS 12 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-TARJETA .
           05 TARJ-ARCHIVO                      PIC X(12) .

      *    Limites del import por tipo de archivo.
       FD LIMITE
          RECORDING MODE IS F
          RECORD CONTAINS 33 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-LIMITE .
           COPY COPY_LIMITE_CARGA .

      *    Consolidado de SFCPMIG1010.
       FD ENTRADA1
          RECORD IS VARYING IN SIZE FROM 1 TO 501
          DEPENDING ON WS-LEN-ENT
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA1                          PIC X(501) .

      *    Grupos de RUT medidos en la primera pasada, con el trozo
      *    que les toco.
       FD TRABAJO
          RECORDING MODE IS F
          RECORD CONTAINS 19 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-TRABAJO .
           05 TRAB-TROZO                        PIC 9(02) .
           05 TRAB-RUT                          PIC 9(08) .
           05 TRAB-FILAS                        PIC 9(09) .

      *    Detalles del consolidado ordenados por RUT.
       FD ORDENADO
          RECORDING MODE IS F
          RECORD CONTAINS 501 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ORDENADO                          PIC X(501) .

       SD SORTTROZO .

       01  REG-SORTTROZO .
           05 STRZ-RUT                          PIC 9(08) .
           05 STRZ-SECUENCIA                    PIC 9(12) .
           05 STRZ-REGISTRO                     PIC X(501) .

      *    Trozos del consolidado.
       FD TROZO01
          RECORD IS VARYING IN SIZE FROM 1 TO 501
          DEPENDING ON WS-LEN-SAL
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-TROZO01                           PIC X(501) .

       FD TROZO02
          RECORD IS VARYING IN SIZE FROM 1 TO 501
          DEPENDING ON WS-LEN-SAL
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-TROZO02                           PIC X(501) .

       FD TROZO03
          RECORD IS VARYING IN SIZE FROM 1 TO 501
          DEPENDING ON WS-LEN-SAL
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-TROZO03                           PIC X(501) .

       FD TROZO04
          RECORD IS VARYING IN SIZE FROM 1 TO 501
          DEPENDING ON WS-LEN-SAL
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-TROZO04                           PIC X(501) .

       FD TROZO05
          RECORD IS VARYING IN SIZE FROM 1 TO 501
          DEPENDING ON WS-LEN-SAL
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-TROZO05                           PIC X(501) .

       FD TROZO06
          RECORD IS VARYING IN SIZE FROM 1 TO 501
          DEPENDING ON WS-LEN-SAL
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-TROZO06                           PIC X(501) .

       FD TROZO07
          RECORD IS VARYING IN SIZE FROM 1 TO 501
          DEPENDING ON WS-LEN-SAL
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-TROZO07                           PIC X(501) .

       FD TROZO08
          RECORD IS VARYING IN SIZE FROM 1 TO 501
          DEPENDING ON WS-LEN-SAL
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-TROZO08                           PIC X(501) .

       FD TROZO09
          RECORD IS VARYING IN SIZE FROM 1 TO 501
          DEPENDING ON WS-LEN-SAL
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-TROZO09                           PIC X(501) .

       FD TROZO10
          RECORD IS VARYING IN SIZE FROM 1 TO 501
          DEPENDING ON WS-LEN-SAL
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-TROZO10                           PIC X(501) .

      *    Manifiesto de transferencia (COPY_MANIFIESTO).
       FD MANIF
          RECORDING MODE IS F
          RECORD CONTAINS 70 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-MANIF .
           COPY COPY_MANIFIESTO .

      *    Indice de trozos (COPY_INDICE_TROZO).
       FD INDICE
          RECORDING MODE IS F
          RECORD CONTAINS 96 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-INDICE .
           COPY COPY_INDICE_TROZO .

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
           05 WS-FIN-T                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-S                          PIC 9(01) VALUE ZEROS .
           05 WS-TARJ-STATUS                    PIC X(02) .
           05 WS-LIM-STATUS                     PIC X(02) .
           05 WS-ENT-STATUS                     PIC X(02) .
           05 WS-MAN-STATUS                     PIC X(02) .
           05 WS-RC-FINAL                       PIC 9(04) VALUE ZEROS .
           05 WS-LEN-ENT                        PIC 9(04) COMP .
           05 WS-LEN-SAL                        PIC 9(04) COMP .
           05 WS-C-DETALLES                     PIC 9(12) VALUE ZEROS .
           05 WS-C-TRAILER                      PIC 9(12) VALUE ZEROS .
           05 WS-C-GRUPOS                       PIC 9(12) VALUE ZEROS .
           05 WS-C-COPIADOS                     PIC 9(12) VALUE ZEROS .
           05 WS-C-EXCEDIDOS                    PIC 9(12) VALUE ZEROS .
           05 WS-REGCONT                        PIC X(12) .
           05 WS-FECHA .
              10 WS-FAA                         PIC X(04) .
              10 WS-FMM                         PIC X(02) .
              10 WS-FDD                         PIC X(02) .

      *    Limites por omision del import (filas de detalle y bytes
      *    por archivo) y posicion del MEM_NUM en cada layout; el
      *    RUT son los ocho caracteres que siguen al prefijo de
      *    marca.
        01 WS-LIMITES-VALORES.
           05 FILLER                            PIC X(39)
                 VALUE "TRANSACTIONS000200000000100000000501047" .
           05 FILLER                            PIC X(39)
                 VALUE "ACCRUALS    000200000000100000000251043" .
           05 FILLER                            PIC X(39)
                 VALUE "REDEMPTIONS 000200000000100000000154001" .
        01 WS-LIMITES REDEFINES WS-LIMITES-VALORES .
           05 WS-LIM-ITEM OCCURS 3 TIMES .
              10 WS-LIM-ARCHIVO                 PIC X(12) .
              10 WS-LIM-MAX-FILAS               PIC 9(09) .
              10 WS-LIM-MAX-BYTES               PIC 9(12) .
              10 WS-LIM-LARGO                   PIC 9(03) .
              10 WS-LIM-MEMNUM-POS              PIC 9(03) .

        01 WS-LIMITES-CTL.
           05 WS-LIM-CANT                       PIC 9(04) COMP
                                                 VALUE 3 .
           05 WS-LIM-IDX                        PIC 9(04) COMP .
           05 WS-LIM-HIT                        PIC 9(04) COMP .
           05 WS-ARCHIVO                        PIC X(12) .
           05 WS-MAX-FILAS                      PIC 9(09) .
           05 WS-MAX-BYTES                      PIC 9(12) .
           05 WS-LARGO                          PIC 9(04) COMP .
           05 WS-RUT-POS                        PIC 9(04) COMP .

      *    Registro leido y sus vistas para clasificarlo, como en
      *    SFCPMIG1008: encabezado (firma del programa), trailer
      *    (fecha + contador) o detalle.
        01 WS-CLASIFICA.
           05 WS-REG-BUF                        PIC X(501) .
           05 WS-REG-BUF-R REDEFINES WS-REG-BUF .
              10 WS-BYTE OCCURS 501 TIMES      PIC X(01) .
           05 WS-REG-BUF-R2 REDEFINES WS-REG-BUF .
              10 WS-CABEZA-7                    PIC X(07) .
              10 FILLER                         PIC X(494) .
           05 WS-REG-BUF-R3 REDEFINES WS-REG-BUF .
              10 WS-CABEZA-20                   PIC X(20) .
              10 FILLER                         PIC X(481) .
           05 WS-REG-BUF-R4 REDEFINES WS-REG-BUF .
              10 FILLER                         PIC X(08) .
              10 WS-TRAILER-CONTADOR            PIC 9(12) .
              10 FILLER                         PIC X(481) .
           05 WS-ENCABEZADO                     PIC X(501) .
           05 WS-ENCAB-SW                       PIC X(01) VALUE "N" .
              88 HAY-ENCABEZADO                 VALUE "S" .
           05 WS-RUT                            PIC 9(08) .
           05 WS-RUT-X REDEFINES WS-RUT         PIC X(08) .

      *    Grupo de RUT en medicion y trozo en armado (primera
      *    pasada) o en escritura (segunda pasada).
        01 WS-TROCEO.
           05 WS-GRUPO-RUT                      PIC 9(08) VALUE ZEROS .
           05 WS-GRUPO-FILAS                    PIC 9(09) VALUE ZEROS .
           05 WS-TROZO-ACT                      PIC 9(02) VALUE ZEROS .
           05 WS-TROZO-TOTAL                    PIC 9(02) VALUE ZEROS .
           05 WS-TROZO-FILAS                    PIC 9(12) VALUE ZEROS .
           05 WS-TROZO-BYTES                    PIC 9(12) VALUE ZEROS .
           05 WS-TROZO-RUT-DESDE                PIC 9(08) .
           05 WS-TROZO-RUT-HASTA                PIC 9(08) .
           05 WS-TROZO-REGISTROS                PIC 9(12) .
           05 WS-TROZO-CHECKSUM                 PIC 9(12) COMP-3 .
           05 WS-ORD                            PIC 9(03) COMP .
           05 WS-BYTE-IDX                       PIC 9(04) COMP .
           05 WS-FILA-IDX                       PIC 9(09) .
           05 WS-ENSAYO-SW                      PIC X(01) VALUE "N" .
              88 CONSOLIDADO-ES-ENSAYO          VALUE "S" .
           05 WS-TROZO-NOMBRE                   PIC X(14) .

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
                PERFORM 200000-PROCESO UNTIL WS-FIN-T = 1
                PERFORM 300000-FINAL.
                MOVE WS-RC-FINAL           TO RETURN-CODE
                STOP RUN .

        100000-INICIO .
                PERFORM LEE-FECHA-NEGOCIO
                PERFORM LEE-TARJETA
                PERFORM CARGA-LIMITES
                MOVE WS-LIM-MAX-FILAS (WS-LIM-HIT) TO WS-MAX-FILAS
                MOVE WS-LIM-MAX-BYTES (WS-LIM-HIT) TO WS-MAX-BYTES
                MOVE WS-LIM-LARGO (WS-LIM-HIT)  TO WS-LARGO
                COMPUTE WS-RUT-POS = WS-LIM-MEMNUM-POS (WS-LIM-HIT)
                                   + 4
                PERFORM PRIMERA-PASADA
                OPEN INPUT ORDENADO
                OPEN INPUT TRABAJO
                OPEN OUTPUT INDICE
                IF NOT CONSOLIDADO-ES-ENSAYO
                   OPEN EXTEND MANIF
                   IF WS-MAN-STATUS NOT = "00"
                      OPEN OUTPUT MANIF
                   END-IF
                END-IF
                MOVE ZEROS                      TO WS-TROZO-ACT
                MOVE ZEROS                      TO WS-FIN-1
                PERFORM LEE-TRABAJO .

        LEE-TARJETA .
      *         La tarjeta nombra el archivo a trocear; uno que no
      *         sea de carga a Oracle detiene la corrida.
                MOVE SPACES                     TO WS-ARCHIVO
                OPEN INPUT TARJETA
                IF WS-TARJ-STATUS = "00"
                   READ TARJETA
                   IF WS-TARJ-STATUS = "00"
                      MOVE TARJ-ARCHIVO         TO WS-ARCHIVO
                   END-IF
                   CLOSE TARJETA
                END-IF
                PERFORM BUSCA-LIMITE
                IF WS-LIM-HIT = ZEROS
                   DISPLAY "ARCHIVO A TROCEAR NO DEFINIDO: "
                           WS-ARCHIVO
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF .

        BUSCA-LIMITE .
                MOVE ZEROS                      TO WS-LIM-HIT
                PERFORM COMPARA-LIMITE
                   VARYING WS-LIM-IDX FROM 1 BY 1
                   UNTIL WS-LIM-IDX > WS-LIM-CANT
                      OR WS-LIM-HIT > ZEROS .

        COMPARA-LIMITE .
                IF WS-LIM-ARCHIVO (WS-LIM-IDX) = WS-ARCHIVO
                   MOVE WS-LIM-IDX              TO WS-LIM-HIT
                END-IF .

        CARGA-LIMITES .
      *         La tarjeta de limites reemplaza los valores por
      *         omision del archivo que se trocea; limites en cero
      *         o no numericos se ignoran.
                OPEN INPUT LIMITE
                IF WS-LIM-STATUS = "00"
                   PERFORM LEE-LIMITE UNTIL WS-LIM-STATUS NOT = "00"
                   CLOSE LIMITE
                END-IF .

        LEE-LIMITE .
                READ LIMITE
                IF WS-LIM-STATUS = "00"
                   AND LIMC-ARCHIVO = WS-ARCHIVO
                   IF LIMC-MAX-FILAS IS NUMERIC
                      AND LIMC-MAX-FILAS > ZEROS
                      MOVE LIMC-MAX-FILAS       TO
                           WS-LIM-MAX-FILAS (WS-LIM-HIT)
                   END-IF
                   IF LIMC-MAX-BYTES IS NUMERIC
                      AND LIMC-MAX-BYTES > ZEROS
                      MOVE LIMC-MAX-BYTES       TO
                           WS-LIM-MAX-BYTES (WS-LIM-HIT)
                   END-IF
                END-IF .

      *---------------------------------------------------------------*
      *  Primera pasada: mide cada grupo de RUT y decide su trozo.    *
      *---------------------------------------------------------------*
        PRIMERA-PASADA .
                OPEN INPUT ENTRADA1
                IF WS-ENT-STATUS NOT = "00"
                   DISPLAY "ARCHIVO CONSOLIDADO NO DISPONIBLE"
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                SORT SORTTROZO
                     ON ASCENDING KEY STRZ-RUT
                                      STRZ-SECUENCIA
                     INPUT PROCEDURE IS CARGA-CONSOLIDADO
                     OUTPUT PROCEDURE IS MIDE-GRUPOS
                MOVE WS-TROZO-ACT               TO WS-TROZO-TOTAL
                IF WS-C-TRAILER NOT = WS-C-DETALLES
                   DISPLAY "TRAILER DEL CONSOLIDADO NO CUADRA: "
                           WS-C-TRAILER " DETALLES " WS-C-DETALLES
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF .

        CARGA-CONSOLIDADO .
                MOVE ZEROS                      TO WS-FIN-1
                PERFORM LEE-01
                PERFORM CLASIFICA-REGISTRO UNTIL WS-FIN-1 = 1
                CLOSE ENTRADA1 .

        LEE-01 .
                READ ENTRADA1 AT END MOVE 1     TO WS-FIN-1 .
                IF WS-FIN-1 = ZEROS
                   MOVE SPACES                  TO WS-REG-BUF
                   MOVE REG-ENTRADA1 (1:WS-LEN-ENT) TO WS-REG-BUF
                END-IF .

        CLASIFICA-REGISTRO .
      *         El encabezado se guarda para los trozos, el trailer
      *         solo se cuadra y los detalles van al SORT por RUT.
                EVALUATE TRUE
                   WHEN WS-CABEZA-7 = "SFCPMIG"
                      IF NOT HAY-ENCABEZADO
                         MOVE "S"               TO WS-ENCAB-SW
                         MOVE WS-REG-BUF        TO WS-ENCABEZADO
                         IF WS-REG-BUF (36:6) = "ENSAYO"
                            MOVE "S"            TO WS-ENSAYO-SW
                         END-IF
                      END-IF
                   WHEN WS-CABEZA-20 IS NUMERIC
                      MOVE WS-TRAILER-CONTADOR  TO WS-C-TRAILER
                   WHEN OTHER
                      ADD 1                     TO WS-C-DETALLES
                      MOVE WS-REG-BUF (WS-RUT-POS:8) TO WS-RUT-X
                      IF WS-RUT IS NOT NUMERIC
                         MOVE ZEROS             TO WS-RUT
                      END-IF
                      MOVE WS-RUT               TO STRZ-RUT
                      MOVE WS-C-DETALLES        TO STRZ-SECUENCIA
                      MOVE WS-REG-BUF           TO STRZ-REGISTRO
                      RELEASE REG-SORTTROZO
                END-EVALUATE
                PERFORM LEE-01 .

        MIDE-GRUPOS .
                OPEN OUTPUT TRABAJO
                OPEN OUTPUT ORDENADO
                MOVE ZEROS                      TO WS-FIN-S
                PERFORM LEE-SORTTROZO
                PERFORM MIDE-DETALLE UNTIL WS-FIN-S = 1
                IF WS-GRUPO-FILAS > ZEROS
                   PERFORM CIERRA-GRUPO
                END-IF
                CLOSE TRABAJO
                CLOSE ORDENADO .

        LEE-SORTTROZO .
                RETURN SORTTROZO AT END MOVE 1  TO WS-FIN-S
                END-RETURN .

        MIDE-DETALLE .
                IF WS-GRUPO-FILAS > ZEROS
                   AND STRZ-RUT NOT = WS-GRUPO-RUT
                   PERFORM CIERRA-GRUPO
                END-IF
                MOVE STRZ-RUT                   TO WS-GRUPO-RUT
                ADD 1                           TO WS-GRUPO-FILAS
                WRITE REG-ORDENADO FROM STRZ-REGISTRO
                END-WRITE
                PERFORM LEE-SORTTROZO .

        CIERRA-GRUPO .
      *         El grupo abre un trozo nuevo si no cabe en el actual
      *         (filas de detalle, o bytes contando encabezado y
      *         trailer); si no cabe ni solo, queda solo y se avisa.
                ADD 1                           TO WS-C-GRUPOS
                IF WS-TROZO-ACT = ZEROS
                   OR WS-TROZO-FILAS + WS-GRUPO-FILAS > WS-MAX-FILAS
                   OR (WS-TROZO-FILAS + WS-GRUPO-FILAS + 2)
                      * (WS-LARGO + 1) > WS-MAX-BYTES
                   ADD 1                        TO WS-TROZO-ACT
                   MOVE ZEROS                   TO WS-TROZO-FILAS
                   IF WS-TROZO-ACT > 10
                      DISPLAY "EL CONSOLIDADO REQUIERE MAS DE 10 "
                              "TROZOS CON LOS LIMITES VIGENTES"
                      DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                      DISPLAY "---------------------------------"
                      MOVE 1                   TO RETURN-CODE
                      STOP RUN
                   END-IF
                END-IF
                IF WS-GRUPO-FILAS > WS-MAX-FILAS
                   OR (WS-GRUPO-FILAS + 2) * (WS-LARGO + 1)
                      > WS-MAX-BYTES
                   ADD 1                        TO WS-C-EXCEDIDOS
                   MOVE 8                       TO WS-RC-FINAL
                   DISPLAY "RUT " WS-GRUPO-RUT " EXCEDE POR SI SOLO "
                           "LOS LIMITES DEL IMPORT: "
                           WS-GRUPO-FILAS " FILAS"
                END-IF
                ADD WS-GRUPO-FILAS              TO WS-TROZO-FILAS
                MOVE WS-TROZO-ACT               TO TRAB-TROZO
                MOVE WS-GRUPO-RUT               TO TRAB-RUT
                MOVE WS-GRUPO-FILAS             TO TRAB-FILAS
                WRITE REG-TRABAJO END-WRITE
                MOVE ZEROS                      TO WS-GRUPO-FILAS .

      *---------------------------------------------------------------*
      *  Segunda pasada: copia cada grupo a su trozo.                 *
      *---------------------------------------------------------------*
        LEE-TRABAJO .
                READ TRABAJO AT END MOVE 1      TO WS-FIN-T .

        200000-PROCESO .
                IF TRAB-TROZO NOT = WS-TROZO-ACT
                   IF WS-TROZO-ACT > ZEROS
                      PERFORM CIERRA-TROZO
                   END-IF
                   MOVE TRAB-TROZO              TO WS-TROZO-ACT
                   PERFORM ABRE-TROZO
                END-IF
                IF WS-TROZO-REGISTROS = 1
                   MOVE TRAB-RUT                TO WS-TROZO-RUT-DESDE
                END-IF
                MOVE TRAB-RUT                   TO WS-TROZO-RUT-HASTA
                PERFORM COPIA-FILA
                   VARYING WS-FILA-IDX FROM 1 BY 1
                   UNTIL WS-FILA-IDX > TRAB-FILAS
                PERFORM LEE-TRABAJO .

        COPIA-FILA .
      *         Siguiente detalle del consolidado ya ordenado.
                READ ORDENADO INTO WS-REG-BUF
                   AT END MOVE 1                TO WS-FIN-1
                END-READ
                ADD 1                           TO WS-C-COPIADOS
                ADD 1                           TO WS-TROZO-FILAS
                PERFORM GRABA-EN-TROZO .

        ABRE-TROZO .
                MOVE SPACES                     TO WS-TROZO-NOMBRE
                STRING WS-ARCHIVO               DELIMITED BY SPACES
                       WS-TROZO-ACT             DELIMITED BY SIZE
                                                INTO WS-TROZO-NOMBRE
                END-STRING
                MOVE ZEROS                      TO WS-TROZO-FILAS
                MOVE ZEROS                      TO WS-TROZO-REGISTROS
                MOVE ZEROS                      TO WS-TROZO-CHECKSUM
                PERFORM ABRE-SALIDA-TROZO
      *         Encabezado del consolidado con el numero de trozo.
                MOVE WS-ENCABEZADO              TO WS-REG-BUF
                MOVE "TROZO "                   TO WS-REG-BUF (43:6)
                MOVE WS-TROZO-ACT               TO WS-REG-BUF (49:2)
                MOVE " DE "                     TO WS-REG-BUF (51:4)
                MOVE WS-TROZO-TOTAL             TO WS-REG-BUF (55:2)
                PERFORM GRABA-EN-TROZO .

        CIERRA-TROZO .
      *         Trailer del trozo en el formato estandar de la
      *         cadena (TRANSACTIONS conserva la marca "T" del ultimo
      *         byte, como SFCPMIG1010), linea de manifiesto e
      *         indice.
                MOVE WS-TROZO-FILAS             TO WS-REGCONT
                MOVE SPACES                     TO WS-REG-BUF
                MOVE WS-FECHA-NEGOCIO           TO WS-FECHA
                STRING WS-FDD                   DELIMITED BY SIZE
                       WS-FMM                   DELIMITED BY SIZE
                       WS-FAA                   DELIMITED BY SIZE
                       WS-REGCONT               DELIMITED BY SIZE
                                                INTO WS-REG-BUF
                END-STRING
                IF WS-LARGO = 501
                   MOVE "T"                     TO WS-REG-BUF (501:1)
                END-IF
                PERFORM GRABA-EN-TROZO
                PERFORM CIERRA-SALIDA-TROZO
                IF NOT CONSOLIDADO-ES-ENSAYO
                   MOVE WS-TROZO-NOMBRE         TO MAN-ARCHIVO
                   MOVE WS-TROZO-REGISTROS      TO MAN-REGISTROS
                   MOVE WS-TROZO-FILAS          TO MAN-DETALLES
                   MOVE 1                       TO MAN-ENCABEZADOS
                   MOVE 1                       TO MAN-TRAILERS
                   COMPUTE MAN-BYTES = WS-TROZO-REGISTROS
                                     * (WS-LARGO + 1)
                   MOVE WS-TROZO-CHECKSUM       TO MAN-CHECKSUM
                   WRITE REG-MANIF END-WRITE
                END-IF
                MOVE WS-ENCABEZADO (22:14)      TO TROZO-RUN-ID
                MOVE WS-ARCHIVO                 TO TROZO-BASE
                MOVE WS-TROZO-NOMBRE            TO TROZO-ARCHIVO
                MOVE WS-TROZO-ACT               TO TROZO-NUMERO
                MOVE WS-TROZO-TOTAL             TO TROZO-TOTAL
                MOVE WS-TROZO-RUT-DESDE         TO TROZO-RUT-DESDE
                MOVE WS-TROZO-RUT-HASTA         TO TROZO-RUT-HASTA
                MOVE WS-TROZO-FILAS             TO TROZO-DETALLES
                COMPUTE TROZO-BYTES = WS-TROZO-REGISTROS
                                    * (WS-LARGO + 1)
                MOVE WS-TROZO-CHECKSUM          TO TROZO-CHECKSUM
                WRITE REG-INDICE END-WRITE
                display "Trozo " WS-TROZO-NOMBRE " Detalles = "
                        WS-TROZO-FILAS " RUT " WS-TROZO-RUT-DESDE
                        " a " WS-TROZO-RUT-HASTA .

        GRABA-EN-TROZO .
      *         Todo registro del trozo suma a su checksum, byte a
      *         byte sobre el largo del layout (SFCPMIG1008).
                ADD 1                           TO WS-TROZO-REGISTROS
                PERFORM ACUMULA-BYTE
                   VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > WS-LARGO
                MOVE WS-LARGO                   TO WS-LEN-SAL
                PERFORM GRABA-SALIDA-TROZO .

        ACUMULA-BYTE .
                COMPUTE WS-ORD =
                        FUNCTION ORD (WS-BYTE (WS-BYTE-IDX)) - 1
                ADD WS-ORD                      TO WS-TROZO-CHECKSUM .

        ABRE-SALIDA-TROZO .
                EVALUATE WS-TROZO-ACT
                   WHEN 01
                      OPEN OUTPUT TROZO01
                   WHEN 02
                      OPEN OUTPUT TROZO02
                   WHEN 03
                      OPEN OUTPUT TROZO03
                   WHEN 04
                      OPEN OUTPUT TROZO04
                   WHEN 05
                      OPEN OUTPUT TROZO05
                   WHEN 06
                      OPEN OUTPUT TROZO06
                   WHEN 07
                      OPEN OUTPUT TROZO07
                   WHEN 08
                      OPEN OUTPUT TROZO08
                   WHEN 09
                      OPEN OUTPUT TROZO09
                   WHEN 10
                      OPEN OUTPUT TROZO10
                END-EVALUATE .

        GRABA-SALIDA-TROZO .
                EVALUATE WS-TROZO-ACT
                   WHEN 01
                      WRITE REG-TROZO01 FROM WS-REG-BUF
                      END-WRITE
                   WHEN 02
                      WRITE REG-TROZO02 FROM WS-REG-BUF
                      END-WRITE
                   WHEN 03
                      WRITE REG-TROZO03 FROM WS-REG-BUF
                      END-WRITE
                   WHEN 04
                      WRITE REG-TROZO04 FROM WS-REG-BUF
                      END-WRITE
                   WHEN 05
                      WRITE REG-TROZO05 FROM WS-REG-BUF
                      END-WRITE
                   WHEN 06
                      WRITE REG-TROZO06 FROM WS-REG-BUF
                      END-WRITE
                   WHEN 07
                      WRITE REG-TROZO07 FROM WS-REG-BUF
                      END-WRITE
                   WHEN 08
                      WRITE REG-TROZO08 FROM WS-REG-BUF
                      END-WRITE
                   WHEN 09
                      WRITE REG-TROZO09 FROM WS-REG-BUF
                      END-WRITE
                   WHEN 10
                      WRITE REG-TROZO10 FROM WS-REG-BUF
                      END-WRITE
                END-EVALUATE .

        CIERRA-SALIDA-TROZO .
                EVALUATE WS-TROZO-ACT
                   WHEN 01
                      CLOSE TROZO01
                   WHEN 02
                      CLOSE TROZO02
                   WHEN 03
                      CLOSE TROZO03
                   WHEN 04
                      CLOSE TROZO04
                   WHEN 05
                      CLOSE TROZO05
                   WHEN 06
                      CLOSE TROZO06
                   WHEN 07
                      CLOSE TROZO07
                   WHEN 08
                      CLOSE TROZO08
                   WHEN 09
                      CLOSE TROZO09
                   WHEN 10
                      CLOSE TROZO10
                END-EVALUATE .

        300000-FINAL .
                IF WS-TROZO-ACT > ZEROS
                   PERFORM CIERRA-TROZO
                END-IF
                CLOSE ORDENADO
                CLOSE TRABAJO
                CLOSE INDICE
                IF NOT CONSOLIDADO-ES-ENSAYO
                   CLOSE MANIF
                ELSE
                   DISPLAY "CONSOLIDADO DE ENSAYO: TROZOS NO SE "
                           "MANIFIESTAN"
                END-IF
                display "Detalles Consolidado = " WS-C-DETALLES .
                display "Grupos de RUT        = " WS-C-GRUPOS .
                display "Detalles Troceados   = " WS-C-COPIADOS .
                display "Trozos Generados     = " WS-TROZO-TOTAL .
                display "RUT Sobre el Limite  = " WS-C-EXCEDIDOS .

        LEE-FECHA-NEGOCIO .
      *         Fecha de negocio de la cadena (COPY_FECHA_NEGOCIO): la
      *         datacion de los trailers sale de ella y no del reloj.
      *         Sin registro de control, o con una fecha anterior al
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
