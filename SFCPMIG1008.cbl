      * recomputable (suma de codigos de caracter, modulo 10**12),
      * para que la transferencia y la carga rechacen un archivo
      * truncado o alterado antes de contaminar el ambiente cloud.
      * Incluye el archivo de atributos del socio de SFCPMIG1036 y el
      * de atributos de actividad del socio de SFCPMIG1044, y las
      * cargas de historia y delta del corte de migracion, incluidas
      * las de caducidades.
      * Los archivos por marca se manifiestan apuntando los mismos
      * nombres logicos a cada archivo de marca en pasos sucesivos.
      * Fecha : 07-12-2018
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ARCH-STATUS.

                SELECT ARCH10 ASSIGN TO EXTERNAL FATRIBMIEMBRO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ARCH-STATUS.

                SELECT ARCH11 ASSIGN TO EXTERNAL FATRIBACTIVIDAD
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ARCH-STATUS.
      *         Cargas de historia y delta del corte de migracion
      *         (FSALIDA1HIST/FSALIDA1DELTA de SFCPMIG0601/0701/0801):
      *         son los archivos que se cargan en el corte.
                SELECT ARCH12 ASSIGN TO EXTERNAL FTRANSACTIONSHIST
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ARCH-STATUS.
                SELECT ARCH13 ASSIGN TO EXTERNAL FTRANSACTIONSDELTA
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ARCH-STATUS.
                SELECT ARCH14 ASSIGN TO EXTERNAL FACCRUALSHIST
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ARCH-STATUS.
                SELECT ARCH15 ASSIGN TO EXTERNAL FACCRUALSDELTA
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ARCH-STATUS.
                SELECT ARCH16 ASSIGN TO EXTERNAL FREDEMPTIONSHIST
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ARCH-STATUS.
                SELECT ARCH17 ASSIGN TO EXTERNAL FREDEMPTIONSDELTA
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ARCH-STATUS.
                SELECT ARCH18 ASSIGN TO EXTERNAL FCADUCIDADHIST
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ARCH-STATUS.
                SELECT ARCH19 ASSIGN TO EXTERNAL FCADUCIDADDELTA
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ARCH-STATUS.

                SELECT ENSAYO ASSIGN TO EXTERNAL FMODOENSAYO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ENSAYO-STATUS.

       01  REG-ARCH09                            PIC X(068) .

       FD ARCH10
          RECORDING MODE IS F
          RECORD CONTAINS 96 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ARCH10                            PIC X(096) .

       FD ARCH11
          RECORDING MODE IS F
          RECORD CONTAINS 84 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ARCH11                            PIC X(084) .

       FD ARCH12
          RECORDING MODE IS F
          RECORD CONTAINS 501 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ARCH12                            PIC X(501) .

       FD ARCH13
          RECORDING MODE IS F
          RECORD CONTAINS 501 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ARCH13                            PIC X(501) .

       FD ARCH14
          RECORDING MODE IS F
          RECORD CONTAINS 251 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ARCH14                            PIC X(251) .

       FD ARCH15
          RECORDING MODE IS F
          RECORD CONTAINS 251 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ARCH15                            PIC X(251) .

       FD ARCH16
          RECORDING MODE IS F
          RECORD CONTAINS 154 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ARCH16                            PIC X(154) .

       FD ARCH17
          RECORDING MODE IS F
          RECORD CONTAINS 154 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ARCH17                            PIC X(154) .

       FD ARCH18
          RECORDING MODE IS F
          RECORD CONTAINS 154 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ARCH18                            PIC X(154) .

       FD ARCH19
          RECORDING MODE IS F
          RECORD CONTAINS 154 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ARCH19                            PIC X(154) .

      *    Interruptor de modo ensayo: un ensayo no se manifiesta
      *    para transferencia bajo ninguna circunstancia.
       FD ENSAYO
                PERFORM MANIFIESTA-ARCH07
                PERFORM MANIFIESTA-ARCH08
                PERFORM MANIFIESTA-ARCH09
                PERFORM MANIFIESTA-ARCH10
                PERFORM MANIFIESTA-ARCH11
                PERFORM MANIFIESTA-ARCH12
                PERFORM MANIFIESTA-ARCH13
                PERFORM MANIFIESTA-ARCH14
                PERFORM MANIFIESTA-ARCH15
                PERFORM MANIFIESTA-ARCH16
                PERFORM MANIFIESTA-ARCH17
                PERFORM MANIFIESTA-ARCH18
                PERFORM MANIFIESTA-ARCH19
                PERFORM 300000-FINAL.
                MOVE WS-RC-FINAL           TO RETURN-CODE
                STOP RUN .
                   MOVE REG-ARCH09              TO WS-REG-BUF
                   PERFORM ACUMULA-REGISTRO
                END-IF .

        MANIFIESTA-ARCH10 .
                MOVE "ATRIB_MIEMBRO"             TO WS-NOMBRE
                MOVE 96                         TO WS-LARGO
                PERFORM INICIA-ARCHIVO
                OPEN INPUT ARCH10
                IF WS-ARCH-STATUS = "00"
                   PERFORM LEE-ARCH10 UNTIL WS-FIN-ARCH = 1
                   CLOSE ARCH10
                   PERFORM GRABA-MANIFIESTO
                ELSE
                   DISPLAY "ARCHIVO NO INFORMADO: " WS-NOMBRE
                END-IF .

        LEE-ARCH10 .
                READ ARCH10 AT END MOVE 1       TO WS-FIN-ARCH .
                IF WS-FIN-ARCH = ZEROS
                   MOVE SPACES                  TO WS-REG-BUF
                   MOVE REG-ARCH10              TO WS-REG-BUF
                   PERFORM ACUMULA-REGISTRO
                END-IF .

        MANIFIESTA-ARCH11 .
                MOVE "ACTIVIDAD_MIEM"           TO WS-NOMBRE
                MOVE 84                         TO WS-LARGO
                PERFORM INICIA-ARCHIVO
                OPEN INPUT ARCH11
                IF WS-ARCH-STATUS = "00"
                   PERFORM LEE-ARCH11 UNTIL WS-FIN-ARCH = 1
                   CLOSE ARCH11
                   PERFORM GRABA-MANIFIESTO
                ELSE
                   DISPLAY "ARCHIVO NO INFORMADO: " WS-NOMBRE
                END-IF .

        LEE-ARCH11 .
                READ ARCH11 AT END MOVE 1       TO WS-FIN-ARCH .
                IF WS-FIN-ARCH = ZEROS
                   MOVE SPACES                  TO WS-REG-BUF
                   MOVE REG-ARCH11              TO WS-REG-BUF
                   PERFORM ACUMULA-REGISTRO
                END-IF .

        MANIFIESTA-ARCH12 .
                MOVE "TRX_HISTORIA"             TO WS-NOMBRE
                MOVE 501                        TO WS-LARGO
                PERFORM INICIA-ARCHIVO
                OPEN INPUT ARCH12
                IF WS-ARCH-STATUS = "00"
                   PERFORM LEE-ARCH12 UNTIL WS-FIN-ARCH = 1
                   CLOSE ARCH12
                   PERFORM GRABA-MANIFIESTO
                ELSE
                   DISPLAY "ARCHIVO NO INFORMADO: " WS-NOMBRE
                END-IF .

        LEE-ARCH12 .
                READ ARCH12 AT END MOVE 1       TO WS-FIN-ARCH .
                IF WS-FIN-ARCH = ZEROS
                   MOVE SPACES                  TO WS-REG-BUF
                   MOVE REG-ARCH12              TO WS-REG-BUF
                   PERFORM ACUMULA-REGISTRO
                END-IF .

        MANIFIESTA-ARCH13 .
                MOVE "TRX_DELTA"                TO WS-NOMBRE
                MOVE 501                        TO WS-LARGO
                PERFORM INICIA-ARCHIVO
                OPEN INPUT ARCH13
                IF WS-ARCH-STATUS = "00"
                   PERFORM LEE-ARCH13 UNTIL WS-FIN-ARCH = 1
                   CLOSE ARCH13
                   PERFORM GRABA-MANIFIESTO
                ELSE
                   DISPLAY "ARCHIVO NO INFORMADO: " WS-NOMBRE
                END-IF .

        LEE-ARCH13 .
                READ ARCH13 AT END MOVE 1       TO WS-FIN-ARCH .
                IF WS-FIN-ARCH = ZEROS
                   MOVE SPACES                  TO WS-REG-BUF
                   MOVE REG-ARCH13              TO WS-REG-BUF
                   PERFORM ACUMULA-REGISTRO
                END-IF .

        MANIFIESTA-ARCH14 .
                MOVE "ACCRUALS_HIST"            TO WS-NOMBRE
                MOVE 251                        TO WS-LARGO
                PERFORM INICIA-ARCHIVO
                OPEN INPUT ARCH14
                IF WS-ARCH-STATUS = "00"
                   PERFORM LEE-ARCH14 UNTIL WS-FIN-ARCH = 1
                   CLOSE ARCH14
                   PERFORM GRABA-MANIFIESTO
                ELSE
                   DISPLAY "ARCHIVO NO INFORMADO: " WS-NOMBRE
                END-IF .

        LEE-ARCH14 .
                READ ARCH14 AT END MOVE 1       TO WS-FIN-ARCH .
                IF WS-FIN-ARCH = ZEROS
                   MOVE SPACES                  TO WS-REG-BUF
                   MOVE REG-ARCH14              TO WS-REG-BUF
                   PERFORM ACUMULA-REGISTRO
                END-IF .

        MANIFIESTA-ARCH15 .
                MOVE "ACCRUALS_DELTA"           TO WS-NOMBRE
                MOVE 251                        TO WS-LARGO
                PERFORM INICIA-ARCHIVO
                OPEN INPUT ARCH15
                IF WS-ARCH-STATUS = "00"
                   PERFORM LEE-ARCH15 UNTIL WS-FIN-ARCH = 1
                   CLOSE ARCH15
                   PERFORM GRABA-MANIFIESTO
                ELSE
                   DISPLAY "ARCHIVO NO INFORMADO: " WS-NOMBRE
                END-IF .

        LEE-ARCH15 .
                READ ARCH15 AT END MOVE 1       TO WS-FIN-ARCH .
                IF WS-FIN-ARCH = ZEROS
                   MOVE SPACES                  TO WS-REG-BUF
                   MOVE REG-ARCH15              TO WS-REG-BUF
                   PERFORM ACUMULA-REGISTRO
                END-IF .

        MANIFIESTA-ARCH16 .
                MOVE "REDEMPT_HIST"             TO WS-NOMBRE
                MOVE 154                        TO WS-LARGO
                PERFORM INICIA-ARCHIVO
                OPEN INPUT ARCH16
                IF WS-ARCH-STATUS = "00"
                   PERFORM LEE-ARCH16 UNTIL WS-FIN-ARCH = 1
                   CLOSE ARCH16
                   PERFORM GRABA-MANIFIESTO
                ELSE
                   DISPLAY "ARCHIVO NO INFORMADO: " WS-NOMBRE
                END-IF .

        LEE-ARCH16 .
                READ ARCH16 AT END MOVE 1       TO WS-FIN-ARCH .
                IF WS-FIN-ARCH = ZEROS
                   MOVE SPACES                  TO WS-REG-BUF
                   MOVE REG-ARCH16              TO WS-REG-BUF
                   PERFORM ACUMULA-REGISTRO
                END-IF .

        MANIFIESTA-ARCH17 .
                MOVE "REDEMPT_DELTA"            TO WS-NOMBRE
                MOVE 154                        TO WS-LARGO
                PERFORM INICIA-ARCHIVO
                OPEN INPUT ARCH17
                IF WS-ARCH-STATUS = "00"
                   PERFORM LEE-ARCH17 UNTIL WS-FIN-ARCH = 1
                   CLOSE ARCH17
                   PERFORM GRABA-MANIFIESTO
                ELSE
                   DISPLAY "ARCHIVO NO INFORMADO: " WS-NOMBRE
                END-IF .

        LEE-ARCH17 .
                READ ARCH17 AT END MOVE 1       TO WS-FIN-ARCH .
                IF WS-FIN-ARCH = ZEROS
                   MOVE SPACES                  TO WS-REG-BUF
                   MOVE REG-ARCH17              TO WS-REG-BUF
                   PERFORM ACUMULA-REGISTRO
                END-IF .

        MANIFIESTA-ARCH18 .
                MOVE "CADUC_HIST"               TO WS-NOMBRE
                MOVE 154                        TO WS-LARGO
                PERFORM INICIA-ARCHIVO
                OPEN INPUT ARCH18
                IF WS-ARCH-STATUS = "00"
                   PERFORM LEE-ARCH18 UNTIL WS-FIN-ARCH = 1
                   CLOSE ARCH18
                   PERFORM GRABA-MANIFIESTO
                ELSE
                   DISPLAY "ARCHIVO NO INFORMADO: " WS-NOMBRE
                END-IF .

        LEE-ARCH18 .
                READ ARCH18 AT END MOVE 1       TO WS-FIN-ARCH .
                IF WS-FIN-ARCH = ZEROS
                   MOVE SPACES                  TO WS-REG-BUF
                   MOVE REG-ARCH18              TO WS-REG-BUF
                   PERFORM ACUMULA-REGISTRO
                END-IF .

        MANIFIESTA-ARCH19 .
                MOVE "CADUC_DELTA"              TO WS-NOMBRE
                MOVE 154                        TO WS-LARGO
                PERFORM INICIA-ARCHIVO
                OPEN INPUT ARCH19
                IF WS-ARCH-STATUS = "00"
                   PERFORM LEE-ARCH19 UNTIL WS-FIN-ARCH = 1
                   CLOSE ARCH19
                   PERFORM GRABA-MANIFIESTO
                ELSE
                   DISPLAY "ARCHIVO NO INFORMADO: " WS-NOMBRE
                END-IF .

        LEE-ARCH19 .
                READ ARCH19 AT END MOVE 1       TO WS-FIN-ARCH .
                IF WS-FIN-ARCH = ZEROS
                   MOVE SPACES                  TO WS-REG-BUF
                   MOVE REG-ARCH19              TO WS-REG-BUF
                   PERFORM ACUMULA-REGISTRO
                END-IF .
