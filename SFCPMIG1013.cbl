      * informa los manifiestos por marca (FMANIFIESTOM0 a M4) el
      * certificado agrega una seccion por organizacion, con el
      * ORG_CODE resuelto desde la tabla de marcas (COPY_MARCA).
      * Si se informa la firma de la muestra UAT de negocio de
      * SFCPMIG1050 (FFIRMAUAT) el certificado cita cuantos RUT se
      * muestrearon y cuantos quedaron conformes, observados o
      * pendientes; es informativo y no altera el veredicto.
      * Fecha : 02-09-2026
      * COMPILAR-LINK : cobol.sh SFCPMIG1013
      *---------------------------------------------------------------*
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ARCH-STATUS.

                SELECT ENTRADA7 ASSIGN TO EXTERNAL FFIRMAUAT
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ARCH-STATUS.

                SELECT SALIDA1 ASSIGN TO EXTERNAL FCERTIFICADO
                       ORGANIZATION LINE SEQUENTIAL.


       01  REG-ARCHM4                            PIC X(70) .

      *    Firma de la muestra UAT de SFCPMIG1050 (opcional).
       FD ENTRADA7
          RECORDING MODE IS F
          RECORD CONTAINS 119 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA7 .
           COPY COPY_FIRMA_UAT .

       FD SALIDA1
          RECORDING MODE IS F
          RECORD CONTAINS 100 CHARACTERS
           05 WS-DIF-RECONCILIA                 PIC 9(12) VALUE ZEROS .
           05 WS-RL-INICIOS                     PIC 9(04) VALUE ZEROS .
           05 WS-RL-FINES                       PIC 9(04) VALUE ZEROS .
           05 WS-UAT-INFORMADA                  PIC X(01) VALUE "N" .
           05 WS-UAT-MUESTRA                    PIC 9(06) VALUE ZEROS .
           05 WS-UAT-CONFORMES                  PIC 9(06) VALUE ZEROS .
           05 WS-UAT-OBSERVADOS                 PIC 9(06) VALUE ZEROS .
           05 WS-UAT-PENDIENTES                 PIC 9(06) VALUE ZEROS .
           05 WS-VEREDICTO                      PIC X(15) .

      *    Linea de manifiesto por marca copiada a WORKING-STORAGE
                PERFORM 220000-CONSOLIDA-TOTALES
                PERFORM 240000-CUENTA-RECONCILIA
                PERFORM 250000-CARGA-MARCAS
                PERFORM 260000-CUENTA-FIRMA-UAT
                PERFORM 300000-FINAL.
                MOVE ZEROS                 TO RETURN-CODE
                STOP RUN .
                        WS-MARCA-ORG (WS-MARCA-CANT)
                END-IF .

        260000-CUENTA-FIRMA-UAT .
      *         Firma de la muestra UAT de la fecha a certificar; una
      *         muestra sacada en modo ensayo no se cita.
                MOVE ZEROS                      TO WS-FIN-A
                OPEN INPUT ENTRADA7
                IF WS-ARCH-STATUS = "00"
                   PERFORM LEE-FIRMA-UAT UNTIL WS-FIN-A = 1
                   CLOSE ENTRADA7
                END-IF .

        LEE-FIRMA-UAT .
                READ ENTRADA7 AT END MOVE 1     TO WS-FIN-A .
                IF WS-FIN-A = ZEROS
                   AND FIRMA-RUN-ID (1:8) = WS-FECHA-CERT
                   AND FIRMA-ENSAYO NOT = "S"
                   MOVE "S"                     TO WS-UAT-INFORMADA
                   ADD 1                        TO WS-UAT-MUESTRA
                   EVALUATE TRUE
                      WHEN FIRMA-CONFORME
                         ADD 1                  TO WS-UAT-CONFORMES
                      WHEN FIRMA-OBSERVADO
                         ADD 1                  TO WS-UAT-OBSERVADOS
                      WHEN OTHER
                         ADD 1                  TO WS-UAT-PENDIENTES
                   END-EVALUATE
                END-IF .

        300000-FINAL .
                PERFORM CALCULA-VEREDICTO
                PERFORM ESCRIBE-CABECERA
                PERFORM ESCRIBE-PUNTOS
                PERFORM ESCRIBE-DIFERENCIAS
                PERFORM ESCRIBE-MARCAS
                PERFORM ESCRIBE-MUESTRA-UAT
                PERFORM ESCRIBE-VEREDICTO
                CLOSE SALIDA1
                display "Fecha Certificada = " WS-FECHA-CERT.
                   PERFORM ESCRIBE-LINEA-MARCA
                END-IF .

        ESCRIBE-MUESTRA-UAT .
                MOVE "MUESTRA UAT DE NEGOCIO (SFCPMIG1050)"
                                                TO REG-SALIDA1
                WRITE REG-SALIDA1 END-WRITE
                MOVE "RUT MUESTREADOS"          TO WS-LINEA
                MOVE WS-UAT-MUESTRA             TO WS-VALOR-ED
                PERFORM ESCRIBE-LINEA-VALOR
                MOVE "CONFORMES"                TO WS-LINEA
                MOVE WS-UAT-CONFORMES           TO WS-VALOR-ED
                PERFORM ESCRIBE-LINEA-VALOR
                MOVE "OBSERVADOS"               TO WS-LINEA
                MOVE WS-UAT-OBSERVADOS          TO WS-VALOR-ED
                PERFORM ESCRIBE-LINEA-VALOR
                MOVE "PENDIENTES DE FIRMA"      TO WS-LINEA
                MOVE WS-UAT-PENDIENTES          TO WS-VALOR-ED
                PERFORM ESCRIBE-LINEA-VALOR
                MOVE SPACES                     TO REG-SALIDA1
                EVALUATE TRUE
                   WHEN WS-UAT-INFORMADA NOT = "S"
                      MOVE "  MUESTRA UAT NO INFORMADA"
                                                TO REG-SALIDA1
                   WHEN WS-UAT-OBSERVADOS > ZEROS
                      MOVE "  FIRMA UAT CON OBSERVACIONES"
                                                TO REG-SALIDA1
                   WHEN WS-UAT-PENDIENTES > ZEROS
                      MOVE "  FIRMA UAT PENDIENTE"
                                                TO REG-SALIDA1
                   WHEN OTHER
                      MOVE "  FIRMA UAT COMPLETA"
                                                TO REG-SALIDA1
                END-EVALUATE
                WRITE REG-SALIDA1 END-WRITE .

        ESCRIBE-VEREDICTO .
                MOVE WS-SEPARADOR               TO REG-SALIDA1
                WRITE REG-SALIDA1 END-WRITE
