      * la carga a Oracle Loyalty Cloud cierre esas cuentas en la
      * misma ventana nocturna. El PARTY_NUMBER se construye con las
      * mismas reglas de prefijo por marca (COPY_MARCA) de SFCPMIG0501,
      * obteniendo el CODPROGR desde el Archivo Rutero. Con plan de
      * salida por olas (COPY_PLAN_OLAS) la baja de un RUT de ola
      * futura o sin ola se retiene, igual que su MEMBER en
      * SFCPMIG0501: el socio todavia no existe en Oracle.
      * Fecha : 07-12-2018
      * COMPILAR-LINK : cobol.sh SFCPMIG0902
      *---------------------------------------------------------------*
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-RUNL-STATUS.

      *         Registro de control de la fecha de negocio de la
      *         cadena (COPY_FECHA_NEGOCIO).
                SELECT FECNEG ASSIGN TO EXTERNAL FFECHANEGOCIO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-FECNEG-STATUS.


                SELECT ALERTA ASSIGN TO EXTERNAL FALERTA
                       ORGANIZATION LINE SEQUENTIAL
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ENSAYO-STATUS.


                SELECT PLANOLAS ASSIGN TO EXTERNAL FPLANOLAS
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-OLAS-STATUS.

      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *                    =========================                  *
       01  REG-LEDGER .
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

      *    Alerta normalizada de operacion (COPY_ALERTA): archivo
      *    unico de la cadena que el monitoreo puede vigilar, con un
      *    asiento por cada punto de decision critico del programa.
       01  REG-ENSAYO .
           05 ENSAYO-MARCA                      PIC X(01) .

      *    Plan de salida en vivo por olas (opcional, COPY_PLAN_OLAS),
      *    el mismo de SFCPMIG0501.
       FD PLANOLAS
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 68 CHARACTERS
          LABEL RECORDS STANDARD.

       01  REG-PLANOLAS .
           COPY COPY_PLAN_OLAS .

       WORKING-STORAGE SECTION.
      *-----------------------.

           05 WS-CODPROGR-ACTUAL                PIC X(09) .
           05 WS-DV-ACTUAL                      PIC X(01) .

      *    Plan de olas cargado al inicio: marca, rango de RUT y
      *    fecha planificada de cada ola, y bajas retenidas.
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

      *    Control de apertura del historial de totales (SALIDA2).
        01 WS-CONTROL-TOTALES.
           05 WS-CTOT-STATUS                    PIC X(02) .
           05 WS-TIMESTAMP-R REDEFINES WS-TIMESTAMP .
              10 WS-TS-FECHA-HORA               PIC X(14) .
              10 FILLER                         PIC X(07) .
      *    Fecha de negocio leida del registro de control y ultima
      *    fecha cerrada (evento CIERRE) encontrada en la bitacora.
           05 WS-FECNEG-STATUS                  PIC X(02) .
           05 WS-FECHA-NEGOCIO                  PIC X(08) VALUE SPACES .
           05 WS-ULTIMO-CIERRE                  PIC X(08) VALUE ZEROS .

        01 WS-SFCUENT .
           COPY SFCUENT .
        100000-INICIO .
                PERFORM ABRE-ENSAYO
                PERFORM ABRE-RUN-LEDGER
                PERFORM ABRE-PLAN-OLAS
                OPEN INPUT ENTRADA1 .
                PERFORM LEE-01
                OPEN INPUT ENTRADA2 .

        ESCRIBE-ENCABEZADO .
                MOVE SPACES                     TO REG-SALIDA1
                MOVE WS-RUN-FECHA               TO WS-FECHA
                STRING WS-ENCAB-PROGRAMA        DELIMITED BY SIZE
                       WS-FDD                   DELIMITED BY SIZE
                       WS-FMM                   DELIMITED BY SIZE

        200000-PROCESO .
                PERFORM BUSCA-RUTERO
                PERFORM BUSCA-MARCA
                PERFORM BUSCA-OLA
                IF NOT RUT-OLA-RETENIDO
                   PERFORM GRABA-BAJA-MEMBER
                END-IF
                PERFORM LEE-01 .

        BUSCA-RUTERO .

        GRABA-BAJA-MEMBER .
                ADD 1                           TO WS-C-SAL-1
                MOVE SPACES                     TO REG-SALIDA1
                MOVE ";"                        TO RMEM-SEP01
                                                RMEM-SEP02
                                              TO WS-MARCA-PREFIJO-ACTUAL
                END-IF .

        ABRE-PLAN-OLAS .
      *         Mismo plan y mismas reglas de SFCPMIG0501; sin archivo
      *         salen todas las bajas, como siempre. Un registro mal
      *         formado, un plan vacio o uno mayor que la tabla
      *         detienen la corrida.
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
      *         Ola del fallecido por su marca (CODPROGR del Rutero) y
      *         RUT. La baja de un RUT de ola futura o que ninguna ola
      *         cubre se retiene: FALLECIDOS sale completo cada noche
      *         desde BOPERS, de modo que la baja se emite la noche en
      *         que abra su ola, junto con su MEMBER.
                MOVE "N"                        TO WS-OLA-RETENIDA-SW
                IF PLAN-OLAS-ACTIVO
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
                   AND FALLORD-RUT >= WS-OLA-ITEM-DESDE (WS-OLA-IDX)
                   AND FALLORD-RUT <= WS-OLA-ITEM-HASTA (WS-OLA-IDX)
                   MOVE WS-OLA-IDX              TO WS-OLA-HIT
                END-IF .

        LEE-01 .
      *         Se saltan encabezado y trailer del archivo FALLECIDOS:
      *         solo los registros de detalle traen RUT y fecha
                IF WS-C-SAL-1 > 0
                   MOVE WS-C-SAL-1              TO WS-REGCONT
                   MOVE SPACES                  TO REG-SALIDA1
                   MOVE WS-RUN-FECHA            TO WS-FECHA
                   STRING WS-FDD                DELIMITED BY SIZE
                          WS-FMM                DELIMITED BY SIZE
                          WS-FAA                DELIMITED BY SIZE
                display "Reg. Leidos RUTERO        = " WS-C-ENT-2.
                display "Reg. Grabados BAJA MEMBER = " WS-C-SAL-1.
                display "Reg. Sin Rutero           = " WS-C-SIN-RUTERO.
                display "Bajas Retenidas Ola Futura= " WS-C-OLA-FUTURA.
                display "Bajas Retenidas Sin Ola   = " WS-C-OLA-SIN-OLA.

        ABRE-RUN-LEDGER .
      *         Registra el INICIO de esta ejecucion en la bitacora y
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
                MOVE "SIN RUTERO"               TO CTOT-CONTADOR
                MOVE WS-C-SIN-RUTERO             TO CTOT-VALOR
                WRITE REG-SALIDA2 END-WRITE
                MOVE "RUT OLA FUTURA"           TO CTOT-CONTADOR
                MOVE WS-C-OLA-FUTURA             TO CTOT-VALOR
                WRITE REG-SALIDA2 END-WRITE
                MOVE "RUT SIN OLA"              TO CTOT-CONTADOR
                MOVE WS-C-OLA-SIN-OLA            TO CTOT-VALOR
                WRITE REG-SALIDA2 END-WRITE
                CLOSE SALIDA2 .

        GRABA-ALERTA .
