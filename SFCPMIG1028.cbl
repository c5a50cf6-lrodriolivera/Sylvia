      * socio del heredero via COPY_MEMBER_MERGE; sin heredero y
      * cumplidos los meses de espera, el saldo caduca con un
      * REDEMPTION de tipo FORFEIT. Hoy SFCPMIG0902 cierra esas
      * cuentas con el saldo encima y nadie sabe cuanto es. Con plan
      * de salida por olas (COPY_PLAN_OLAS) el fallecido de una ola
      * futura o sin ola se reporta pero no se dispone: su socio
      * todavia no existe en Oracle.
      * Fecha : 02-09-2026
      * COMPILAR-LINK : cobol.sh SFCPMIG1028
      *---------------------------------------------------------------*
                SELECT SALIDA3 ASSIGN TO EXTERNAL FMERGEHEREDERO
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

                SELECT PLANOLAS ASSIGN TO EXTERNAL FPLANOLAS
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-OLAS-STATUS.

      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *                    =========================                  *
       01  REG-SALIDA3 .
           COPY COPY_MEMBER_MERGE .

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

           05 WS-SALDO-DEFECTO                  PIC S9(13) COMP-3
                                                 VALUE ZEROS .

      *    Plan de olas cargado al inicio: marca, rango de RUT y
      *    fecha planificada de cada ola, y fallecidos retenidos.
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
           05 WS-CONTADOR-ED                    PIC Z(11)9 .

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
                STOP RUN .

        100000-INICIO .
                PERFORM LEE-FECHA-NEGOCIO
                MOVE WS-FECHA-NEGOCIO           TO WS-FECHA
                MOVE WS-FECHA                   TO WS-RUN-FECHA
                COMPUTE WS-MES-ACTUAL =
                        (WS-FAA-N * 12) + WS-FMM-N
                PERFORM LEE-POLITICA
                PERFORM ABRE-PLAN-OLAS
                OPEN INPUT ENTRADA7 .
                PERFORM LEE-07
                PERFORM CARGA-MARCA UNTIL WS-FIN-7 = 1
      *         saldo positivo se reporta y se dispone segun la
      *         politica: heredero informado, transferencia; meses
      *         de espera cumplidos, caducidad FORFEIT; si no, queda
      *         en espera. El fallecido retenido por el plan de olas
      *         se reporta pero no se dispone.
                PERFORM RESUELVE-SALDOS
                IF WS-DISPONIBLE > ZEROS OR WS-SALDO-LEGADO > ZEROS
                   ADD 1                        TO WS-C-CON-SALDO
                   PERFORM BUSCA-MARCA
                   PERFORM ACUMULA-MARCA
                   PERFORM ESCRIBE-DETALLE
                   PERFORM BUSCA-OLA
                   IF NOT RUT-OLA-RETENIDO
                      PERFORM DISPONE-SALDO
                   END-IF
                END-IF
                PERFORM LEE-01 .

                   MOVE WS-MARCA-IDX          TO WS-MARCA-SLOT
                END-IF .

        ABRE-PLAN-OLAS .
      *         Mismo plan y mismas reglas de SFCPMIG0501; sin archivo
      *         se dispone todo, como siempre. Un registro mal formado,
      *         un plan vacio o uno mayor que la tabla detienen la
      *         corrida.
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
      *         RUT. Ni el FORFEIT ni la transferencia al heredero se
      *         emiten para un RUT de ola futura o que ninguna ola
      *         cubre; FALLECIDOS sale completo cada noche, asi que
      *         el saldo se dispone la noche en que abra su ola.
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
      *         Se saltan encabezado y trailer del archivo FALLECIDOS
      *         (mismo criterio de SFCPMIG0902).
                   MOVE WS-LINEA                TO REG-SALIDA1
                   WRITE REG-SALIDA1 END-WRITE
                END-IF
                IF PLAN-OLAS-ACTIVO
                   PERFORM ESCRIBE-RETENIDOS-OLA
                END-IF
                MOVE WS-SEPARADOR               TO REG-SALIDA1
                WRITE REG-SALIDA1 END-WRITE
                CLOSE ENTRADA1
                display "Saldos Caducados        = " WS-C-FORFEIT.
                display "Saldos Transferidos     = " WS-C-HEREDADOS.
                display "Saldos En Espera        = " WS-C-EN-ESPERA.
                display "Retenidos Ola Futura    = " WS-C-OLA-FUTURA.
                display "Retenidos Sin Ola       = " WS-C-OLA-SIN-OLA.

        ESCRIBE-RETENIDOS-OLA .
      *         Fallecidos con saldo que el plan de olas dejo sin
      *         disponer esta noche.
                MOVE WS-SEPARADOR               TO REG-SALIDA1
                WRITE REG-SALIDA1 END-WRITE
                MOVE SPACES                     TO WS-LINEA
                MOVE WS-C-OLA-FUTURA            TO WS-CONTADOR-ED
                STRING "  RETENIDOS OLA FUTURA  "
                                                DELIMITED BY SIZE
                       WS-CONTADOR-ED           DELIMITED BY SIZE
                                                INTO WS-LINEA
                END-STRING
                MOVE WS-LINEA                   TO REG-SALIDA1
                WRITE REG-SALIDA1 END-WRITE
                MOVE SPACES                     TO WS-LINEA
                MOVE WS-C-OLA-SIN-OLA           TO WS-CONTADOR-ED
                STRING "  RETENIDOS SIN OLA     "
                                                DELIMITED BY SIZE
                       WS-CONTADOR-ED           DELIMITED BY SIZE
                                                INTO WS-LINEA
                END-STRING
                MOVE WS-LINEA                   TO REG-SALIDA1
                WRITE REG-SALIDA1 END-WRITE .

        ESCRIBE-TOTAL-MARCA .
                IF WS-MARCA-ITEM-SALDO (WS-MARCA-IDX) NOT = ZEROS
                   MOVE WS-LINEA                TO REG-SALIDA1
                   WRITE REG-SALIDA1 END-WRITE
                END-IF .

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
