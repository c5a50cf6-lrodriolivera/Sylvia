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


                SELECT PLANOLAS ASSIGN TO EXTERNAL FPLANOLAS
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-OLAS-STATUS.

      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *                    =========================                  *
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

      *    Plan de salida en vivo por olas (opcional, COPY_PLAN_OLAS):
      *    cuando el JCL lo informa, solo salen los RUT de olas
      *    abiertas hoy o ya cerradas; los de olas futuras o sin ola
      *    se retienen sin quedar como enviados.
       FD PLANOLAS
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 68 CHARACTERS
          LABEL RECORDS STANDARD.

       01  REG-PLANOLAS .
           COPY COPY_PLAN_OLAS .

       WORKING-STORAGE SECTION.
      *-----------------------.

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

      *    Plan de olas cargado al inicio: marca, rango de RUT y
      *    fecha planificada de cada ola, y RUT retenidos.
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

        PROCEDURE DIVISION .

        MAIN-SEC SECTION.
                PERFORM ABRE-RUTLIST
                PERFORM ABRE-PARTICION
                PERFORM ABRE-RUN-LEDGER
                PERFORM ABRE-PLAN-OLAS
                PERFORM ABRE-EXCEPCION-LEDGER
                PERFORM ABRE-RECICLO
                PERFORM ABRE-TIER

        ESCRIBE-ENCABEZADO .
                MOVE SPACES                     TO REG-SALIDA1
                MOVE WS-RUN-FECHA               TO WS-FECHA
                STRING WS-ENCAB-PROGRAMA        DELIMITED BY SIZE
                       WS-FDD                   DELIMITED BY SIZE
                       WS-FMM                   DELIMITED BY SIZE
        200000-PROCESO .
                EVALUATE TRUE
                   WHEN RUTORD-RUT = RUNIFI-RUT
                      PERFORM BUSCA-OLA
                      IF RUT-OLA-RETENIDO
                         PERFORM RETIENE-RUT-OLA
                      ELSE
                         MOVE ZEROS             TO WS-CONT-PAREO
                         PERFORM GRABA-REG01
                            UNTIL RUTORD-RUT <> RUNIFI-RUT
                               OR WS-FIN-2 = 1
                      END-IF
                      PERFORM GRABA-TRAZA
                      PERFORM LEE-01
                   WHEN RUTORD-RUT < RUNIFI-RUT
                display "Reg.Telefono Invalido=" WS-C-FONO-INV .
                display "Reg.Merge Cambio Marca=" WS-C-MERGE-MARCA .
                display "Reg.Suprimidos=" WS-C-SUPRIMIDOS .
                display "RUT Retenidos Ola Futura=" WS-C-OLA-FUTURA .
                display "RUT Retenidos Sin Ola=" WS-C-OLA-SIN-OLA .

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
                MOVE "SUPRESION DATOS"          TO CTOT-CONTADOR
                MOVE WS-C-SUPRIMIDOS             TO CTOT-VALOR
                WRITE REG-SALIDA9 END-WRITE
                MOVE "RUT OLA FUTURA"           TO CTOT-CONTADOR
                MOVE WS-C-OLA-FUTURA             TO CTOT-VALOR
                WRITE REG-SALIDA9 END-WRITE
                MOVE "RUT SIN OLA"              TO CTOT-CONTADOR
                MOVE WS-C-OLA-SIN-OLA            TO CTOT-VALOR
                WRITE REG-SALIDA9 END-WRITE
                CLOSE SALIDA9 .


                            OR RUTORD-RUT IS NUMERIC
                      PERFORM CORTA-PARTICION
                END-EVALUATE .

        ABRE-PLAN-OLAS .
      *         Plan de salida por olas; sin archivo sale el universo
      *         completo, como siempre. Un registro mal formado, un
      *         plan vacio o uno mayor que la tabla detienen la
      *         corrida: un plan mal leido soltaria o retendria olas
      *         completas.
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
      *         Ola del RUT en proceso: la primera del plan cuya marca
      *         (blanco = todas) y rango lo cubren. Se retiene el RUT
      *         de una ola con fecha posterior a la de negocio o que
      *         ninguna ola cubre; la ola que abre hoy y las ya
      *         cerradas salen como siempre.
                MOVE "N"                        TO WS-OLA-RETENIDA-SW
                IF PLAN-OLAS-ACTIVO
                   PERFORM BUSCA-MARCA
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
                   AND RUTORD-RUT >= WS-OLA-ITEM-DESDE (WS-OLA-IDX)
                   AND RUTORD-RUT <= WS-OLA-ITEM-HASTA (WS-OLA-IDX)
                   MOVE WS-OLA-IDX              TO WS-OLA-HIT
                END-IF .

        RETIENE-RUT-OLA .
      *         RUT retenido por el plan de olas: sus registros
      *         T7542600 se saltan sin emitir MEMBER/CONTACTS y su
      *         huella de migracion pasa intacta al control nuevo,
      *         de modo que no queda como enviado y sale completo la
      *         noche en que abra su ola.
                PERFORM LEE-03
                   UNTIL CTLMIGE-RUT >= RUNIFI-RUT OR WS-FIN-3 = 1
                IF WS-FIN-3 = ZEROS AND CTLMIGE-RUT = RUNIFI-RUT
                   WRITE REG-SALIDA8 FROM REG-ENTRADA3
                   END-WRITE
                END-IF
                PERFORM LEE-02 UNTIL RUNIFI-RUT <> RUTORD-RUT
                                  OR WS-FIN-2 = 1 .
