        IDENTIFICATION DIVISION.
        PROGRAM-ID. SFCPMIG1029 .
        AUTHOR.     CONNECTIS-GS.
      * Cierre de dia de negocio de la cadena SFCPMIG: lee el registro
      * de control de fecha de negocio (FFECHANEGOCIO,
      * COPY_FECHA_NEGOCIO), verifica en la bitacora (FRUNLEDGER) que
      * ninguna ejecucion haya quedado abierta y que la fecha no este
      * ya cerrada, asienta en la bitacora el evento CIERRE de la
      * fecha (el RUN-ID lleva la fecha cerrada en sus primeros ocho
      * caracteres) y avanza el registro de control al dia calendario
      * siguiente. Los programas de la cadena se niegan a partir con
      * una fecha de negocio anterior al ultimo CIERRE de la
      * bitacora, salvo en modo ensayo, que permite repetir a
      * proposito una fecha pasada. En modo ensayo este cierre solo
      * informa lo que haria, sin tocar la bitacora ni el registro.
      * Fecha : 15-10-2026
      * COMPILAR-LINK : cobol.sh SFCPMIG1029
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

                SELECT FECNEG ASSIGN TO EXTERNAL FFECHANEGOCIO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-FECNEG-STATUS.

                SELECT LEDGER ASSIGN TO EXTERNAL FRUNLEDGER
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-RUNL-STATUS.

                SELECT ALERTA ASSIGN TO EXTERNAL FALERTA
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ALER-STATUS.

                SELECT ENSAYO ASSIGN TO EXTERNAL FMODOENSAYO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ENSAYO-STATUS.

      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *                    =========================                  *
      *---------------------------------------------------------------*

       DATA DIVISION.
      *-------------.

       FILE SECTION.
      *------------.

      *    Registro de control de la fecha de negocio de la cadena
      *    (COPY_FECHA_NEGOCIO), un solo registro.
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

      *    Alerta normalizada de operacion (COPY_ALERTA).
       FD ALERTA
          RECORDING MODE IS F
          RECORD CONTAINS 90 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ALERTA .
           COPY COPY_ALERTA .

      *    Interruptor de modo ensayo (opcional).
       FD ENSAYO
          RECORDING MODE IS F
          RECORD CONTAINS 1 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENSAYO .
           05 ENSAYO-MARCA                      PIC X(01) .

       WORKING-STORAGE SECTION.
      *-----------------------.

        01 WS-RARAS.
           05 WS-C-ENT-1                        PIC 9(12) VALUE ZEROS .
           05 WS-C-SAL-1                        PIC 9(12) VALUE ZEROS .

        01 WS-SFCUENT .
           COPY SFCUENT .

      *    Fecha de negocio vigente, ultima fecha cerrada segun la
      *    bitacora y fecha siguiente calculada por el cierre.
        01 WS-FECHA-NEGOCIO.
           05 WS-FECNEG-STATUS                  PIC X(02) .
           05 WS-FECNEG-FECHA                   PIC X(08) VALUE SPACES .
           05 WS-ULTIMO-CIERRE                  PIC X(08) VALUE ZEROS .
           05 WS-FECHA-SIGUIENTE                PIC X(08) .
           05 WS-FECHA-SIGUIENTE-R REDEFINES WS-FECHA-SIGUIENTE .
              10 WS-SIG-AAAA                    PIC 9(04) .
              10 WS-SIG-MM                      PIC 9(02) .
              10 WS-SIG-DD                      PIC 9(02) .

      *    Identificador de la ejecucion (COPY_RUN_LEDGER).
        01 WS-RUN-LEDGER.
           05 WS-RUNL-STATUS                    PIC X(02) .
           05 WS-FIN-RL                         PIC 9(01) VALUE ZEROS .
           05 WS-RUN-ID                         PIC X(14) .
           05 WS-RUN-ID-R REDEFINES WS-RUN-ID .
              10 WS-RUN-FECHA                   PIC X(08) .
              10 WS-RUN-HORA                    PIC X(06) .
           05 WS-TIMESTAMP                      PIC X(21) .
           05 WS-TIMESTAMP-R REDEFINES WS-TIMESTAMP .
              10 WS-TS-FECHA-HORA               PIC X(14) .
              10 FILLER                         PIC X(07) .

      *    Programas vistos en la bitacora y si su ultimo evento fue
      *    un INICIO sin FIN (ejecucion abierta o abortada).
        01 WS-TABLA-ABIERTOS.
           05 WS-PRG-CANT                       PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-PRG-IDX                        PIC 9(04) COMP .
           05 WS-PRG-HIT                        PIC 9(04) COMP .
           05 WS-C-ABIERTOS                     PIC 9(04) VALUE ZEROS .
           05 WS-PRG-ITEM OCCURS 200 TIMES .
              10 WS-PRG-NOMBRE                  PIC X(11) .
              10 WS-PRG-ABIERTO                 PIC X(01) .

      *    Validacion de calendario comun de la cadena.
        01 WS-VALIDA-FECHA.
           COPY COPY_VALIDA_FECHA .

      *    Campos de trabajo del asiento de alerta (COPY_ALERTA).
        01 WS-ALERTA.
           05 WS-ALER-STATUS                    PIC X(02) .
           05 WS-ALERTA-CONDICION               PIC 9(04) .
           05 WS-ALERTA-MENSAJE                 PIC X(60) .

      *    Interruptor de modo ensayo.
        01 WS-MODO-ENSAYO.
           05 WS-ENSAYO-STATUS                  PIC X(02) .
           05 WS-ENSAYO-SW                      PIC X(01) VALUE "N" .
              88 MODO-ENSAYO                    VALUE "S" .

        PROCEDURE DIVISION .

        MAIN-SEC SECTION.
        PP-MAIN.
                PERFORM 100000-INICIO
                PERFORM 200000-PROCESO
                PERFORM 300000-FINAL.
                MOVE ZEROS                 TO RETURN-CODE
                STOP RUN .

        100000-INICIO .
                PERFORM ABRE-ENSAYO
                MOVE FUNCTION CURRENT-DATE      TO WS-TIMESTAMP
                MOVE WS-TS-FECHA-HORA           TO WS-RUN-ID
                PERFORM LEE-FECHA-NEGOCIO
                MOVE WS-FECNEG-FECHA            TO WS-RUN-ID (1:8)
                MOVE WS-FECNEG-FECHA            TO WS-RUN-FECHA
                MOVE "BATCHMIG"                 TO SFCUENT-USUARIO
                MOVE WS-FECNEG-FECHA            TO SFCUENT-FECHA-PROC
                PERFORM REVISA-BITACORA .

        LEE-FECHA-NEGOCIO .
      *         Sin registro de control, o con una fecha que no es de
      *         calendario, no hay nada que cerrar: se detiene.
                OPEN INPUT FECNEG
                IF WS-FECNEG-STATUS = "00"
                   READ FECNEG
                   IF WS-FECNEG-STATUS = "00"
                      MOVE FECNEG-FECHA-PROC    TO WS-FECNEG-FECHA
                   END-IF
                   CLOSE FECNEG
                END-IF
                MOVE WS-FECNEG-FECHA            TO VFECHA-ENTRADA
                PERFORM VALIDA-FECHA
                IF NOT FECHA-ES-VALIDA
                   DISPLAY "REGISTRO DE FECHA DE NEGOCIO NO DISPONIBLE"
                           " O INVALIDO=" WS-FECNEG-FECHA
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE "REGISTRO DE FECHA DE NEGOCIO NO DISPONIBLE"
                                           TO WS-ALERTA-MENSAJE
                   MOVE 1                      TO WS-ALERTA-CONDICION
                   PERFORM GRABA-ALERTA
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF .

        REVISA-BITACORA .
      *         No se cierra un dia con una ejecucion abierta (su
      *         reproceso debe correr con esta misma fecha) ni una
      *         fecha igual o anterior a la ultima ya cerrada.
                OPEN INPUT LEDGER
                IF WS-RUNL-STATUS = "00"
                   PERFORM LEE-RUN-LEDGER UNTIL WS-FIN-RL = 1
                   CLOSE LEDGER
                END-IF
                PERFORM CUENTA-ABIERTOS
                   VARYING WS-PRG-IDX FROM 1 BY 1
                   UNTIL WS-PRG-IDX > WS-PRG-CANT
                IF WS-C-ABIERTOS > ZEROS
                   DISPLAY "EXISTEN " WS-C-ABIERTOS
                           " EJECUCIONES ABIERTAS EN LA BITACORA"
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE "CIERRE DE DIA CON EJECUCIONES ABIERTAS"
                                           TO WS-ALERTA-MENSAJE
                   MOVE 12                     TO WS-ALERTA-CONDICION
                   PERFORM GRABA-ALERTA
                   MOVE 12                     TO RETURN-CODE
                   STOP RUN
                END-IF
                IF WS-FECNEG-FECHA NOT > WS-ULTIMO-CIERRE
                   DISPLAY "FECHA DE NEGOCIO " WS-FECNEG-FECHA
                           " YA CERRADA, ULTIMO CIERRE="
                           WS-ULTIMO-CIERRE
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE "FECHA DE NEGOCIO YA CERRADA EN LA BITACORA"
                                           TO WS-ALERTA-MENSAJE
                   MOVE 12                     TO WS-ALERTA-CONDICION
                   PERFORM GRABA-ALERTA
                   MOVE 12                     TO RETURN-CODE
                   STOP RUN
                END-IF .

        LEE-RUN-LEDGER .
                READ LEDGER AT END MOVE 1       TO WS-FIN-RL .
                IF WS-FIN-RL = ZEROS
                   ADD 1                        TO WS-C-ENT-1
                   PERFORM REGISTRA-EVENTO
                   IF RUNL-EVENTO = "CIERRE"
                      AND RUNL-RUN-ID (1:8) > WS-ULTIMO-CIERRE
                      MOVE RUNL-RUN-ID (1:8)    TO WS-ULTIMO-CIERRE
                   END-IF
                END-IF .

        REGISTRA-EVENTO .
      *         El ultimo evento de cada programa decide si quedo
      *         abierto: INICIO abre, cualquier otro evento cierra.
                MOVE ZEROS                      TO WS-PRG-HIT
                PERFORM COMPARA-PROGRAMA
                   VARYING WS-PRG-IDX FROM 1 BY 1
                   UNTIL WS-PRG-IDX > WS-PRG-CANT
                      OR WS-PRG-HIT > ZEROS
                IF WS-PRG-HIT = ZEROS
                   ADD 1                        TO WS-PRG-CANT
                   IF WS-PRG-CANT > 200
                      DISPLAY "TABLA DE PROGRAMAS EXCEDE SU CAPACIDAD"
                      DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                      DISPLAY "---------------------------------"
                      MOVE "TABLA DE PROGRAMAS EXCEDE SU CAPACIDAD"
                                           TO WS-ALERTA-MENSAJE
                      MOVE 1                    TO WS-ALERTA-CONDICION
                      PERFORM GRABA-ALERTA
                      MOVE 1                    TO RETURN-CODE
                      STOP RUN
                   END-IF
                   MOVE WS-PRG-CANT             TO WS-PRG-HIT
                   MOVE RUNL-PROGRAM_NAME       TO
                        WS-PRG-NOMBRE (WS-PRG-HIT)
                END-IF
                IF RUNL-EVENTO = "INICIO"
                   MOVE "S"                     TO
                        WS-PRG-ABIERTO (WS-PRG-HIT)
                ELSE
                   MOVE "N"                     TO
                        WS-PRG-ABIERTO (WS-PRG-HIT)
                END-IF .

        COMPARA-PROGRAMA .
                IF WS-PRG-NOMBRE (WS-PRG-IDX) = RUNL-PROGRAM_NAME
                   MOVE WS-PRG-IDX              TO WS-PRG-HIT
                END-IF .

        CUENTA-ABIERTOS .
                IF WS-PRG-ABIERTO (WS-PRG-IDX) = "S"
                   ADD 1                        TO WS-C-ABIERTOS
                   DISPLAY "EJECUCION ABIERTA: "
                           WS-PRG-NOMBRE (WS-PRG-IDX)
                END-IF .

        200000-PROCESO .
      *         Fecha calendario siguiente a la fecha cerrada.
                MOVE WS-FECNEG-FECHA            TO WS-FECHA-SIGUIENTE
                MOVE WS-FECNEG-FECHA            TO VFECHA-ENTRADA
                PERFORM CALCULA-DIAS-MES
                IF WS-SIG-DD < VFECHA-DIAS-MES
                   ADD 1                        TO WS-SIG-DD
                ELSE
                   MOVE 01                      TO WS-SIG-DD
                   IF WS-SIG-MM < 12
                      ADD 1                     TO WS-SIG-MM
                   ELSE
                      MOVE 01                   TO WS-SIG-MM
                      ADD 1                     TO WS-SIG-AAAA
                   END-IF
                END-IF
                IF NOT MODO-ENSAYO
                   PERFORM GRABA-CIERRE
                END-IF .

        GRABA-CIERRE .
      *         Primero el CIERRE en la bitacora y despues el avance
      *         del registro de control: si el job cae entre ambos, el
      *         reproceso encuentra la fecha cerrada y se detiene en
      *         vez de cerrar dos veces; Operaciones solo avanza el
      *         registro a mano.
                OPEN EXTEND LEDGER
                IF WS-RUNL-STATUS NOT = "00"
                   OPEN OUTPUT LEDGER
                END-IF
                MOVE WS-RUN-ID                  TO RUNL-RUN-ID
                MOVE "SFCPMIG1029"              TO RUNL-PROGRAM_NAME
                MOVE "INICIO"                   TO RUNL-EVENTO
                MOVE WS-TS-FECHA-HORA           TO RUNL-TIMESTAMP
                MOVE "ABIERTO"                  TO RUNL-ESTADO
                MOVE ZEROS                      TO RUNL-RETURN-CODE
                MOVE ZEROS                      TO RUNL-REGISTROS
                WRITE REG-LEDGER END-WRITE
                MOVE "CIERRE"                   TO RUNL-EVENTO
                MOVE "CERRADO"                  TO RUNL-ESTADO
                MOVE WS-C-ENT-1                 TO RUNL-REGISTROS
                WRITE REG-LEDGER END-WRITE
                CLOSE LEDGER
                MOVE WS-FECHA-SIGUIENTE         TO FECNEG-FECHA-PROC
                MOVE WS-FECNEG-FECHA            TO FECNEG-FECHA-CIERRE
                MOVE WS-TS-FECHA-HORA           TO FECNEG-TIMESTAMP
                OPEN OUTPUT FECNEG
                WRITE REG-FECNEG END-WRITE
                CLOSE FECNEG
                ADD 1                           TO WS-C-SAL-1 .

        300000-FINAL .
                IF MODO-ENSAYO
                   display "CIERRE EN MODO ENSAYO: SIN CAMBIOS"
                END-IF
                display "Eventos Leidos Bitacora = " WS-C-ENT-1.
                display "Ultimo Cierre Anterior  = " WS-ULTIMO-CIERRE.
                display "Fecha Negocio Cerrada   = " WS-FECNEG-FECHA.
                display "Nueva Fecha de Negocio  = " WS-FECHA-SIGUIENTE.
                display "Cierres Grabados        = " WS-C-SAL-1.

        VALIDA-FECHA .
      *         Valida que VFECHA-ENTRADA sea una fecha de calendario
      *         real AAAAMMDD (mes 01-12, dia segun mes y anio
      *         bisiesto, anio en rango razonable).
                MOVE "N"                        TO VFECHA-OK
                IF VFECHA-ENTRADA IS NUMERIC
                   AND VFECHA-AAAA > 1899 AND VFECHA-AAAA < 2100
                   AND VFECHA-MM > 00 AND VFECHA-MM < 13
                   PERFORM CALCULA-DIAS-MES
                   IF VFECHA-DD > 00
                      AND VFECHA-DD NOT > VFECHA-DIAS-MES
                      MOVE "S"                  TO VFECHA-OK
                   END-IF
                END-IF .

        CALCULA-DIAS-MES .
                EVALUATE VFECHA-MM
                   WHEN 04
                   WHEN 06
                   WHEN 09
                   WHEN 11
                      MOVE 30                   TO VFECHA-DIAS-MES
                   WHEN 02
                      PERFORM CALCULA-BISIESTO
                   WHEN OTHER
                      MOVE 31                   TO VFECHA-DIAS-MES
                END-EVALUATE .

        CALCULA-BISIESTO .
                MOVE 28                         TO VFECHA-DIAS-MES
                DIVIDE VFECHA-AAAA BY 4
                       GIVING VFECHA-COCIENTE
                       REMAINDER VFECHA-RESTO-4
                DIVIDE VFECHA-AAAA BY 100
                       GIVING VFECHA-COCIENTE
                       REMAINDER VFECHA-RESTO-100
                DIVIDE VFECHA-AAAA BY 400
                       GIVING VFECHA-COCIENTE
                       REMAINDER VFECHA-RESTO-400
                IF VFECHA-RESTO-4 = ZEROS
                   AND (VFECHA-RESTO-100 NOT = ZEROS
                        OR VFECHA-RESTO-400 = ZEROS)
                   MOVE 29                      TO VFECHA-DIAS-MES
                END-IF .

        GRABA-ALERTA .
      *         Asiento normalizado en el archivo unico de alertas;
      *         el parrafo que invoca ya dejo cargados el mensaje y
      *         el codigo de condicion.
                OPEN EXTEND ALERTA
                IF WS-ALER-STATUS NOT = "00"
                   OPEN OUTPUT ALERTA
                END-IF
                MOVE WS-RUN-ID                  TO ALER-RUN-ID
                MOVE "SFCPMIG1029"              TO ALER-PROGRAM_NAME
                MOVE "A"                        TO ALER-SEVERIDAD
                MOVE WS-ALERTA-CONDICION        TO ALER-CONDICION
                MOVE WS-ALERTA-MENSAJE          TO ALER-MENSAJE
                WRITE REG-ALERTA END-WRITE
                CLOSE ALERTA .

        ABRE-ENSAYO .
      *         Con el archivo FMODOENSAYO presente y marcado "S" la
      *         corrida queda en modo ensayo.
                OPEN INPUT ENSAYO
                IF WS-ENSAYO-STATUS = "00"
                   READ ENSAYO
                   IF WS-ENSAYO-STATUS = "00"
                      AND ENSAYO-MARCA = "S"
                      MOVE "S"                  TO WS-ENSAYO-SW
                      DISPLAY "CORRIDA EN MODO ENSAYO"
                   END-IF
                   CLOSE ENSAYO
                END-IF .
