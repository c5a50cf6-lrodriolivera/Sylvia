        IDENTIFICATION DIVISION.
        PROGRAM-ID. SFCPMIG1042 .
        AUTHOR.     CONNECTIS-GS.
      * Puesta al dia de la cadena SFCPMIG despues de noches caidas:
      * lee la lista de noches pendientes (FNOCHESPENDIENTES,
      * COPY_NOCHE_PENDIENTE) con los extractos que el legado entrego
      * para cada fecha de negocio, la valida completa (fechas de
      * calendario en orden estricto, sin saltos desde la fecha de
      * negocio vigente, extractos obligatorios presentes y sin
      * repetir) y deja en FASIGNACIONNOCHE (COPY_ASIGNACION_NOCHE)
      * la asignacion de archivos de la primera noche no cerrada:
      * sus extractos y las generaciones de los archivos rotativos
      * (COPY_ARCHIVO_ROTATIVO) que lee y que deja. El scheduler
      * repite el ciclo SFCPMIG1042, cadena de la noche y cierre de
      * dia SFCPMIG1029 mientras este programa termine con
      * RETURN-CODE 0; con 4 no quedan noches pendientes y con 12 la
      * lista o la bitacora no permiten seguir. Cada noche corre con
      * su propia fecha de negocio, por lo que su RUN-ID, salidas y
      * totales de control quedan separados. Si una noche falla no
      * se cierra, y al relanzar el ciclo con la misma lista se
      * retoma desde esa noche (las fechas ya cerradas se saltan).
      * Fecha : 15-10-2026
      * COMPILAR-LINK : cobol.sh SFCPMIG1042
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

                SELECT ENTRADA1 ASSIGN TO EXTERNAL FNOCHESPENDIENTES
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-NPEND-STATUS.

                SELECT ENTRADA2 ASSIGN TO EXTERNAL FARCHIVOROTATIVO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ROT-STATUS.

                SELECT SALIDA1 ASSIGN TO EXTERNAL FASIGNACIONNOCHE
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA2 ASSIGN TO EXTERNAL FREPORTEPUESTAALDIA
                       ORGANIZATION LINE SEQUENTIAL.

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

      *    Lista de noches pendientes con sus extractos.
       FD ENTRADA1
          RECORDING MODE IS F
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA1 .
           COPY COPY_NOCHE_PENDIENTE .

      *    Archivos rotativos de la cadena (opcional: sin el archivo
      *    rigen los cuatro de la tabla por omision).
       FD ENTRADA2
          RECORDING MODE IS F
          RECORD CONTAINS 75 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA2 .
           COPY COPY_ARCHIVO_ROTATIVO .

      *    Asignacion de archivos de la noche a procesar.
       FD SALIDA1
          RECORDING MODE IS F
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA1 .
           COPY COPY_ASIGNACION_NOCHE .

      *    Reporte del plan de puesta al dia (80 columnas).
       FD SALIDA2
          RECORDING MODE IS F
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA2                          PIC X(80) .

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
           05 WS-C-ENT-2                        PIC 9(12) VALUE ZEROS .
           05 WS-C-SAL-1                        PIC 9(12) VALUE ZEROS .
           05 WS-FIN-1                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-2                          PIC 9(01) VALUE ZEROS .
           05 WS-NPEND-STATUS                   PIC X(02) .
           05 WS-ROT-STATUS                     PIC X(02) .
           05 WS-RC-FINAL                       PIC 9(04) VALUE ZEROS .
           05 WS-C-CERRADAS                     PIC 9(04) VALUE ZEROS .
           05 WS-C-PENDIENTES                   PIC 9(04) VALUE ZEROS .
           05 WS-C-INTENTOS                     PIC 9(04) VALUE ZEROS .

        01 WS-SFCUENT .
           COPY SFCUENT .

      *    Fecha de negocio vigente, ultima fecha cerrada segun la
      *    bitacora y fecha calendario siguiente de trabajo.
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

      *    Noches de la lista: fecha, extractos y estado (CERRADA,
      *    A PROCESAR o PENDIENTE).
        01 WS-TABLA-NOCHES.
           05 WS-NOC-CANT                       PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-NOC-IDX                        PIC 9(04) COMP .
           05 WS-FECHA-ANTERIOR                 PIC X(08) VALUE SPACES .
           05 WS-FECHA-ULT-PEND                 PIC X(08) VALUE SPACES .
           05 WS-NOC-ITEM OCCURS 100 TIMES .
              10 WS-NOC-FECHA                   PIC X(08) .
              10 WS-NOC-EXTRACTOS               PIC 9(04) .
              10 WS-NOC-OBLIGATORIOS            PIC 9(04) .
              10 WS-NOC-ESTADO                  PIC X(10) .

      *    Extractos de la noche en curso de lectura (para detectar
      *    repetidos) y de la noche a procesar (para la asignacion).
        01 WS-TABLA-EXTRACTOS.
           05 WS-EXT-CANT                       PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-EXT-IDX                        PIC 9(04) COMP .
           05 WS-EXT-ENCONTRADO                 PIC X(01) .
              88 EXTRACTO-REPETIDO              VALUE "S" .
           05 WS-EXT-ITEM OCCURS 30 TIMES .
              10 WS-EXT-NOMBRE                  PIC X(16) .
           05 WS-ASG-CANT                       PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-ASG-IDX                        PIC 9(04) COMP .
           05 WS-ASG-ITEM OCCURS 30 TIMES .
              10 WS-ASG-EXTRACTO                PIC X(16) .
              10 WS-ASG-ARCHIVO                 PIC X(44) .

      *    Extractos que el legado entrega cada noche y sin los
      *    cuales la cadena no puede correr (los que revisa el
      *    validador previo SFCPMIG0401).
        01 WS-OBLIGATORIOS-VALORES.
           05 FILLER                            PIC X(16)
                 VALUE "RUTERO" .
           05 FILLER                            PIC X(16)
                 VALUE "T7542600" .
           05 FILLER                            PIC X(16)
                 VALUE "T7542350" .
           05 FILLER                            PIC X(16)
                 VALUE "MAE_FALLECIDOS" .
        01 WS-OBLIGATORIOS REDEFINES WS-OBLIGATORIOS-VALORES .
           05 WS-OBL-NOMBRE OCCURS 4 TIMES      PIC X(16) .

        01 WS-OBLIGATORIOS-CTL.
           05 WS-OBL-IDX                        PIC 9(04) COMP .
           05 WS-OBL-ENCONTRADO                 PIC X(01) .
              88 EXTRACTO-OBLIGATORIO           VALUE "S" .

      *    Archivos rotativos por omision: control incremental de
      *    SFCPMIG0501/0502, reciclo de no pareados, claves
      *    posteadas de SFCPMIG0701 y SFCPMIG0801, acumulado enviado
      *    por ola de SFCPMIG1051, saldo del libro de excepciones de
      *    SFCPMIG1012, historia de fallecidos de SFCPMIG1022 e
      *    intentos de rechazo de SFCPMIG1018.
        01 WS-ROTATIVOS-VALORES.
           05 FILLER                            PIC X(20)
                 VALUE "FULTIMAMIG" .
           05 FILLER                            PIC X(20)
                 VALUE "FULTIMAMIGNUEVO" .
           05 FILLER                            PIC X(35)
                 VALUE "SFCPMIG.ULTIMAMIG" .
           05 FILLER                            PIC X(20)
                 VALUE "FRECICLO" .
           05 FILLER                            PIC X(20)
                 VALUE "FRECICLONUEVO" .
           05 FILLER                            PIC X(35)
                 VALUE "SFCPMIG.RECICLO" .
           05 FILLER                            PIC X(20)
                 VALUE "FCLAVESPOST0701" .
           05 FILLER                            PIC X(20)
                 VALUE "FCLAVESPOST0701NUEVO" .
           05 FILLER                            PIC X(35)
                 VALUE "SFCPMIG.CLAVESPOST0701" .
           05 FILLER                            PIC X(20)
                 VALUE "FCLAVESPOST0801" .
           05 FILLER                            PIC X(20)
                 VALUE "FCLAVESPOST0801NUEVO" .
           05 FILLER                            PIC X(35)
                 VALUE "SFCPMIG.CLAVESPOST0801" .
           05 FILLER                            PIC X(20)
                 VALUE "FENVIADOOLA" .
           05 FILLER                            PIC X(20)
                 VALUE "FENVIADOOLANUEVO" .
           05 FILLER                            PIC X(35)
                 VALUE "SFCPMIG.ENVIADOOLA" .
           05 FILLER                            PIC X(20)
                 VALUE "FEXLEDSALDO" .
           05 FILLER                            PIC X(20)
                 VALUE "FEXLEDSALDONUEVO" .
           05 FILLER                            PIC X(35)
                 VALUE "SFCPMIG.EXLEDSALDO" .
           05 FILLER                            PIC X(20)
                 VALUE "FFALLECIDOSHIST" .
           05 FILLER                            PIC X(20)
                 VALUE "FFALLECIDOSHISTNUEVO" .
           05 FILLER                            PIC X(35)
                 VALUE "SFCPMIG.FALLECIDOSHIST" .
           05 FILLER                            PIC X(20)
                 VALUE "FINTENTOSRECHAZO" .
           05 FILLER                            PIC X(20)
                 VALUE "FINTENTOSNUEVO" .
           05 FILLER                            PIC X(35)
                 VALUE "SFCPMIG.INTENTOSRECHAZO" .
        01 WS-ROTATIVOS-DEFECTO REDEFINES WS-ROTATIVOS-VALORES .
           05 WS-ROTD-ITEM OCCURS 8 TIMES .
              10 WS-ROTD-SIMBOLO                PIC X(20) .
              10 WS-ROTD-SIMBOLO-NUEVO          PIC X(20) .
              10 WS-ROTD-BASE                   PIC X(35) .

        01 WS-TABLA-ROTATIVOS.
           05 WS-ROT-CANT                       PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-ROT-IDX                        PIC 9(04) COMP .
           05 WS-ROT-ITEM OCCURS 20 TIMES .
              10 WS-ROT-SIMBOLO                 PIC X(20) .
              10 WS-ROT-SIMBOLO-NUEVO           PIC X(20) .
              10 WS-ROT-BASE                    PIC X(35) .

      *    Validacion de calendario comun de la cadena.
        01 WS-VALIDA-FECHA.
           COPY COPY_VALIDA_FECHA .

      *    Lineas del reporte.
        01 WS-REPORTE.
           05 WS-LINEA                          PIC X(80) .
           05 WS-SEPARADOR                      PIC X(80)
                                                 VALUE ALL "-" .
           05 WS-CANT-ED                        PIC Z(03)9 .

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
                MOVE WS-RC-FINAL           TO RETURN-CODE
                STOP RUN .

        100000-INICIO .
      *         La asignacion se vacia al partir: si la corrida se
      *         detiene, el scheduler no encuentra una noche vieja.
                OPEN OUTPUT SALIDA1
                CLOSE SALIDA1
                MOVE FUNCTION CURRENT-DATE      TO WS-TIMESTAMP
                MOVE WS-TS-FECHA-HORA           TO WS-RUN-ID
                PERFORM LEE-FECHA-NEGOCIO
                MOVE WS-FECNEG-FECHA            TO WS-RUN-ID (1:8)
                MOVE WS-FECNEG-FECHA            TO WS-RUN-FECHA
                PERFORM ABRE-ENSAYO
                MOVE "BATCHMIG"                 TO SFCUENT-USUARIO
                MOVE WS-FECNEG-FECHA            TO SFCUENT-FECHA-PROC
                PERFORM REVISA-BITACORA
                PERFORM CARGA-ROTATIVOS .

        LEE-FECHA-NEGOCIO .
      *         La noche a procesar es siempre la fecha de negocio
      *         vigente: solo el cierre de dia la avanza.
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
      *         Una ejecucion abierta significa que la noche en curso
      *         fallo a medias: Operaciones la revisa y la cierra en
      *         la bitacora antes de retomar. Una fecha de negocio no
      *         posterior al ultimo cierre indica un cierre de dia
      *         incompleto.
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
                   MOVE "PUESTA AL DIA CON EJECUCIONES ABIERTAS"
                                           TO WS-ALERTA-MENSAJE
                   PERFORM DETIENE-PUESTA-AL-DIA
                END-IF
                IF WS-FECNEG-FECHA NOT > WS-ULTIMO-CIERRE
                   DISPLAY "FECHA DE NEGOCIO " WS-FECNEG-FECHA
                           " YA CERRADA, ULTIMO CIERRE="
                           WS-ULTIMO-CIERRE
                   MOVE "FECHA DE NEGOCIO YA CERRADA EN LA BITACORA"
                                           TO WS-ALERTA-MENSAJE
                   PERFORM DETIENE-PUESTA-AL-DIA
                END-IF .

        LEE-RUN-LEDGER .
                READ LEDGER AT END MOVE 1       TO WS-FIN-RL .
                IF WS-FIN-RL = ZEROS
                   ADD 1                        TO WS-C-ENT-2
                   PERFORM REGISTRA-EVENTO
                   IF RUNL-EVENTO = "CIERRE"
                      AND RUNL-RUN-ID (1:8) > WS-ULTIMO-CIERRE
                      MOVE RUNL-RUN-ID (1:8)    TO WS-ULTIMO-CIERRE
                   END-IF
      *            Asignaciones anteriores de esta misma noche: la
      *            noche se esta retomando despues de una falla.
                   IF RUNL-PROGRAM_NAME = "SFCPMIG1042"
                      AND RUNL-EVENTO = "FIN"
                      AND RUNL-RUN-ID (1:8) = WS-FECNEG-FECHA
                      ADD 1                     TO WS-C-INTENTOS
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

        CARGA-ROTATIVOS .
      *         Con FARCHIVOROTATIVO presente y con registros, su
      *         contenido reemplaza completa la tabla por omision.
                OPEN INPUT ENTRADA2
                IF WS-ROT-STATUS = "00"
                   PERFORM LEE-02
                   PERFORM CARGA-ROTATIVO UNTIL WS-FIN-2 = 1
                   CLOSE ENTRADA2
                END-IF
                IF WS-ROT-CANT = ZEROS
                   PERFORM CARGA-ROTATIVO-DEFECTO
                      VARYING WS-ROT-IDX FROM 1 BY 1
                      UNTIL WS-ROT-IDX > 8
                END-IF .

        LEE-02 .
                READ ENTRADA2 AT END MOVE 1     TO WS-FIN-2 .

        CARGA-ROTATIVO .
                IF ROT-SIMBOLO NOT = SPACES
                   ADD 1                        TO WS-ROT-CANT
                   IF WS-ROT-CANT > 20
                      DISPLAY "TABLA DE ARCHIVOS ROTATIVOS EXCEDE SU"
                              " CAPACIDAD"
                      MOVE "DEMASIADOS ARCHIVOS ROTATIVOS"
                                           TO WS-ALERTA-MENSAJE
                      PERFORM DETIENE-PUESTA-AL-DIA
                   END-IF
                   MOVE ROT-SIMBOLO             TO
                        WS-ROT-SIMBOLO (WS-ROT-CANT)
                   MOVE ROT-SIMBOLO-NUEVO       TO
                        WS-ROT-SIMBOLO-NUEVO (WS-ROT-CANT)
                   MOVE ROT-BASE                TO
                        WS-ROT-BASE (WS-ROT-CANT)
                END-IF
                PERFORM LEE-02 .

        CARGA-ROTATIVO-DEFECTO .
                ADD 1                           TO WS-ROT-CANT
                MOVE WS-ROTD-ITEM (WS-ROT-IDX)  TO
                     WS-ROT-ITEM (WS-ROT-CANT) .

        200000-PROCESO .
      *         La lista se valida completa antes de asignar la
      *         primera noche, para no descubrir un error a mitad de
      *         la puesta al dia.
                OPEN INPUT ENTRADA1
                IF WS-NPEND-STATUS NOT = "00"
                   DISPLAY "LISTA DE NOCHES PENDIENTES NO DISPONIBLE"
                   MOVE "LISTA DE NOCHES PENDIENTES NO DISPONIBLE"
                                           TO WS-ALERTA-MENSAJE
                   PERFORM DETIENE-PUESTA-AL-DIA
                END-IF
                PERFORM LEE-01
                PERFORM PROCESA-EXTRACTO UNTIL WS-FIN-1 = 1
                CLOSE ENTRADA1
                IF WS-NOC-CANT > ZEROS
                   PERFORM CIERRA-NOCHE
                END-IF .

        LEE-01 .
                READ ENTRADA1 AT END MOVE 1     TO WS-FIN-1 .
                IF WS-FIN-1 = ZEROS
                   ADD 1                        TO WS-C-ENT-1
                END-IF .

        PROCESA-EXTRACTO .
                MOVE NPEND-FECHA                TO VFECHA-ENTRADA
                PERFORM VALIDA-FECHA
                IF NOT FECHA-ES-VALIDA
                   DISPLAY "FECHA INVALIDA EN LA LISTA=" NPEND-FECHA
                           " REGISTRO=" WS-C-ENT-1
                   MOVE "FECHA INVALIDA EN LA LISTA DE NOCHES"
                                           TO WS-ALERTA-MENSAJE
                   PERFORM DETIENE-PUESTA-AL-DIA
                END-IF
                IF NPEND-FECHA < WS-FECHA-ANTERIOR
                   DISPLAY "LISTA FUERA DE ORDEN DE FECHA=" NPEND-FECHA
                           " ANTERIOR=" WS-FECHA-ANTERIOR
                   MOVE "LISTA DE NOCHES FUERA DE ORDEN DE FECHA"
                                           TO WS-ALERTA-MENSAJE
                   PERFORM DETIENE-PUESTA-AL-DIA
                END-IF
                IF NPEND-FECHA NOT = WS-FECHA-ANTERIOR
                   IF WS-NOC-CANT > ZEROS
                      PERFORM CIERRA-NOCHE
                   END-IF
                   PERFORM ABRE-NOCHE
                END-IF
                IF NPEND-EXTRACTO = SPACES
                   OR NPEND-ARCHIVO = SPACES
                   DISPLAY "EXTRACTO SIN NOMBRE O SIN ARCHIVO FECHA="
                           NPEND-FECHA " REGISTRO=" WS-C-ENT-1
                   MOVE "EXTRACTO SIN NOMBRE O SIN ARCHIVO EN LA LISTA"
                                           TO WS-ALERTA-MENSAJE
                   PERFORM DETIENE-PUESTA-AL-DIA
                END-IF
                MOVE "N"                        TO WS-EXT-ENCONTRADO
                PERFORM COMPARA-EXTRACTO
                   VARYING WS-EXT-IDX FROM 1 BY 1
                   UNTIL WS-EXT-IDX > WS-EXT-CANT
                      OR EXTRACTO-REPETIDO
                IF EXTRACTO-REPETIDO
                   DISPLAY "EXTRACTO REPETIDO " NPEND-EXTRACTO
                           " FECHA=" NPEND-FECHA
                   MOVE "EXTRACTO REPETIDO EN UNA NOCHE DE LA LISTA"
                                           TO WS-ALERTA-MENSAJE
                   PERFORM DETIENE-PUESTA-AL-DIA
                END-IF
                ADD 1                           TO WS-EXT-CANT
                IF WS-EXT-CANT > 30
                   DISPLAY "NOCHE " NPEND-FECHA
                           " CON MAS DE 30 EXTRACTOS"
                   MOVE "NOCHE CON MAS EXTRACTOS QUE LOS PERMITIDOS"
                                           TO WS-ALERTA-MENSAJE
                   PERFORM DETIENE-PUESTA-AL-DIA
                END-IF
                MOVE NPEND-EXTRACTO             TO
                     WS-EXT-NOMBRE (WS-EXT-CANT)
                ADD 1                           TO
                    WS-NOC-EXTRACTOS (WS-NOC-CANT)
                MOVE "N"                        TO WS-OBL-ENCONTRADO
                PERFORM COMPARA-OBLIGATORIO
                   VARYING WS-OBL-IDX FROM 1 BY 1
                   UNTIL WS-OBL-IDX > 4
                      OR EXTRACTO-OBLIGATORIO
                IF EXTRACTO-OBLIGATORIO
                   ADD 1                        TO
                       WS-NOC-OBLIGATORIOS (WS-NOC-CANT)
                END-IF
                IF WS-NOC-ESTADO (WS-NOC-CANT) = "A PROCESAR"
                   ADD 1                        TO WS-ASG-CANT
                   MOVE NPEND-EXTRACTO          TO
                        WS-ASG-EXTRACTO (WS-ASG-CANT)
                   MOVE NPEND-ARCHIVO           TO
                        WS-ASG-ARCHIVO (WS-ASG-CANT)
                END-IF
                MOVE NPEND-FECHA                TO WS-FECHA-ANTERIOR
                PERFORM LEE-01 .

        ABRE-NOCHE .
      *         Las fechas ya cerradas se saltan; la primera no
      *         cerrada debe ser la fecha de negocio vigente y cada
      *         una de las siguientes el dia calendario que sigue a
      *         la anterior: la cadena no puede saltarse una noche.
                ADD 1                           TO WS-NOC-CANT
                IF WS-NOC-CANT > 100
                   DISPLAY "LISTA CON MAS DE 100 NOCHES"
                   MOVE "LISTA CON MAS NOCHES QUE LAS PERMITIDAS"
                                           TO WS-ALERTA-MENSAJE
                   PERFORM DETIENE-PUESTA-AL-DIA
                END-IF
                MOVE NPEND-FECHA                TO
                     WS-NOC-FECHA (WS-NOC-CANT)
                MOVE ZEROS                      TO
                     WS-NOC-EXTRACTOS (WS-NOC-CANT)
                MOVE ZEROS                      TO
                     WS-NOC-OBLIGATORIOS (WS-NOC-CANT)
                MOVE ZEROS                      TO WS-EXT-CANT
                IF NPEND-FECHA NOT > WS-ULTIMO-CIERRE
                   MOVE "CERRADA"               TO
                        WS-NOC-ESTADO (WS-NOC-CANT)
                   ADD 1                        TO WS-C-CERRADAS
                ELSE
                   IF WS-C-PENDIENTES = ZEROS
                      MOVE WS-FECNEG-FECHA      TO WS-FECHA-SIGUIENTE
                      MOVE "A PROCESAR"         TO
                           WS-NOC-ESTADO (WS-NOC-CANT)
                   ELSE
                      MOVE WS-FECHA-ULT-PEND    TO WS-FECHA-SIGUIENTE
                      PERFORM CALCULA-DIA-SIGUIENTE
                      MOVE "PENDIENTE"          TO
                           WS-NOC-ESTADO (WS-NOC-CANT)
                   END-IF
                   IF NPEND-FECHA NOT = WS-FECHA-SIGUIENTE
                      DISPLAY "SALTO DE FECHA EN LA LISTA, SE ESPERABA "
                              WS-FECHA-SIGUIENTE " Y VIENE "
                              NPEND-FECHA
                      MOVE "SALTO DE FECHA EN LA LISTA DE NOCHES"
                                           TO WS-ALERTA-MENSAJE
                      PERFORM DETIENE-PUESTA-AL-DIA
                   END-IF
                   ADD 1                        TO WS-C-PENDIENTES
                   MOVE NPEND-FECHA             TO WS-FECHA-ULT-PEND
                END-IF .

        CIERRA-NOCHE .
      *         Una noche pendiente sin alguno de los extractos
      *         obligatorios no puede correr: se detiene aqui y no en
      *         medio de la cadena de esa noche.
                IF WS-NOC-ESTADO (WS-NOC-CANT) NOT = "CERRADA"
                   AND WS-NOC-OBLIGATORIOS (WS-NOC-CANT) < 4
                   DISPLAY "NOCHE " WS-NOC-FECHA (WS-NOC-CANT)
                           " SIN TODOS LOS EXTRACTOS OBLIGATORIOS"
                   MOVE "NOCHE PENDIENTE SIN EXTRACTO OBLIGATORIO"
                                           TO WS-ALERTA-MENSAJE
                   PERFORM DETIENE-PUESTA-AL-DIA
                END-IF .

        COMPARA-EXTRACTO .
                IF WS-EXT-NOMBRE (WS-EXT-IDX) = NPEND-EXTRACTO
                   MOVE "S"                     TO WS-EXT-ENCONTRADO
                END-IF .

        COMPARA-OBLIGATORIO .
                IF WS-OBL-NOMBRE (WS-OBL-IDX) = NPEND-EXTRACTO
                   MOVE "S"                     TO WS-OBL-ENCONTRADO
                END-IF .

        CALCULA-DIA-SIGUIENTE .
      *         Dia calendario siguiente a WS-FECHA-SIGUIENTE, con la
      *         misma regla del cierre de dia SFCPMIG1029.
                MOVE WS-FECHA-SIGUIENTE         TO VFECHA-ENTRADA
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
                END-IF .

        300000-FINAL .
                IF WS-C-PENDIENTES = ZEROS
                   MOVE 4                       TO WS-RC-FINAL
                ELSE
                   PERFORM GRABA-ASIGNACION
                   PERFORM GRABA-RUN-LEDGER
                END-IF
                PERFORM ESCRIBE-REPORTE
                display "Registros Lista Noches  = " WS-C-ENT-1.
                display "Eventos Leidos Bitacora = " WS-C-ENT-2.
                display "Ultimo Cierre           = " WS-ULTIMO-CIERRE.
                display "Noches Ya Cerradas      = " WS-C-CERRADAS.
                display "Noches Pendientes       = " WS-C-PENDIENTES.
                display "Noche a Procesar        = " WS-FECNEG-FECHA.
                display "Intentos Anteriores     = " WS-C-INTENTOS.
                display "Asignaciones Grabadas   = " WS-C-SAL-1.
                display "Return-Code Final       = " WS-RC-FINAL.

        GRABA-ASIGNACION .
      *         Extractos de la noche y, por cada archivo rotativo, la
      *         generacion que deja el ultimo cierre (entrada) y la
      *         que dejara esta noche (salida). Sin cierre previo la
      *         entrada es la generacion inicial, sin sufijo.
                OPEN OUTPUT SALIDA1
                PERFORM GRABA-ASIGNACION-EXTRACTO
                   VARYING WS-ASG-IDX FROM 1 BY 1
                   UNTIL WS-ASG-IDX > WS-ASG-CANT
                PERFORM GRABA-ASIGNACION-ROTATIVO
                   VARYING WS-ROT-IDX FROM 1 BY 1
                   UNTIL WS-ROT-IDX > WS-ROT-CANT
                CLOSE SALIDA1 .

        GRABA-ASIGNACION-EXTRACTO .
                MOVE SPACES                     TO REG-SALIDA1
                MOVE WS-FECNEG-FECHA            TO ASIG-FECHA
                MOVE "E"                        TO ASIG-TIPO
                MOVE WS-ASG-EXTRACTO (WS-ASG-IDX) TO ASIG-SIMBOLO
                MOVE WS-ASG-ARCHIVO (WS-ASG-IDX) TO ASIG-ARCHIVO
                WRITE REG-SALIDA1 END-WRITE
                ADD 1                           TO WS-C-SAL-1 .

        GRABA-ASIGNACION-ROTATIVO .
                MOVE SPACES                     TO REG-SALIDA1
                MOVE WS-FECNEG-FECHA            TO ASIG-FECHA
                MOVE "A"                        TO ASIG-TIPO
                MOVE WS-ROT-SIMBOLO (WS-ROT-IDX) TO ASIG-SIMBOLO
                IF WS-ULTIMO-CIERRE = ZEROS
                   MOVE WS-ROT-BASE (WS-ROT-IDX) TO ASIG-ARCHIVO
                ELSE
                   STRING WS-ROT-BASE (WS-ROT-IDX) DELIMITED BY SPACE
                          "."                   DELIMITED BY SIZE
                          WS-ULTIMO-CIERRE      DELIMITED BY SIZE
                          INTO ASIG-ARCHIVO
                   END-STRING
                END-IF
                WRITE REG-SALIDA1 END-WRITE
                MOVE SPACES                     TO ASIG-ARCHIVO
                MOVE "N"                        TO ASIG-TIPO
                MOVE WS-ROT-SIMBOLO-NUEVO (WS-ROT-IDX) TO ASIG-SIMBOLO
                STRING WS-ROT-BASE (WS-ROT-IDX) DELIMITED BY SPACE
                       "."                      DELIMITED BY SIZE
                       WS-FECNEG-FECHA          DELIMITED BY SIZE
                       INTO ASIG-ARCHIVO
                END-STRING
                WRITE REG-SALIDA1 END-WRITE
                ADD 2                           TO WS-C-SAL-1 .

        GRABA-RUN-LEDGER .
      *         INICIO y FIN juntos: la asignacion ya quedo grabada y
      *         el RUN-ID lleva la fecha de la noche asignada.
                OPEN EXTEND LEDGER
                IF WS-RUNL-STATUS NOT = "00"
                   OPEN OUTPUT LEDGER
                END-IF
                MOVE WS-RUN-ID                  TO RUNL-RUN-ID
                MOVE "SFCPMIG1042"              TO RUNL-PROGRAM_NAME
                MOVE "INICIO"                   TO RUNL-EVENTO
                MOVE WS-TS-FECHA-HORA           TO RUNL-TIMESTAMP
                MOVE "ABIERTO"                  TO RUNL-ESTADO
                MOVE ZEROS                      TO RUNL-RETURN-CODE
                MOVE ZEROS                      TO RUNL-REGISTROS
                WRITE REG-LEDGER END-WRITE
                MOVE FUNCTION CURRENT-DATE      TO WS-TIMESTAMP
                MOVE "FIN"                      TO RUNL-EVENTO
                MOVE WS-TS-FECHA-HORA           TO RUNL-TIMESTAMP
                MOVE "OK"                       TO RUNL-ESTADO
                MOVE WS-C-SAL-1                 TO RUNL-REGISTROS
                WRITE REG-LEDGER END-WRITE
                CLOSE LEDGER .

        ESCRIBE-REPORTE .
                OPEN OUTPUT SALIDA2
                MOVE "PUESTA AL DIA DE NOCHES PENDIENTES - SFCPMIG"
                                                TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE
                MOVE SPACES                     TO WS-LINEA
                MOVE "FECHA DE NEGOCIO "        TO WS-LINEA
                MOVE WS-FECNEG-FECHA            TO WS-LINEA (18:8)
                MOVE " ULTIMO CIERRE "          TO WS-LINEA (27:15)
                MOVE WS-ULTIMO-CIERRE           TO WS-LINEA (42:8)
                MOVE WS-LINEA                   TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE
                MOVE WS-SEPARADOR               TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE
                MOVE SPACES                     TO WS-LINEA
                MOVE "FECHA"                    TO WS-LINEA (1:5)
                MOVE "EXTRACTOS"                TO WS-LINEA (12:9)
                MOVE "ESTADO"                   TO WS-LINEA (24:6)
                MOVE WS-LINEA                   TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE
                PERFORM ESCRIBE-LINEA-NOCHE
                   VARYING WS-NOC-IDX FROM 1 BY 1
                   UNTIL WS-NOC-IDX > WS-NOC-CANT
                MOVE WS-SEPARADOR               TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE
                IF WS-C-PENDIENTES = ZEROS
                   MOVE "RESULTADO: SIN NOCHES PENDIENTES"
                                                TO REG-SALIDA2
                   WRITE REG-SALIDA2 END-WRITE
                ELSE
                   MOVE SPACES                  TO WS-LINEA
                   MOVE "RESULTADO: PROCESAR NOCHE "
                                                TO WS-LINEA
                   MOVE WS-FECNEG-FECHA         TO WS-LINEA (27:8)
                   MOVE WS-C-PENDIENTES         TO WS-CANT-ED
                   MOVE " PENDIENTES "          TO WS-LINEA (35:12)
                   MOVE WS-CANT-ED              TO WS-LINEA (47:4)
                   MOVE " INTENTOS PREVIOS "    TO WS-LINEA (51:18)
                   MOVE WS-C-INTENTOS           TO WS-CANT-ED
                   MOVE WS-CANT-ED              TO WS-LINEA (69:4)
                   MOVE WS-LINEA                TO REG-SALIDA2
                   WRITE REG-SALIDA2 END-WRITE
                END-IF
                CLOSE SALIDA2 .

        ESCRIBE-LINEA-NOCHE .
                MOVE SPACES                     TO WS-LINEA
                MOVE WS-NOC-FECHA (WS-NOC-IDX)  TO WS-LINEA (1:8)
                MOVE WS-NOC-EXTRACTOS (WS-NOC-IDX) TO WS-CANT-ED
                MOVE WS-CANT-ED                 TO WS-LINEA (17:4)
                MOVE WS-NOC-ESTADO (WS-NOC-IDX) TO WS-LINEA (24:10)
                MOVE WS-LINEA                   TO REG-SALIDA2
                WRITE REG-SALIDA2 END-WRITE .

        DETIENE-PUESTA-AL-DIA .
      *         La puesta al dia se detiene sin asignar noche: la
      *         asignacion queda vacia y el scheduler corta el ciclo.
                DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                DISPLAY "---------------------------------"
                MOVE 12                         TO WS-ALERTA-CONDICION
                PERFORM GRABA-ALERTA
                MOVE 12                         TO RETURN-CODE
                STOP RUN .

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
                MOVE "SFCPMIG1042"              TO ALER-PROGRAM_NAME
                MOVE "A"                        TO ALER-SEVERIDAD
                MOVE WS-ALERTA-CONDICION        TO ALER-CONDICION
                MOVE WS-ALERTA-MENSAJE          TO ALER-MENSAJE
                WRITE REG-ALERTA END-WRITE
                CLOSE ALERTA .

        ABRE-ENSAYO .
      *         El ensayo no cierra dias, asi que una puesta al dia
      *         en ensayo repetiria la misma noche sin fin: no se
      *         admite.
                OPEN INPUT ENSAYO
                IF WS-ENSAYO-STATUS = "00"
                   READ ENSAYO
                   IF WS-ENSAYO-STATUS = "00"
                      AND ENSAYO-MARCA = "S"
                      MOVE "S"                  TO WS-ENSAYO-SW
                   END-IF
                   CLOSE ENSAYO
                END-IF
                IF MODO-ENSAYO
                   DISPLAY "PUESTA AL DIA NO SE EJECUTA EN MODO ENSAYO"
                   MOVE "PUESTA AL DIA NO SE EJECUTA EN MODO ENSAYO"
                                           TO WS-ALERTA-MENSAJE
                   PERFORM DETIENE-PUESTA-AL-DIA
                END-IF .
