        IDENTIFICATION DIVISION.
        PROGRAM-ID. SFCPMIG1051 .
        AUTHOR.     CONNECTIS-GS.
      * Estado de la salida en vivo por olas: por cada ola del plan
      * (COPY_PLAN_OLAS) y para los RUT que ninguna ola cubre, cuenta
      * socios y puntos planificados, enviados a Oracle, confirmados
      * por Oracle y pendientes.
      *  - Planificado: filas del Rutero de la ola (RUT + marca) y
      *    saldo legado del RUT (FSALDOLEGACY).
      *  - Enviado: socio con registro en el control de migracion
      *    que deja SFCPMIG0501 (FULTIMAMIGNUEVO) y puntos netos
      *    acumulados de todas las noches enviadas (FENVIADOOLA).
      *  - Confirmado: socio (prefijo de su marca + RUT) y saldo
      *    presentes en el export de Oracle (FSALDOORACLE).
      *  - Pendiente: planificado menos confirmado.
      * La ola de cada fila del Rutero se resuelve igual que en
      * SFCPMIG0501/0601: la primera del plan cuya marca (blanco =
      * todas) y rango de RUT la cubren. El estado de la ola sale de
      * su fecha planificada contra la fecha de negocio (FUTURA,
      * ABIERTA o CERRADA). Los puntos del RUT se cuentan en la ola
      * de su primera fila del Rutero.
      * El acumulado de puntos enviados se rota cada noche: el
      * anterior (FENVIADOOLA) mas el saldo neto migrado de la noche
      * por SFCPMIG1004 (FSALDOMIGRADO) queda en FENVIADOOLANUEVO,
      * que el JCL renombra para la noche siguiente. Si se libero un
      * paquete de reverso de corrida (SFCPMIG1049), su neto
      * reversado por RUT (FSALDOREVERSO, opcional) se descuenta del
      * acumulado. En modo ensayo el acumulado pasa sin sumar la
      * noche ni descontar el reverso.
      * Todos los archivos de entrada vienen ordenados por RUT.
      * Fecha : 15-10-2026
      * COMPILAR-LINK : cobol.sh SFCPMIG1051
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

                SELECT ENTRADA1 ASSIGN TO EXTERNAL FENTRADA1
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-E01-STATUS.

                SELECT ENTRADA2 ASSIGN TO EXTERNAL FPLANOLAS
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-E02-STATUS.

                SELECT ENTRADA3 ASSIGN TO EXTERNAL FMARCA
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-E03-STATUS.

                SELECT ENTRADA4 ASSIGN TO EXTERNAL FSALDOLEGACY
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-E04-STATUS.

                SELECT ENTRADA5 ASSIGN TO EXTERNAL FULTIMAMIGNUEVO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-E05-STATUS.

                SELECT ENTRADA6 ASSIGN TO EXTERNAL FENVIADOOLA
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-E06-STATUS.

                SELECT ENTRADA7 ASSIGN TO EXTERNAL FSALDOMIGRADO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-E07-STATUS.

                SELECT ENTRADA8 ASSIGN TO EXTERNAL FSALDOORACLE
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-E08-STATUS.

      *         Neto reversado por RUT de SFCPMIG1049 (opcional).
                SELECT ENTRADA9 ASSIGN TO EXTERNAL FSALDOREVERSO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-E09-STATUS.

                SELECT SALIDA1 ASSIGN TO EXTERNAL FREPORTEOLAS
                       ORGANIZATION LINE SEQUENTIAL.

      *         Acumulado de puntos enviados por RUT, rotado por el
      *         JCL; se relee en la pasada del Rutero.
                SELECT SALIDA2 ASSIGN TO EXTERNAL FENVIADOOLANUEVO
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA3 ASSIGN TO EXTERNAL FCONTROLTOTALES
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-CTOT-STATUS.

                SELECT LEDGER ASSIGN TO EXTERNAL FRUNLEDGER
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-RUNL-STATUS.

      *         Registro de control de la fecha de negocio de la
      *         cadena (COPY_FECHA_NEGOCIO).
                SELECT FECNEG ASSIGN TO EXTERNAL FFECHANEGOCIO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-FECNEG-STATUS.

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

      *    Rutero ordenado por RUT: socios planificados.
       FD ENTRADA1
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 18 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA1 .
          COPY COPY_RUTERO_ORD .

      *    Plan de salida en vivo por olas (COPY_PLAN_OLAS).
       FD ENTRADA2
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 68 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA2 .
          COPY COPY_PLAN_OLAS .

      *    Tabla de marcas/cadenas del grupo (COPY_MARCA).
       FD ENTRADA3
          RECORDING MODE IS F
          RECORD CONTAINS 26 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA3 .
           COPY COPY_MARCA .

      *    Saldo de puntos del legado por RUT.
       FD ENTRADA4
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 20 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA4 .
          COPY COPY_SALDO_LEGACY .

      *    Control de migracion de la noche (SFCPMIG0501).
       FD ENTRADA5
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 153 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA5 .
          COPY COPY_CONTROL_MIGRACION .

      *    Acumulado anterior de puntos enviados por RUT.
       FD ENTRADA6
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 20 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA6 .
          COPY COPY_SALDO_LEGACY REPLACING LEADING ==SALDO== BY
               ==ACUV== .

      *    Saldo neto migrado de la noche (SFCPMIG1004).
       FD ENTRADA7
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 20 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA7 .
          COPY COPY_SALDO_LEGACY REPLACING LEADING ==SALDO== BY
               ==SMIG== .

      *    Export de saldos por socio de Oracle (COPY_SALDO_ORACLE).
       FD ENTRADA8
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 27 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA8 .
          COPY COPY_SALDO_ORACLE .

      *    Neto reversado por RUT de un paquete de reverso liberado.
       FD ENTRADA9
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 20 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA9 .
          COPY COPY_SALDO_LEGACY REPLACING LEADING ==SALDO== BY
               ==SREV== .

      *    Informe de estado por ola.
       FD SALIDA1
          RECORDING MODE IS F
          RECORD CONTAINS 132 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA1                           PIC X(132) .

      *    Acumulado nuevo de puntos enviados por RUT.
       FD SALIDA2
          RECORDING MODE IS F
          RECORD CONTAINS 20 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA2 .
           COPY COPY_SALDO_LEGACY REPLACING LEADING ==SALDO== BY
                ==ACUN== .

      *    Historial de totales de control de la corrida
      *    (COPY_CONTROL_TOTALES), compartido por toda la cadena.
       FD SALIDA3
          RECORDING MODE IS F
          RECORD CONTAINS 51 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA3 .
           COPY COPY_CONTROL_TOTALES .

      *    Bitacora de ejecuciones de la cadena (COPY_RUN_LEDGER).
       FD LEDGER
          RECORDING MODE IS F
          RECORD CONTAINS 69 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-LEDGER .
           COPY COPY_RUN_LEDGER .

      *    Registro de control de la fecha de negocio de la cadena
      *    (COPY_FECHA_NEGOCIO), un solo registro.
       FD FECNEG
          RECORDING MODE IS F
          RECORD CONTAINS 30 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-FECNEG .
           COPY COPY_FECHA_NEGOCIO .

      *    Alerta normalizada de operacion (COPY_ALERTA).
       FD ALERTA
          RECORDING MODE IS F
          RECORD CONTAINS 90 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ALERTA .
           COPY COPY_ALERTA .

      *    Interruptor de modo ensayo.
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
           05 WS-FIN-1                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-2                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-3                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-4                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-5                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-6                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-7                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-8                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-9                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-ACU                        PIC 9(01) VALUE ZEROS .
           05 WS-E01-STATUS                     PIC X(02) .
           05 WS-E02-STATUS                     PIC X(02) .
           05 WS-E03-STATUS                     PIC X(02) .
           05 WS-E04-STATUS                     PIC X(02) .
           05 WS-E05-STATUS                     PIC X(02) .
           05 WS-E06-STATUS                     PIC X(02) .
           05 WS-E07-STATUS                     PIC X(02) .
           05 WS-E08-STATUS                     PIC X(02) .
           05 WS-E09-STATUS                     PIC X(02) .
           05 WS-CTOT-STATUS                    PIC X(02) .
           05 WS-RC-FINAL                       PIC 9(04) VALUE ZEROS .
           05 WS-FECHA .
              10 WS-FAA                         PIC X(04) .
              10 WS-FMM                         PIC X(02) .
              10 WS-FDD                         PIC X(02) .

        01 WS-CONTADORES.
           05 WS-C-RUTERO                       PIC 9(12) VALUE ZEROS .
           05 WS-C-RECHAZADOS                   PIC 9(12) VALUE ZEROS .
           05 WS-C-RUT                          PIC 9(12) VALUE ZEROS .
           05 WS-C-ACUMULADO                    PIC 9(12) VALUE ZEROS .
           05 WS-C-NOCHE                        PIC 9(12) VALUE ZEROS .
           05 WS-C-REVERSO                      PIC 9(12) VALUE ZEROS .
           05 WS-C-NO-INFORMADOS                PIC 9(04) VALUE ZEROS .

      *    Archivos opcionales presentes: uno ausente deja su cifra
      *    en cero y la corrida termina en advertencia.
        01 WS-PRESENCIA.
           05 WS-HAY-SALDO                      PIC X(01) VALUE "N" .
           05 WS-HAY-CTLMIG                     PIC X(01) VALUE "N" .
           05 WS-HAY-ACUMULADO                  PIC X(01) VALUE "N" .
           05 WS-HAY-NOCHE                      PIC X(01) VALUE "N" .
           05 WS-HAY-REVERSO                    PIC X(01) VALUE "N" .
           05 WS-HAY-ORACLE                     PIC X(01) VALUE "N" .
           05 WS-NO-INF-ITEM OCCURS 8 TIMES     PIC X(20) .
           05 WS-NO-INF-IDX                     PIC 9(04) COMP .
           05 WS-ARCHIVO-ACTUAL                 PIC X(20) .

      *    Tabla de marcas por CODPROGR del Rutero; sin calce se
      *    mantiene la marca historica RIPLEY/CL01.
        01 WS-TABLA-MARCA.
           05 WS-MARCA-CANT                     PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-MARCA-IDX                      PIC 9(04) COMP .
           05 WS-MARCA-ENCONTRADO               PIC X(01) .
              88 MARCA-FUE-ENCONTRADA           VALUE "S" .
           05 WS-MARCA-ITEM OCCURS 50 TIMES .
              10 WS-MARCA-ITEM-CODPROGR         PIC X(09) .
              10 WS-MARCA-ITEM-ORG_CODE         PIC X(10) .
              10 WS-MARCA-ITEM-PREFIJO          PIC X(04) .
           05 WS-MARCA-ORG-ACTUAL               PIC X(10) .
           05 WS-MARCA-PREFIJO-ACTUAL           PIC X(04) .

      *    Plan de olas; la posicion WS-OLA-CANT + 1 reune los RUT
      *    que ninguna ola cubre.
        01 WS-PLAN-OLAS.
           05 WS-OLA-CANT                       PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-OLA-IDX                        PIC 9(04) COMP .
           05 WS-OLA-HIT                        PIC 9(04) COMP .
           05 WS-OLA-SIN-OLA                    PIC 9(04) COMP .
           05 WS-OLA-ITEM OCCURS 51 TIMES .
              10 WS-OLA-ITEM-ID                 PIC X(04) .
              10 WS-OLA-ITEM-ORG_CODE           PIC X(10) .
              10 WS-OLA-ITEM-DESDE              PIC 9(08) .
              10 WS-OLA-ITEM-HASTA              PIC 9(08) .
              10 WS-OLA-ITEM-FECHA              PIC X(08) .
              10 WS-OLA-ITEM-DESCRIPCION        PIC X(30) .
              10 WS-OLA-ITEM-ESTADO             PIC X(08) .

      *    Cifras por ola (misma posicion que WS-OLA-ITEM) y total.
        01 WS-TABLA-CIFRAS.
           05 WS-CIF-ITEM OCCURS 52 TIMES .
              10 WS-CIF-SOC-PLAN                PIC 9(09) .
              10 WS-CIF-SOC-ENV                 PIC 9(09) .
              10 WS-CIF-SOC-CONF                PIC 9(09) .
              10 WS-CIF-PTS-PLAN                PIC S9(13) .
              10 WS-CIF-PTS-ENV                 PIC S9(13) .
              10 WS-CIF-PTS-CONF                PIC S9(13) .
           05 WS-CIF-TOTAL                      PIC 9(04) COMP .

      *    RUT en proceso: cifras del RUT y socios confirmados por
      *    Oracle (prefijo de cada MEM_NUM del RUT).
        01 WS-RUT-ACTUAL.
           05 WS-RUT-ANT                        PIC 9(08) VALUE ZEROS .
           05 WS-PRIMERA-FILA-SW                PIC X(01) .
              88 PRIMERA-FILA-RUT               VALUE "S" .
           05 WS-RUT-ENVIADO-SW                 PIC X(01) .
              88 RUT-ENVIADO                    VALUE "S" .
           05 WS-RUT-CONFIRMADO-SW              PIC X(01) .
              88 SOCIO-CONFIRMADO               VALUE "S" .
           05 WS-RUT-PTS-PLAN                   PIC S9(13) .
           05 WS-RUT-PTS-ENV                    PIC S9(13) .
           05 WS-RUT-PTS-CONF                   PIC S9(13) .
           05 WS-ORA-CANT                       PIC 9(04) COMP .
           05 WS-ORA-IDX                        PIC 9(04) COMP .
           05 WS-ORA-PREFIJO OCCURS 10 TIMES    PIC X(04) .
           05 WS-VALOR                          PIC S9(13) .
           05 WS-ABSOLUTO                       PIC 9(11) .
           05 WS-MEZCLA-RUT                     PIC 9(08) .

      *    Armado del informe.
        01 WS-INFORME.
           05 WS-LINEA                          PIC X(132) .
           05 WS-SEPARADOR                      PIC X(132)
                                                 VALUE ALL "-" .
           05 WS-SOCIOS-ED-1                    PIC Z(13)9 .
           05 WS-SOCIOS-ED-2                    PIC Z(13)9 .
           05 WS-SOCIOS-ED-3                    PIC Z(13)9 .
           05 WS-SOCIOS-ED-4                    PIC -(13)9 .
           05 WS-PUNTOS-ED-1                    PIC -(13)9 .
           05 WS-PUNTOS-ED-2                    PIC -(13)9 .
           05 WS-PUNTOS-ED-3                    PIC -(13)9 .
           05 WS-PUNTOS-ED-4                    PIC -(13)9 .
           05 WS-PENDIENTE                      PIC S9(13) .
           05 WS-OLAS-ED                        PIC Z(3)9 .

      *    Identificador y candado de la ejecucion (COPY_RUN_LEDGER).
        01 WS-RUN-LEDGER.
           05 WS-RUNL-STATUS                    PIC X(02) .
           05 WS-FIN-RL                         PIC 9(01) .
           05 WS-RL-ABIERTO-SW                  PIC X(01) .
              88 EJECUCION-YA-ABIERTA           VALUE "S" .
           05 WS-RUN-ID                         PIC X(14) .
           05 WS-RUN-ID-R REDEFINES WS-RUN-ID .
              10 WS-RUN-FECHA                   PIC X(08) .
              10 WS-RUN-HORA                    PIC X(06) .
           05 WS-TIMESTAMP                      PIC X(21) .
           05 WS-TIMESTAMP-R REDEFINES WS-TIMESTAMP .
              10 WS-TS-FECHA-HORA               PIC X(14) .
              10 FILLER                         PIC X(07) .
      *    Fecha de negocio leida del registro de control y ultima
      *    fecha cerrada (evento CIERRE) encontrada en la bitacora.
           05 WS-FECNEG-STATUS                  PIC X(02) .
           05 WS-FECHA-NEGOCIO                  PIC X(08) VALUE SPACES .
           05 WS-ULTIMO-CIERRE                  PIC X(08) VALUE ZEROS .

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
                PERFORM ABRE-ENSAYO
                PERFORM ABRE-RUN-LEDGER
                INITIALIZE WS-TABLA-CIFRAS
                PERFORM CARGA-PLAN
                PERFORM CARGA-MARCAS
                PERFORM ACUMULA-ENVIADOS
                PERFORM ABRE-ENTRADAS .

        CARGA-PLAN .
      *         El plan es obligatorio: sin el no hay olas que
      *         informar. Un registro mal formado detiene la corrida
      *         igual que en SFCPMIG0501/0601.
                OPEN INPUT ENTRADA2
                IF WS-E02-STATUS NOT = "00"
                   MOVE "PLAN DE OLAS NO DISPONIBLE"
                                           TO WS-ALERTA-MENSAJE
                   PERFORM ERROR-ENTRADA
                END-IF
                PERFORM LEE-02
                PERFORM CARGA-OLA UNTIL WS-FIN-2 = 1
                CLOSE ENTRADA2
                IF WS-OLA-CANT = ZEROS
                   MOVE "PLAN DE OLAS SIN INFORMACION"
                                           TO WS-ALERTA-MENSAJE
                   PERFORM ERROR-ENTRADA
                END-IF
                COMPUTE WS-OLA-SIN-OLA = WS-OLA-CANT + 1
                COMPUTE WS-CIF-TOTAL = WS-OLA-CANT + 2
                MOVE "SIN"                      TO
                     WS-OLA-ITEM-ID (WS-OLA-SIN-OLA)
                MOVE SPACES                     TO
                     WS-OLA-ITEM-ORG_CODE (WS-OLA-SIN-OLA)
                     WS-OLA-ITEM-FECHA (WS-OLA-SIN-OLA)
                MOVE ZEROS                      TO
                     WS-OLA-ITEM-DESDE (WS-OLA-SIN-OLA)
                     WS-OLA-ITEM-HASTA (WS-OLA-SIN-OLA)
                MOVE "RUT NO CUBIERTOS POR EL PLAN" TO
                     WS-OLA-ITEM-DESCRIPCION (WS-OLA-SIN-OLA)
                MOVE "RETENIDA"                 TO
                     WS-OLA-ITEM-ESTADO (WS-OLA-SIN-OLA) .

        LEE-02 .
                READ ENTRADA2 AT END MOVE 1     TO WS-FIN-2 .

        CARGA-OLA .
                ADD 1                           TO WS-OLA-CANT
                IF WS-OLA-CANT > 50
                   MOVE "PLAN DE OLAS EXCEDE LA TABLA DE OLAS"
                                           TO WS-ALERTA-MENSAJE
                   PERFORM ERROR-ENTRADA
                END-IF
                IF OLA-RUT-DESDE IS NOT NUMERIC
                   OR OLA-RUT-HASTA IS NOT NUMERIC
                   OR OLA-FECHA-PLAN IS NOT NUMERIC
                   OR OLA-RUT-DESDE > OLA-RUT-HASTA
                   DISPLAY "OLA=" OLA-ID
                   MOVE "PLAN DE OLAS CON REGISTRO INVALIDO"
                                           TO WS-ALERTA-MENSAJE
                   PERFORM ERROR-ENTRADA
                END-IF
                MOVE OLA-ID                     TO
                     WS-OLA-ITEM-ID (WS-OLA-CANT)
                MOVE OLA-ORG_CODE               TO
                     WS-OLA-ITEM-ORG_CODE (WS-OLA-CANT)
                MOVE OLA-RUT-DESDE              TO
                     WS-OLA-ITEM-DESDE (WS-OLA-CANT)
                MOVE OLA-RUT-HASTA              TO
                     WS-OLA-ITEM-HASTA (WS-OLA-CANT)
                MOVE OLA-FECHA-PLAN             TO
                     WS-OLA-ITEM-FECHA (WS-OLA-CANT)
                MOVE OLA-DESCRIPCION            TO
                     WS-OLA-ITEM-DESCRIPCION (WS-OLA-CANT)
                EVALUATE TRUE
                   WHEN OLA-FECHA-PLAN > WS-RUN-FECHA
                      MOVE "FUTURA"             TO
                           WS-OLA-ITEM-ESTADO (WS-OLA-CANT)
                   WHEN OLA-FECHA-PLAN = WS-RUN-FECHA
                      MOVE "ABIERTA"            TO
                           WS-OLA-ITEM-ESTADO (WS-OLA-CANT)
                   WHEN OTHER
                      MOVE "CERRADA"            TO
                           WS-OLA-ITEM-ESTADO (WS-OLA-CANT)
                END-EVALUATE
                PERFORM LEE-02 .

        CARGA-MARCAS .
                OPEN INPUT ENTRADA3
                IF WS-E03-STATUS = "00"
                   PERFORM LEE-03
                   PERFORM CARGA-MARCA UNTIL WS-FIN-3 = 1
                   CLOSE ENTRADA3
                ELSE
                   MOVE "TABLA DE MARCAS"       TO WS-ARCHIVO-ACTUAL
                   PERFORM ANOTA-NO-INFORMADO
                END-IF .

        LEE-03 .
                READ ENTRADA3 AT END MOVE 1     TO WS-FIN-3 .

        CARGA-MARCA .
                ADD 1                           TO WS-MARCA-CANT
                IF WS-MARCA-CANT > 50
                   MOVE "TABLA DE MARCAS EXCEDE SU CAPACIDAD"
                                           TO WS-ALERTA-MENSAJE
                   PERFORM ERROR-ENTRADA
                END-IF
                MOVE MARCA-CODPROGR             TO
                     WS-MARCA-ITEM-CODPROGR (WS-MARCA-CANT)
                MOVE MARCA-ORG_CODE             TO
                     WS-MARCA-ITEM-ORG_CODE (WS-MARCA-CANT)
                MOVE MARCA-PREFIJO              TO
                     WS-MARCA-ITEM-PREFIJO (WS-MARCA-CANT)
                PERFORM LEE-03 .

      *---------------------------------------------------------------*
      *  Acumulado de puntos enviados: mezcla por RUT del acumulado   *
      *  anterior con el saldo neto migrado de la noche, menos el     *
      *  neto de un paquete de reverso liberado.                      *
      *---------------------------------------------------------------*
        ACUMULA-ENVIADOS .
                OPEN INPUT ENTRADA6
                IF WS-E06-STATUS = "00"
                   MOVE "S"                     TO WS-HAY-ACUMULADO
                   PERFORM LEE-06
                ELSE
                   MOVE 1                       TO WS-FIN-6
                   MOVE 99999999                TO ACUV-RUT
                   MOVE "ACUMULADO ENVIADO"     TO WS-ARCHIVO-ACTUAL
                   PERFORM ANOTA-NO-INFORMADO
                END-IF
                IF MODO-ENSAYO
                   MOVE 1                       TO WS-FIN-7
                   MOVE 99999999                TO SMIG-RUT
                   DISPLAY "ENSAYO: EL ACUMULADO NO SUMA LA NOCHE"
                ELSE
                   OPEN INPUT ENTRADA7
                   IF WS-E07-STATUS = "00"
                      MOVE "S"                  TO WS-HAY-NOCHE
                      PERFORM LEE-07
                   ELSE
                      MOVE 1                    TO WS-FIN-7
                      MOVE 99999999             TO SMIG-RUT
                      MOVE "SALDO MIGRADO"      TO WS-ARCHIVO-ACTUAL
                      PERFORM ANOTA-NO-INFORMADO
                   END-IF
                END-IF
      *         El reverso solo llega las noches en que se libero un
      *         paquete: su ausencia no es una advertencia.
                MOVE 1                          TO WS-FIN-9
                MOVE 99999999                   TO SREV-RUT
                IF NOT MODO-ENSAYO
                   OPEN INPUT ENTRADA9
                   IF WS-E09-STATUS = "00"
                      MOVE "S"                  TO WS-HAY-REVERSO
                      MOVE ZEROS                TO WS-FIN-9
                      PERFORM LEE-09
                   END-IF
                END-IF
                OPEN OUTPUT SALIDA2
                PERFORM MEZCLA-ENVIADO
                   UNTIL WS-FIN-6 = 1 AND WS-FIN-7 = 1
                     AND WS-FIN-9 = 1
                CLOSE SALIDA2
                IF WS-HAY-ACUMULADO = "S"
                   CLOSE ENTRADA6
                END-IF
                IF WS-HAY-NOCHE = "S"
                   CLOSE ENTRADA7
                END-IF
                IF WS-HAY-REVERSO = "S"
                   CLOSE ENTRADA9
                END-IF .

        LEE-06 .
                READ ENTRADA6 AT END MOVE 1     TO WS-FIN-6 .
                IF WS-FIN-6 = 1
                   MOVE 99999999                TO ACUV-RUT
                END-IF .

        LEE-07 .
                READ ENTRADA7 AT END MOVE 1     TO WS-FIN-7 .
                IF WS-FIN-7 = 1
                   MOVE 99999999                TO SMIG-RUT
                END-IF .

        LEE-09 .
                READ ENTRADA9 AT END MOVE 1     TO WS-FIN-9 .
                IF WS-FIN-9 = 1
                   MOVE 99999999                TO SREV-RUT
                END-IF .

        MEZCLA-ENVIADO .
      *         Cada RUT sale una vez con lo que aporten los archivos
      *         que lo traen (el menor RUT pendiente de los tres).
                MOVE ZEROS                      TO WS-VALOR
                MOVE ACUV-RUT                   TO WS-MEZCLA-RUT
                IF SMIG-RUT < WS-MEZCLA-RUT
                   MOVE SMIG-RUT                TO WS-MEZCLA-RUT
                END-IF
                IF SREV-RUT < WS-MEZCLA-RUT
                   MOVE SREV-RUT                TO WS-MEZCLA-RUT
                END-IF
                MOVE WS-MEZCLA-RUT              TO ACUN-RUT
                IF ACUV-RUT = WS-MEZCLA-RUT
                   PERFORM SUMA-ACUMULADO
                   PERFORM LEE-06
                END-IF
                IF SMIG-RUT = WS-MEZCLA-RUT
                   PERFORM SUMA-NOCHE
                   PERFORM LEE-07
                END-IF
                IF SREV-RUT = WS-MEZCLA-RUT
                   PERFORM RESTA-REVERSO
                   PERFORM LEE-09
                END-IF
                IF WS-VALOR < ZEROS
                   MOVE "-"                     TO ACUN-SIGNO
                ELSE
                   MOVE "+"                     TO ACUN-SIGNO
                END-IF
                MOVE WS-VALOR                   TO WS-ABSOLUTO
                MOVE WS-ABSOLUTO                TO ACUN-PUNTOS
                ADD 1                           TO WS-C-ACUMULADO
                WRITE REG-SALIDA2 END-WRITE .

        SUMA-ACUMULADO .
                IF ACUV-SIGNO = "-"
                   SUBTRACT ACUV-PUNTOS         FROM WS-VALOR
                ELSE
                   ADD ACUV-PUNTOS              TO WS-VALOR
                END-IF .

        SUMA-NOCHE .
                ADD 1                           TO WS-C-NOCHE
                IF SMIG-SIGNO = "-"
                   SUBTRACT SMIG-PUNTOS         FROM WS-VALOR
                ELSE
                   ADD SMIG-PUNTOS              TO WS-VALOR
                END-IF .

        RESTA-REVERSO .
      *         El neto viene con el signo con que se envio la noche
      *         reversada: se aplica en signo contrario.
                ADD 1                           TO WS-C-REVERSO
                IF SREV-SIGNO = "-"
                   ADD SREV-PUNTOS              TO WS-VALOR
                ELSE
                   SUBTRACT SREV-PUNTOS         FROM WS-VALOR
                END-IF .

        ABRE-ENTRADAS .
      *         Rutero obligatorio; saldo legado, control de
      *         migracion y export de Oracle opcionales.
                OPEN INPUT ENTRADA1
                IF WS-E01-STATUS NOT = "00"
                   MOVE "ARCHIVO RUTERO NO DISPONIBLE"
                                           TO WS-ALERTA-MENSAJE
                   PERFORM ERROR-ENTRADA
                END-IF
                PERFORM LEE-01
                OPEN INPUT ENTRADA4
                IF WS-E04-STATUS = "00"
                   MOVE "S"                     TO WS-HAY-SALDO
                   PERFORM LEE-04
                ELSE
                   MOVE 1                       TO WS-FIN-4
                   MOVE 99999999                TO SALDO-RUT
                   MOVE "SALDO LEGADO"          TO WS-ARCHIVO-ACTUAL
                   PERFORM ANOTA-NO-INFORMADO
                END-IF
                OPEN INPUT ENTRADA5
                IF WS-E05-STATUS = "00"
                   MOVE "S"                     TO WS-HAY-CTLMIG
                   PERFORM LEE-05
                ELSE
                   MOVE 1                       TO WS-FIN-5
                   MOVE 99999999                TO CTLMIG-RUT
                   MOVE "CONTROL MIGRACION"     TO WS-ARCHIVO-ACTUAL
                   PERFORM ANOTA-NO-INFORMADO
                END-IF
                OPEN INPUT ENTRADA8
                IF WS-E08-STATUS = "00"
                   MOVE "S"                     TO WS-HAY-ORACLE
                   PERFORM LEE-08
                ELSE
                   MOVE 1                       TO WS-FIN-8
                   MOVE 99999999                TO ORASAL-RUT
                   MOVE "SALDO ORACLE"          TO WS-ARCHIVO-ACTUAL
                   PERFORM ANOTA-NO-INFORMADO
                END-IF
                OPEN INPUT SALIDA2
                PERFORM LEE-ACUMULADO .

        ANOTA-NO-INFORMADO .
                ADD 1                           TO WS-C-NO-INFORMADOS
                MOVE WS-ARCHIVO-ACTUAL          TO
                     WS-NO-INF-ITEM (WS-C-NO-INFORMADOS)
                MOVE 4                          TO WS-RC-FINAL
                DISPLAY "ARCHIVO NO INFORMADO: " WS-ARCHIVO-ACTUAL .

        ERROR-ENTRADA .
                DISPLAY WS-ALERTA-MENSAJE
                DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                DISPLAY "---------------------------------"
                MOVE 1                          TO WS-ALERTA-CONDICION
                PERFORM GRABA-ALERTA
                MOVE 1                          TO RETURN-CODE
                STOP RUN .

        LEE-01 .
                PERFORM LEE-01-FISICO
                PERFORM LEE-01-FISICO
                   UNTIL WS-FIN-1 = 1 OR RUTORD-RUT IS NUMERIC .

        LEE-01-FISICO .
                READ ENTRADA1 AT END MOVE 1     TO WS-FIN-1 .
                IF WS-FIN-1 = ZEROS
                   ADD 1                        TO WS-C-RUTERO
                   IF RUTORD-RUT IS NOT NUMERIC
                      ADD 1                     TO WS-C-RECHAZADOS
                   END-IF
                END-IF .

        LEE-04 .
                READ ENTRADA4 AT END MOVE 1     TO WS-FIN-4 .
                IF WS-FIN-4 = 1
                   MOVE 99999999                TO SALDO-RUT
                END-IF .

        LEE-05 .
                READ ENTRADA5 AT END MOVE 1     TO WS-FIN-5 .
                IF WS-FIN-5 = 1
                   MOVE 99999999                TO CTLMIG-RUT
                END-IF .

        LEE-08 .
                READ ENTRADA8 AT END MOVE 1     TO WS-FIN-8 .
                IF WS-FIN-8 = 1
                   MOVE 99999999                TO ORASAL-RUT
                END-IF .

        LEE-ACUMULADO .
                READ SALIDA2 AT END MOVE 1      TO WS-FIN-ACU .
                IF WS-FIN-ACU = 1
                   MOVE 99999999                TO ACUN-RUT
                END-IF .

      *---------------------------------------------------------------*
      *  Pasada del Rutero: cada fila suma un socio a su ola; la      *
      *  primera fila de cada RUT suma ademas los puntos del RUT.     *
      *---------------------------------------------------------------*
        200000-PROCESO .
                PERFORM PROCESA-RUTERO UNTIL WS-FIN-1 = 1
                CLOSE ENTRADA1
                CLOSE SALIDA2
                IF WS-HAY-SALDO = "S"
                   CLOSE ENTRADA4
                END-IF
                IF WS-HAY-CTLMIG = "S"
                   CLOSE ENTRADA5
                END-IF
                IF WS-HAY-ORACLE = "S"
                   CLOSE ENTRADA8
                END-IF
                PERFORM SUMA-TOTAL
                   VARYING WS-OLA-IDX FROM 1 BY 1
                   UNTIL WS-OLA-IDX > WS-OLA-SIN-OLA
                PERFORM ESCRIBE-INFORME .

        PROCESA-RUTERO .
                MOVE "N"                        TO WS-PRIMERA-FILA-SW
                IF RUTORD-RUT NOT = WS-RUT-ANT
                   MOVE "S"                     TO WS-PRIMERA-FILA-SW
                   PERFORM INICIA-RUT
                END-IF
                PERFORM BUSCA-MARCA
                MOVE ZEROS                      TO WS-OLA-HIT
                PERFORM COMPARA-OLA
                   VARYING WS-OLA-IDX FROM 1 BY 1
                   UNTIL WS-OLA-IDX > WS-OLA-CANT
                      OR WS-OLA-HIT > ZEROS
                IF WS-OLA-HIT = ZEROS
                   MOVE WS-OLA-SIN-OLA          TO WS-OLA-HIT
                END-IF
                ADD 1                    TO WS-CIF-SOC-PLAN (WS-OLA-HIT)
                IF RUT-ENVIADO
                   ADD 1                 TO WS-CIF-SOC-ENV (WS-OLA-HIT)
                END-IF
                MOVE "N"                        TO WS-RUT-CONFIRMADO-SW
                PERFORM COMPARA-ORACLE
                   VARYING WS-ORA-IDX FROM 1 BY 1
                   UNTIL WS-ORA-IDX > WS-ORA-CANT
                      OR SOCIO-CONFIRMADO
                IF SOCIO-CONFIRMADO
                   ADD 1                 TO WS-CIF-SOC-CONF (WS-OLA-HIT)
                END-IF
                IF PRIMERA-FILA-RUT
                   ADD WS-RUT-PTS-PLAN   TO WS-CIF-PTS-PLAN (WS-OLA-HIT)
                   ADD WS-RUT-PTS-ENV    TO WS-CIF-PTS-ENV (WS-OLA-HIT)
                   ADD WS-RUT-PTS-CONF   TO WS-CIF-PTS-CONF (WS-OLA-HIT)
                END-IF
                PERFORM LEE-01 .

        INICIA-RUT .
      *         Cambio de RUT: avanza cada archivo hasta el RUT y
      *         deja sus cifras del RUT.
                ADD 1                           TO WS-C-RUT
                MOVE RUTORD-RUT                 TO WS-RUT-ANT
                MOVE ZEROS                      TO WS-RUT-PTS-PLAN
                                                   WS-RUT-PTS-ENV
                                                   WS-RUT-PTS-CONF
                                                   WS-ORA-CANT
                MOVE "N"                        TO WS-RUT-ENVIADO-SW
                PERFORM LEE-04
                   UNTIL SALDO-RUT >= RUTORD-RUT OR WS-FIN-4 = 1
                IF WS-FIN-4 = ZEROS AND SALDO-RUT = RUTORD-RUT
                   IF SALDO-SIGNO = "-"
                      SUBTRACT SALDO-PUNTOS     FROM WS-RUT-PTS-PLAN
                   ELSE
                      ADD SALDO-PUNTOS          TO WS-RUT-PTS-PLAN
                   END-IF
                END-IF
                PERFORM LEE-05
                   UNTIL CTLMIG-RUT >= RUTORD-RUT OR WS-FIN-5 = 1
                IF WS-FIN-5 = ZEROS AND CTLMIG-RUT = RUTORD-RUT
                   MOVE "S"                     TO WS-RUT-ENVIADO-SW
                END-IF
                PERFORM LEE-ACUMULADO
                   UNTIL ACUN-RUT >= RUTORD-RUT OR WS-FIN-ACU = 1
                IF WS-FIN-ACU = ZEROS AND ACUN-RUT = RUTORD-RUT
                   IF ACUN-SIGNO = "-"
                      SUBTRACT ACUN-PUNTOS      FROM WS-RUT-PTS-ENV
                   ELSE
                      ADD ACUN-PUNTOS           TO WS-RUT-PTS-ENV
                   END-IF
                END-IF
                PERFORM LEE-08
                   UNTIL WS-FIN-8 = 1
                      OR (ORASAL-RUT IS NUMERIC
                          AND ORASAL-RUT >= RUTORD-RUT)
                PERFORM CARGA-ORACLE
                   UNTIL WS-FIN-8 = 1
                      OR ORASAL-RUT NOT = RUTORD-RUT .

        CARGA-ORACLE .
      *         Cada MEM_NUM del RUT en el export de Oracle: su
      *         prefijo confirma al socio de esa marca y su saldo
      *         suma a los puntos confirmados del RUT.
                IF WS-ORA-CANT < 10
                   ADD 1                        TO WS-ORA-CANT
                   MOVE ORASAL-PREFIJO          TO
                        WS-ORA-PREFIJO (WS-ORA-CANT)
                END-IF
                IF ORASAL-SIGNO = "-"
                   SUBTRACT ORASAL-PUNTOS       FROM WS-RUT-PTS-CONF
                ELSE
                   ADD ORASAL-PUNTOS            TO WS-RUT-PTS-CONF
                END-IF
                PERFORM LEE-08 .

        COMPARA-ORACLE .
                IF WS-ORA-PREFIJO (WS-ORA-IDX) = WS-MARCA-PREFIJO-ACTUAL
                   MOVE "S"                     TO WS-RUT-CONFIRMADO-SW
                END-IF .

        BUSCA-MARCA .
                MOVE "N"                        TO WS-MARCA-ENCONTRADO
                MOVE "RIPLEY"                   TO WS-MARCA-ORG-ACTUAL
                MOVE "CL01"                     TO
                     WS-MARCA-PREFIJO-ACTUAL
                PERFORM COMPARA-MARCA
                   VARYING WS-MARCA-IDX FROM 1 BY 1
                   UNTIL WS-MARCA-IDX > WS-MARCA-CANT
                      OR MARCA-FUE-ENCONTRADA .

        COMPARA-MARCA .
                IF WS-MARCA-ITEM-CODPROGR (WS-MARCA-IDX)
                   = RUTORD-CODPROGR
                   MOVE "S"                     TO WS-MARCA-ENCONTRADO
                   MOVE WS-MARCA-ITEM-ORG_CODE (WS-MARCA-IDX)
                                                TO WS-MARCA-ORG-ACTUAL
                   MOVE WS-MARCA-ITEM-PREFIJO (WS-MARCA-IDX)
                                                TO
                        WS-MARCA-PREFIJO-ACTUAL
                END-IF .

        COMPARA-OLA .
                IF (WS-OLA-ITEM-ORG_CODE (WS-OLA-IDX) = SPACES
                    OR WS-OLA-ITEM-ORG_CODE (WS-OLA-IDX)
                       = WS-MARCA-ORG-ACTUAL)
                   AND RUTORD-RUT >= WS-OLA-ITEM-DESDE (WS-OLA-IDX)
                   AND RUTORD-RUT <= WS-OLA-ITEM-HASTA (WS-OLA-IDX)
                   MOVE WS-OLA-IDX              TO WS-OLA-HIT
                END-IF .

        SUMA-TOTAL .
                ADD WS-CIF-SOC-PLAN (WS-OLA-IDX) TO
                    WS-CIF-SOC-PLAN (WS-CIF-TOTAL)
                ADD WS-CIF-SOC-ENV (WS-OLA-IDX)  TO
                    WS-CIF-SOC-ENV (WS-CIF-TOTAL)
                ADD WS-CIF-SOC-CONF (WS-OLA-IDX) TO
                    WS-CIF-SOC-CONF (WS-CIF-TOTAL)
                ADD WS-CIF-PTS-PLAN (WS-OLA-IDX) TO
                    WS-CIF-PTS-PLAN (WS-CIF-TOTAL)
                ADD WS-CIF-PTS-ENV (WS-OLA-IDX)  TO
                    WS-CIF-PTS-ENV (WS-CIF-TOTAL)
                ADD WS-CIF-PTS-CONF (WS-OLA-IDX) TO
                    WS-CIF-PTS-CONF (WS-CIF-TOTAL) .

      *---------------------------------------------------------------*
      *  Informe: portada, un bloque por ola, el bloque SIN OLA y el  *
      *  total del plan.                                              *
      *---------------------------------------------------------------*
        ESCRIBE-INFORME .
                OPEN OUTPUT SALIDA1
                MOVE SPACES                     TO WS-LINEA
                STRING "ESTADO DE LA SALIDA EN VIVO POR OLAS"
                                                DELIMITED BY SIZE
                       "  SFCPMIG1051"          DELIMITED BY SIZE
                                           INTO WS-LINEA
                END-STRING
                IF MODO-ENSAYO
                   MOVE "(MODO ENSAYO)"         TO WS-LINEA (60:13)
                END-IF
                PERFORM ESCRIBE-LINEA
                MOVE WS-SEPARADOR               TO WS-LINEA
                PERFORM ESCRIBE-LINEA
                MOVE SPACES                     TO WS-LINEA
                MOVE WS-OLA-CANT                TO WS-OLAS-ED
                STRING "RUN-ID "                DELIMITED BY SIZE
                       WS-RUN-ID                DELIMITED BY SIZE
                       "   FECHA DE NEGOCIO "   DELIMITED BY SIZE
                       WS-RUN-FECHA             DELIMITED BY SIZE
                       "   OLAS DEL PLAN "      DELIMITED BY SIZE
                       WS-OLAS-ED               DELIMITED BY SIZE
                                           INTO WS-LINEA
                END-STRING
                PERFORM ESCRIBE-LINEA
                PERFORM ESCRIBE-NO-INFORMADO
                   VARYING WS-NO-INF-IDX FROM 1 BY 1
                   UNTIL WS-NO-INF-IDX > WS-C-NO-INFORMADOS
                MOVE WS-SEPARADOR               TO WS-LINEA
                PERFORM ESCRIBE-LINEA
                MOVE SPACES                     TO WS-LINEA
                MOVE "OLA  MARCA      RUT DESDE RUT HASTA FECHA"
                                                TO WS-LINEA (1:41)
                MOVE "ESTADO   DESCRIPCION"     TO WS-LINEA (46:20)
                PERFORM ESCRIBE-LINEA
                MOVE SPACES                     TO WS-LINEA
                MOVE "PLANIFICADO"              TO WS-LINEA (22:11)
                MOVE "ENVIADO"                  TO WS-LINEA (40:7)
                MOVE "CONFIRMADO"               TO WS-LINEA (55:10)
                MOVE "PENDIENTE"                TO WS-LINEA (71:9)
                PERFORM ESCRIBE-LINEA
                PERFORM ESCRIBE-OLA
                   VARYING WS-OLA-IDX FROM 1 BY 1
                   UNTIL WS-OLA-IDX > WS-OLA-SIN-OLA
                MOVE WS-SEPARADOR               TO WS-LINEA
                PERFORM ESCRIBE-LINEA
                MOVE SPACES                     TO WS-LINEA
                MOVE "TOTAL DEL PLAN"           TO WS-LINEA (1:14)
                PERFORM ESCRIBE-LINEA
                MOVE WS-CIF-TOTAL               TO WS-OLA-IDX
                PERFORM ESCRIBE-CIFRAS
                CLOSE SALIDA1 .

        ESCRIBE-NO-INFORMADO .
                MOVE SPACES                     TO WS-LINEA
                STRING "ARCHIVO NO INFORMADO: " DELIMITED BY SIZE
                       WS-NO-INF-ITEM (WS-NO-INF-IDX)
                                                DELIMITED BY SIZE
                                           INTO WS-LINEA
                END-STRING
                PERFORM ESCRIBE-LINEA .

        ESCRIBE-OLA .
                MOVE WS-SEPARADOR               TO WS-LINEA
                PERFORM ESCRIBE-LINEA
                MOVE SPACES                     TO WS-LINEA
                MOVE WS-OLA-ITEM-ID (WS-OLA-IDX) TO WS-LINEA (1:4)
                IF WS-OLA-IDX = WS-OLA-SIN-OLA
                   MOVE "OLA"                   TO WS-LINEA (5:3)
                ELSE
                   IF WS-OLA-ITEM-ORG_CODE (WS-OLA-IDX) = SPACES
                      MOVE "TODAS"              TO WS-LINEA (6:10)
                   ELSE
                      MOVE WS-OLA-ITEM-ORG_CODE (WS-OLA-IDX)
                                                TO WS-LINEA (6:10)
                   END-IF
                   MOVE WS-OLA-ITEM-DESDE (WS-OLA-IDX)
                                                TO WS-LINEA (17:8)
                   MOVE WS-OLA-ITEM-HASTA (WS-OLA-IDX)
                                                TO WS-LINEA (27:8)
                   MOVE WS-OLA-ITEM-FECHA (WS-OLA-IDX)
                                                TO WS-LINEA (37:8)
                END-IF
                MOVE WS-OLA-ITEM-ESTADO (WS-OLA-IDX)
                                                TO WS-LINEA (46:8)
                MOVE WS-OLA-ITEM-DESCRIPCION (WS-OLA-IDX)
                                                TO WS-LINEA (55:30)
                PERFORM ESCRIBE-LINEA
                PERFORM ESCRIBE-CIFRAS .

        ESCRIBE-CIFRAS .
                MOVE WS-CIF-SOC-PLAN (WS-OLA-IDX) TO WS-SOCIOS-ED-1
                MOVE WS-CIF-SOC-ENV (WS-OLA-IDX)  TO WS-SOCIOS-ED-2
                MOVE WS-CIF-SOC-CONF (WS-OLA-IDX) TO WS-SOCIOS-ED-3
                COMPUTE WS-PENDIENTE = WS-CIF-SOC-PLAN (WS-OLA-IDX)
                                     - WS-CIF-SOC-CONF (WS-OLA-IDX)
                MOVE WS-PENDIENTE               TO WS-SOCIOS-ED-4
                MOVE SPACES                     TO WS-LINEA
                STRING "     SOCIOS  "          DELIMITED BY SIZE
                       WS-SOCIOS-ED-1           DELIMITED BY SIZE
                       "  "                     DELIMITED BY SIZE
                       WS-SOCIOS-ED-2           DELIMITED BY SIZE
                       "  "                     DELIMITED BY SIZE
                       WS-SOCIOS-ED-3           DELIMITED BY SIZE
                       "  "                     DELIMITED BY SIZE
                       WS-SOCIOS-ED-4           DELIMITED BY SIZE
                                           INTO WS-LINEA
                END-STRING
                PERFORM ESCRIBE-LINEA
                MOVE WS-CIF-PTS-PLAN (WS-OLA-IDX) TO WS-PUNTOS-ED-1
                MOVE WS-CIF-PTS-ENV (WS-OLA-IDX)  TO WS-PUNTOS-ED-2
                MOVE WS-CIF-PTS-CONF (WS-OLA-IDX) TO WS-PUNTOS-ED-3
                COMPUTE WS-PENDIENTE = WS-CIF-PTS-PLAN (WS-OLA-IDX)
                                     - WS-CIF-PTS-CONF (WS-OLA-IDX)
                MOVE WS-PENDIENTE               TO WS-PUNTOS-ED-4
                MOVE SPACES                     TO WS-LINEA
                STRING "     PUNTOS  "          DELIMITED BY SIZE
                       WS-PUNTOS-ED-1           DELIMITED BY SIZE
                       "  "                     DELIMITED BY SIZE
                       WS-PUNTOS-ED-2           DELIMITED BY SIZE
                       "  "                     DELIMITED BY SIZE
                       WS-PUNTOS-ED-3           DELIMITED BY SIZE
                       "  "                     DELIMITED BY SIZE
                       WS-PUNTOS-ED-4           DELIMITED BY SIZE
                                           INTO WS-LINEA
                END-STRING
                PERFORM ESCRIBE-LINEA .

        ESCRIBE-LINEA .
                MOVE WS-LINEA                   TO REG-SALIDA1
                WRITE REG-SALIDA1 END-WRITE .

        300000-FINAL .
                PERFORM ESCRIBE-CONTROL-TOTALES
                PERFORM CIERRA-RUN-LEDGER
                display "Olas Del Plan            = " WS-OLA-CANT.
                display "Leidos Rutero            = " WS-C-RUTERO.
                display "Rechazados Rutero        = " WS-C-RECHAZADOS.
                display "RUT Del Rutero           = " WS-C-RUT.
                display "Socios Planificados      = "
                        WS-CIF-SOC-PLAN (WS-CIF-TOTAL).
                display "Socios Enviados          = "
                        WS-CIF-SOC-ENV (WS-CIF-TOTAL).
                display "Socios Confirmados       = "
                        WS-CIF-SOC-CONF (WS-CIF-TOTAL).
                display "Socios Sin Ola           = "
                        WS-CIF-SOC-PLAN (WS-OLA-SIN-OLA).
                display "RUT Saldo Migrado Noche  = " WS-C-NOCHE.
                display "RUT Saldo Reversado      = " WS-C-REVERSO.
                display "RUT Acumulado Enviado    = " WS-C-ACUMULADO.
                display "Archivos No Informados   = "
                        WS-C-NO-INFORMADOS.

        ABRE-RUN-LEDGER .
      *         Registra el INICIO de esta ejecucion en la bitacora y
      *         se niega a partir si existe un INICIO sin FIN para
      *         este mismo programa (otra ejecucion corriendo o
      *         abortada sin cerrar).
                MOVE FUNCTION CURRENT-DATE      TO WS-TIMESTAMP
                MOVE WS-TS-FECHA-HORA           TO WS-RUN-ID
                PERFORM LEE-FECHA-NEGOCIO
                MOVE WS-FECHA-NEGOCIO           TO WS-RUN-ID (1:8)
                MOVE WS-FECHA-NEGOCIO           TO WS-RUN-FECHA
                MOVE "N"                        TO WS-RL-ABIERTO-SW
                MOVE ZEROS                      TO WS-FIN-RL
                OPEN INPUT LEDGER
                IF WS-RUNL-STATUS = "00"
                   PERFORM LEE-RUN-LEDGER UNTIL WS-FIN-RL = 1
                   CLOSE LEDGER
                END-IF
                IF EJECUCION-YA-ABIERTA
                   DISPLAY "YA EXISTE UNA EJECUCION ABIERTA DE"
                           " SFCPMIG1051 EN LA BITACORA"
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE "YA EXISTE UNA EJECUCION ABIERTA DE"
                                           TO WS-ALERTA-MENSAJE
                   MOVE 12                     TO WS-ALERTA-CONDICION
                   PERFORM GRABA-ALERTA
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
                END-IF
                MOVE WS-RUN-ID                  TO RUNL-RUN-ID
                MOVE "SFCPMIG1051"              TO RUNL-PROGRAM_NAME
                MOVE "INICIO"                   TO RUNL-EVENTO
                MOVE WS-TS-FECHA-HORA           TO RUNL-TIMESTAMP
                IF MODO-ENSAYO
                   MOVE "ENSAYO"                TO RUNL-ESTADO
                ELSE
                   MOVE "ABIERTO"               TO RUNL-ESTADO
                END-IF
                MOVE ZEROS                      TO RUNL-RETURN-CODE
                MOVE ZEROS                      TO RUNL-REGISTROS
                WRITE REG-LEDGER END-WRITE
                CLOSE LEDGER .

        LEE-RUN-LEDGER .
                READ LEDGER AT END MOVE 1       TO WS-FIN-RL .
                IF WS-FIN-RL = ZEROS
                   AND RUNL-PROGRAM_NAME = "SFCPMIG1051"
                   IF RUNL-EVENTO = "INICIO"
                      MOVE "S"                  TO WS-RL-ABIERTO-SW
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
      *         Fecha de negocio de la cadena (COPY_FECHA_NEGOCIO):
      *         contra ella se resuelve el estado de cada ola. Sin
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
                MOVE FUNCTION CURRENT-DATE      TO WS-TIMESTAMP
                OPEN EXTEND LEDGER
                MOVE WS-RUN-ID                  TO RUNL-RUN-ID
                MOVE "SFCPMIG1051"              TO RUNL-PROGRAM_NAME
                MOVE "FIN"                      TO RUNL-EVENTO
                MOVE WS-TS-FECHA-HORA           TO RUNL-TIMESTAMP
                IF MODO-ENSAYO
                   MOVE "ENSAYO"                TO RUNL-ESTADO
                ELSE
                   MOVE "OK"                    TO RUNL-ESTADO
                END-IF
                MOVE WS-RC-FINAL                TO RUNL-RETURN-CODE
                MOVE WS-C-RUTERO                TO RUNL-REGISTROS
                WRITE REG-LEDGER END-WRITE
                CLOSE LEDGER .

        ESCRIBE-CONTROL-TOTALES .
      *         En modo ensayo los totales no se graban.
                IF NOT MODO-ENSAYO
                   PERFORM ESCRIBE-CONTROL-TOTALES-REAL
                END-IF .

        ESCRIBE-CONTROL-TOTALES-REAL .
                OPEN EXTEND SALIDA3
                IF WS-CTOT-STATUS NOT = "00"
                   OPEN OUTPUT SALIDA3
                END-IF
                MOVE "SFCPMIG1051"              TO CTOT-PROGRAM_NAME
                MOVE WS-RUN-FECHA               TO WS-FECHA
                MOVE WS-FECHA                   TO CTOT-FECHA
                MOVE "OLAS DEL PLAN"            TO CTOT-CONTADOR
                MOVE WS-OLA-CANT                 TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "OLA SOCIOS PLAN"          TO CTOT-CONTADOR
                MOVE WS-CIF-SOC-PLAN (WS-CIF-TOTAL) TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "OLA SOCIOS ENVIADOS"      TO CTOT-CONTADOR
                MOVE WS-CIF-SOC-ENV (WS-CIF-TOTAL) TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "OLA SOCIOS CONFIRM"       TO CTOT-CONTADOR
                MOVE WS-CIF-SOC-CONF (WS-CIF-TOTAL) TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "OLA SOCIOS SIN OLA"       TO CTOT-CONTADOR
                MOVE WS-CIF-SOC-PLAN (WS-OLA-SIN-OLA) TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "OLA PUNTOS PLAN"          TO CTOT-CONTADOR
                MOVE WS-CIF-PTS-PLAN (WS-CIF-TOTAL) TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "OLA PUNTOS ENVIADOS"      TO CTOT-CONTADOR
                MOVE WS-CIF-PTS-ENV (WS-CIF-TOTAL) TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                MOVE "OLA PUNTOS CONFIRM"       TO CTOT-CONTADOR
                MOVE WS-CIF-PTS-CONF (WS-CIF-TOTAL) TO CTOT-VALOR
                WRITE REG-SALIDA3 END-WRITE
                CLOSE SALIDA3 .

        GRABA-ALERTA .
      *         Asiento normalizado en el archivo unico de alertas;
      *         el parrafo que invoca ya dejo cargados el mensaje y
      *         el codigo de condicion.
                OPEN EXTEND ALERTA
                IF WS-ALER-STATUS NOT = "00"
                   OPEN OUTPUT ALERTA
                END-IF
                MOVE WS-RUN-ID                  TO ALER-RUN-ID
                MOVE "SFCPMIG1051"              TO ALER-PROGRAM_NAME
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
