        IDENTIFICATION DIVISION.
        PROGRAM-ID. SFCPMIG1048 .
        AUTHOR.     CONNECTIS-GS.
      * Aviso de migracion a clientes para el proveedor de correo y
      * SMS: al llegar a Oracle Loyalty Cloud el socio recibe un
      * numero nuevo y su saldo se recalcula, y el call center se
      * llena de clientes que creen haber perdido puntos. Por cada
      * socio migrado (MEMBER de SFCPMIG0501) se arma un aviso con
      * su contacto ya validado (CONTACTS), el saldo migrado que
      * deja SFCPMIG1004 (FSALDOMIGRADO) y los proximos puntos por
      * vencer del calendario de SFCPMIG1014, en el layout que
      * ingesta el proveedor (COPY_AVISO_MIGRACION), separado en un
      * archivo por marca (M1 a M4 segun COPY_MARCA, M0 para la
      * marca RIPLEY por defecto) con la plantilla propia de la
      * marca (COPY_PLANTILLA_AVISO).
      * Solo se avisa la carga inicial del socio: las re-emisiones
      * ACTUALIZACION de las noches delta no son una migracion nueva
      * y se cuentan aparte sin aviso.
      * Se excluyen, contando cada motivo: los fallecidos
      * (FALLECIDOS de SFCPMIG0401), los RUT de la lista de
      * supresion (COPY_SUPRESION), los RUT con excepciones de
      * severidad A todavia abiertas en el saldo del libro de
      * excepciones (COPY_EXLED_SALDO de SFCPMIG1012) y los socios
      * sin correo ni telefono. Un socio se cuenta en el primer
      * motivo que le aplica, en ese orden.
      * Todos los archivos de entrada vienen ordenados por RUT salvo
      * el saldo de excepciones, que se ordena con un SORT interno.
      * Fecha : 15-10-2026
      * COMPILAR-LINK : cobol.sh SFCPMIG1048
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

                SELECT ENTRADA1 ASSIGN TO EXTERNAL FMEMBER
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ENTRADA2 ASSIGN TO EXTERNAL FCONTACTS
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ENTRADA3 ASSIGN TO EXTERNAL FSALDOMIGRADO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-SMIG-STATUS.

                SELECT ENTRADA4 ASSIGN TO EXTERNAL FCALENDARIOVCTO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-CAL-STATUS.

                SELECT ENTRADA5 ASSIGN TO EXTERNAL FFALLECIDOS
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-FALL-STATUS.

                SELECT ENTRADA6 ASSIGN TO EXTERNAL FSUPRESION
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-SUPR-STATUS.

                SELECT ENTRADA7 ASSIGN TO EXTERNAL FEXLEDSALDO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-EXLED-STATUS.

                SELECT ENTRADA8 ASSIGN TO EXTERNAL FMARCA
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ENTRADA9 ASSIGN TO EXTERNAL FPLANTILLAAVISO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-PLAV-STATUS.

                SELECT SORTEXC ASSIGN TO EXTERNAL SORTWKEXC .

      *         Un archivo de avisos por marca (M1 a M4, un archivo
      *         por entrada de COPY_MARCA) y el de la marca RIPLEY
      *         por defecto (M0), porque el proveedor envia cada
      *         marca con su propia cuenta.
                SELECT SALIDA1M0 ASSIGN TO EXTERNAL FAVISOM0
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA1M1 ASSIGN TO EXTERNAL FAVISOM1
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA1M2 ASSIGN TO EXTERNAL FAVISOM2
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA1M3 ASSIGN TO EXTERNAL FAVISOM3
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA1M4 ASSIGN TO EXTERNAL FAVISOM4
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA2 ASSIGN TO EXTERNAL FCONTROLTOTALES
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

      *    MEMBER de SFCPMIG0501, ordenado por RUT.
       FD ENTRADA1
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 251 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA1 .
          COPY COPY_MEMBER .

      *    CONTACTS de SFCPMIG0501, mismo orden que MEMBER.
       FD ENTRADA2
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 149 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA2 .
          COPY COPY_CONTACTS .

      *    Saldo neto migrado por RUT de SFCPMIG1004.
       FD ENTRADA3
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 20 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA3 .
          COPY COPY_SALDO_LEGACY REPLACING LEADING ==SALDO== BY
               ==SMIG== .

      *    Calendario de vencimientos de SFCPMIG1014 (opcional).
       FD ENTRADA4
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 48 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA4 .
          COPY COPY_EXPIRA_CALENDARIO .

      *    FALLECIDOS de SFCPMIG0401, ordenado por RUT.
       FD ENTRADA5
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 35 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA5 .
          COPY COPY_FALLECIDOS .

      *    Lista de supresion de datos personales, ordenada por RUT.
       FD ENTRADA6
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 18 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA6 .
          COPY COPY_SUPRESION .

      *    Saldo del libro de excepciones de SFCPMIG1012.
       FD ENTRADA7
          RECORDING MODE IS F
          BLOCK 0
          RECORD CONTAINS 140 CHARACTERS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA7 .
          COPY COPY_EXLED_SALDO .

      *    Tabla de marcas/cadenas del grupo (COPY_MARCA).
       FD ENTRADA8
          RECORDING MODE IS F
          RECORD CONTAINS 26 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA8 .
           COPY COPY_MARCA .

      *    Tabla de plantillas del proveedor por marca.
       FD ENTRADA9
          RECORDING MODE IS F
          RECORD CONTAINS 30 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA9 .
           COPY COPY_PLANTILLA_AVISO .

      *    RUT con excepcion de severidad A abierta.
       SD SORTEXC .

       01  REG-SORTEXC .
           05 SEXC-RUT                          PIC 9(08) .

       FD SALIDA1M0
          RECORDING MODE IS F
          RECORD CONTAINS 181 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SAM0                             PIC X(181) .

       FD SALIDA1M1
          RECORDING MODE IS F
          RECORD CONTAINS 181 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SAM1                             PIC X(181) .

       FD SALIDA1M2
          RECORDING MODE IS F
          RECORD CONTAINS 181 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SAM2                             PIC X(181) .

       FD SALIDA1M3
          RECORDING MODE IS F
          RECORD CONTAINS 181 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SAM3                             PIC X(181) .

       FD SALIDA1M4
          RECORDING MODE IS F
          RECORD CONTAINS 181 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SAM4                             PIC X(181) .

      *    Historial de totales de control de la corrida
      *    (COPY_CONTROL_TOTALES), compartido por toda la cadena.
       FD SALIDA2
          RECORDING MODE IS F
          RECORD CONTAINS 51 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA2 .
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
           05 WS-FIN-SEXC                       PIC 9(01) VALUE ZEROS .
           05 WS-SMIG-STATUS                    PIC X(02) .
           05 WS-CAL-STATUS                     PIC X(02) .
           05 WS-CAL-ABIERTO-SW                 PIC X(01) VALUE "N" .
              88 CALENDARIO-ABIERTO             VALUE "S" .
           05 WS-FALL-STATUS                    PIC X(02) .
           05 WS-SUPR-STATUS                    PIC X(02) .
           05 WS-EXLED-STATUS                   PIC X(02) .
           05 WS-PLAV-STATUS                    PIC X(02) .
           05 WS-CTOT-STATUS                    PIC X(02) .
           05 WS-RC-FINAL                       PIC 9(04) VALUE ZEROS .
           05 WS-C-ENT-1                        PIC 9(12) VALUE ZEROS .
           05 WS-C-EXC-ABIERTAS                 PIC 9(12) VALUE ZEROS .
           05 WS-C-SAL-1                        PIC 9(12) VALUE ZEROS .
           05 WS-C-FALLECIDO                    PIC 9(12) VALUE ZEROS .
           05 WS-C-SUPRIMIDO                    PIC 9(12) VALUE ZEROS .
           05 WS-C-EXCEPCION-A                  PIC 9(12) VALUE ZEROS .
           05 WS-C-SIN-CONTACTO                 PIC 9(12) VALUE ZEROS .
           05 WS-C-SIN-SALDO                    PIC 9(12) VALUE ZEROS .
           05 WS-C-ACTUALIZACION                PIC 9(12) VALUE ZEROS .
           05 WS-C-SIN-PLANTILLA                PIC 9(04) VALUE ZEROS .
           05 WS-FECHA .
              10 WS-FAA                         PIC X(04) .
              10 WS-FMM                         PIC X(02) .
              10 WS-FDD                         PIC X(02) .

      *    Clasificacion de registros de los archivos de carga:
      *    encabezado con la firma del programa, trailer con fecha y
      *    contador numericos, lo demas es detalle.
        01 WS-CLASIFICACION.
           05 WS-REG-BUF                        PIC X(251) .
           05 WS-REG-BUF-R REDEFINES WS-REG-BUF .
              10 WS-CABEZA-7                    PIC X(07) .
              10 FILLER                         PIC X(244) .
           05 WS-REG-BUF-R2 REDEFINES WS-REG-BUF .
              10 WS-CABEZA-20                   PIC X(20) .
              10 FILLER                         PIC X(231) .
           05 WS-DETALLE-SW                     PIC X(01) .
              88 ES-DETALLE                     VALUE "S" .

      *    RUT embebido en MEM_NUM / PARTY_NUMBER (prefijo de la
      *    marca + RUT), claves de pareo de cada archivo.
        01 WS-CLAVES.
           05 WS-MEM-NUM                        PIC X(15) .
           05 WS-MEM-NUM-R REDEFINES WS-MEM-NUM .
              10 WS-MEM-PREFIJO                 PIC X(04) .
              10 WS-MEM-RUT                     PIC 9(08) .
              10 FILLER                         PIC X(03) .
           05 WS-PARTY-NUM                      PIC X(15) .
           05 WS-PARTY-NUM-R REDEFINES WS-PARTY-NUM .
              10 FILLER                         PIC X(04) .
              10 WS-CONT-RUT                    PIC 9(08) .
              10 FILLER                         PIC X(03) .
           05 WS-RUT-ACTUAL                     PIC 9(08) .
           05 WS-RUT-ANTERIOR                   PIC 9(08) VALUE ZEROS .
           05 WS-FALL-RUT                       PIC 9(08) .
           05 WS-CAL-RUT                        PIC 9(08) .
           05 WS-CAL-RUT-ACUM                   PIC 9(08) VALUE ZEROS .

      *    Datos del socio en proceso.
        01 WS-SOCIO.
           05 WS-SALDO-MIGRADO                  PIC S9(11) .
           05 WS-VCTO-MES                       PIC X(06) .
           05 WS-VCTO-PUNTOS                    PIC 9(09) .
           05 WS-CONTACTO-SW                    PIC X(01) .
              88 HAY-CONTACTO                   VALUE "S" .
           05 WS-ORG-ACTUAL                     PIC X(10) .
           05 WS-PREFIJO-ACTUAL                 PIC X(04) .
           05 WS-PLANTILLA-ACTUAL               PIC X(20) .

        01 WS-AVISO .
           COPY COPY_AVISO_MIGRACION .

      *    Tabla de marcas (ORG_CODE por prefijo). El numero de
      *    entrada es el archivo de salida de la marca (0 = archivo
      *    por defecto RIPLEY).
        01 WS-TABLA-MARCA.
           05 WS-MARCA-CANT                     PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-MARCA-IDX                      PIC 9(04) COMP .
           05 WS-MARCA-ENCONTRADO               PIC X(01) .
              88 MARCA-FUE-ENCONTRADA           VALUE "S" .
           05 WS-MARCA-ITEM OCCURS 50 TIMES .
              10 WS-MARCA-ITEM-ORG_CODE         PIC X(10) .
              10 WS-MARCA-ITEM-PREFIJO          PIC X(04) .
           05 WS-MARCA-SLOT                     PIC 9(04) COMP .
           05 WS-C-MARCA-DEF                    PIC 9(12) VALUE ZEROS .
           05 WS-C-MARCA OCCURS 4 TIMES         PIC 9(12)
                                                 VALUE ZEROS .

      *    Tabla de plantillas por ORG_CODE (en blanco = general).
        01 WS-TABLA-PLANTILLA.
           05 WS-PLAV-CANT                      PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-PLAV-IDX                       PIC 9(04) COMP .
           05 WS-PLAV-HIT                       PIC 9(04) COMP .
           05 WS-PLAV-ITEM OCCURS 60 TIMES .
              10 WS-PLAV-ORG                    PIC X(10) .
              10 WS-PLAV-PLANTILLA              PIC X(20) .

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
                OPEN INPUT ENTRADA8 .
                PERFORM LEE-08
                PERFORM CARGA-MARCA UNTIL WS-FIN-8 = 1
                CLOSE ENTRADA8 .
                PERFORM CARGA-PLANTILLAS
                PERFORM VALIDA-PLANTILLAS
      *         Sin las fuentes de exclusion no se puede garantizar
      *         que no se escriba a un fallecido, a un RUT suprimido
      *         o a un caso abierto: no se parte.
                OPEN INPUT ENTRADA5
                IF WS-FALL-STATUS NOT = "00"
                   MOVE "ARCHIVO FALLECIDOS NO DISPONIBLE"
                                           TO WS-ALERTA-MENSAJE
                   PERFORM ERROR-EXCLUSION
                END-IF
                OPEN INPUT ENTRADA6
                IF WS-SUPR-STATUS NOT = "00"
                   MOVE "LISTA DE SUPRESION NO DISPONIBLE"
                                           TO WS-ALERTA-MENSAJE
                   PERFORM ERROR-EXCLUSION
                END-IF
                OPEN INPUT ENTRADA7
                IF WS-EXLED-STATUS NOT = "00"
                   MOVE "SALDO DE EXCEPCIONES NO DISPONIBLE"
                                           TO WS-ALERTA-MENSAJE
                   PERFORM ERROR-EXCLUSION
                END-IF
                OPEN INPUT ENTRADA3
                IF WS-SMIG-STATUS NOT = "00"
                   MOVE "SALDO MIGRADO NO DISPONIBLE"
                                           TO WS-ALERTA-MENSAJE
                   PERFORM ERROR-EXCLUSION
                END-IF
      *         Sin calendario de vencimientos los avisos salen sin
      *         puntos por vencer.
                OPEN INPUT ENTRADA4
                IF WS-CAL-STATUS NOT = "00"
                   MOVE 1                       TO WS-FIN-4
                   MOVE 99999999                TO WS-CAL-RUT
                   DISPLAY "SIN CALENDARIO DE VENCIMIENTOS"
                ELSE
                   MOVE "S"                     TO WS-CAL-ABIERTO-SW
                   PERFORM LEE-04
                END-IF
                PERFORM LEE-03
                PERFORM LEE-05
                PERFORM LEE-06
                OPEN INPUT ENTRADA1 .
                PERFORM LEE-01
                IF WS-FIN-1 = 1
                   DISPLAY "ARCHIVO MEMBER SIN INFORMACION"
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE "ARCHIVO MEMBER SIN INFORMACION"
                                           TO WS-ALERTA-MENSAJE
                   MOVE 1                      TO WS-ALERTA-CONDICION
                   PERFORM GRABA-ALERTA
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                OPEN INPUT ENTRADA2 .
                PERFORM LEE-02
                OPEN OUTPUT SALIDA1M0
                OPEN OUTPUT SALIDA1M1
                OPEN OUTPUT SALIDA1M2
                OPEN OUTPUT SALIDA1M3
                OPEN OUTPUT SALIDA1M4 .

        ERROR-EXCLUSION .
                DISPLAY WS-ALERTA-MENSAJE
                DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                DISPLAY "---------------------------------"
                MOVE 1                          TO WS-ALERTA-CONDICION
                PERFORM GRABA-ALERTA
                MOVE 1                          TO RETURN-CODE
                STOP RUN .

        LEE-08 .
                READ ENTRADA8 AT END MOVE 1     TO WS-FIN-8 .

        CARGA-MARCA .
                ADD 1                           TO WS-MARCA-CANT
                IF WS-MARCA-CANT > 50
                   DISPLAY "TABLA DE MARCAS EXCEDE SU CAPACIDAD"
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE MARCA-ORG_CODE             TO
                     WS-MARCA-ITEM-ORG_CODE (WS-MARCA-CANT)
                MOVE MARCA-PREFIJO              TO
                     WS-MARCA-ITEM-PREFIJO (WS-MARCA-CANT)
                PERFORM LEE-08 .

        CARGA-PLANTILLAS .
                OPEN INPUT ENTRADA9
                IF WS-PLAV-STATUS NOT = "00"
                   MOVE "TABLA DE PLANTILLAS NO DISPONIBLE"
                                           TO WS-ALERTA-MENSAJE
                   PERFORM ERROR-EXCLUSION
                END-IF
                PERFORM LEE-09
                PERFORM CARGA-PLANTILLA UNTIL WS-FIN-9 = 1
                CLOSE ENTRADA9 .

        LEE-09 .
                READ ENTRADA9 AT END MOVE 1     TO WS-FIN-9 .

        CARGA-PLANTILLA .
                ADD 1                           TO WS-PLAV-CANT
                IF WS-PLAV-CANT > 60
                   DISPLAY "TABLA DE PLANTILLAS EXCEDE SU CAPACIDAD"
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE PLAV-ORG_CODE              TO
                     WS-PLAV-ORG (WS-PLAV-CANT)
                MOVE PLAV-PLANTILLA             TO
                     WS-PLAV-PLANTILLA (WS-PLAV-CANT)
                PERFORM LEE-09 .

        VALIDA-PLANTILLAS .
      *         Cada marca de la tabla (y la marca por defecto
      *         RIPLEY) debe tener plantilla antes de partir.
                PERFORM VALIDA-PLANTILLA-MARCA
                   VARYING WS-MARCA-IDX FROM 1 BY 1
                   UNTIL WS-MARCA-IDX > WS-MARCA-CANT
                MOVE "RIPLEY"                   TO WS-ORG-ACTUAL
                PERFORM VALIDA-PLANTILLA
                IF WS-C-SIN-PLANTILLA > ZEROS
                   MOVE "TABLA DE PLANTILLAS INCOMPLETA"
                                           TO WS-ALERTA-MENSAJE
                   PERFORM ERROR-EXCLUSION
                END-IF .

        VALIDA-PLANTILLA-MARCA .
                MOVE WS-MARCA-ITEM-ORG_CODE (WS-MARCA-IDX)
                                                TO WS-ORG-ACTUAL
                PERFORM VALIDA-PLANTILLA .

        VALIDA-PLANTILLA .
                PERFORM BUSCA-PLANTILLA
                IF WS-PLAV-HIT = ZEROS
                   ADD 1                        TO WS-C-SIN-PLANTILLA
                   DISPLAY "SIN PLANTILLA DE AVISO PARA MARCA "
                           WS-ORG-ACTUAL
                END-IF .

        BUSCA-PLANTILLA .
      *         Fila propia de la marca; si no hay, la fila general
      *         (ORG_CODE en blanco).
                MOVE ZEROS                      TO WS-PLAV-HIT
                PERFORM COMPARA-PLANTILLA-MARCA
                   VARYING WS-PLAV-IDX FROM 1 BY 1
                   UNTIL WS-PLAV-IDX > WS-PLAV-CANT
                      OR WS-PLAV-HIT > ZEROS
                IF WS-PLAV-HIT = ZEROS
                   PERFORM COMPARA-PLANTILLA-GENERAL
                      VARYING WS-PLAV-IDX FROM 1 BY 1
                      UNTIL WS-PLAV-IDX > WS-PLAV-CANT
                         OR WS-PLAV-HIT > ZEROS
                END-IF
                IF WS-PLAV-HIT > ZEROS
                   MOVE WS-PLAV-PLANTILLA (WS-PLAV-HIT)
                                                TO WS-PLANTILLA-ACTUAL
                END-IF .

        COMPARA-PLANTILLA-MARCA .
                IF WS-PLAV-ORG (WS-PLAV-IDX) = WS-ORG-ACTUAL
                   MOVE WS-PLAV-IDX             TO WS-PLAV-HIT
                END-IF .

        COMPARA-PLANTILLA-GENERAL .
                IF WS-PLAV-ORG (WS-PLAV-IDX) = SPACES
                   MOVE WS-PLAV-IDX             TO WS-PLAV-HIT
                END-IF .

      *---------------------------------------------------------------*
      *  Las excepciones abiertas se ordenan por RUT; el pareo de     *
      *  socios corre en la salida del SORT.                          *
      *---------------------------------------------------------------*
        200000-PROCESO .
                SORT SORTEXC
                     ON ASCENDING KEY SEXC-RUT
                     INPUT PROCEDURE IS CARGA-EXCEPCIONES
                     OUTPUT PROCEDURE IS GENERA-AVISOS .

        CARGA-EXCEPCIONES .
      *         Solo los casos abiertos (ACCION en blanco) de
      *         severidad A; los ACEPTADO ya fueron revisados.
                PERFORM LEE-07
                PERFORM SUELTA-EXCEPCION UNTIL WS-FIN-7 = 1
                CLOSE ENTRADA7 .

        LEE-07 .
                READ ENTRADA7 AT END MOVE 1     TO WS-FIN-7 .

        SUELTA-EXCEPCION .
                IF SALDEX-SEVERIDAD = "A"
                   AND SALDEX-ACCION = SPACES
                   ADD 1                        TO WS-C-EXC-ABIERTAS
                   MOVE SALDEX-RUT              TO SEXC-RUT
                   RELEASE REG-SORTEXC
                END-IF
                PERFORM LEE-07 .

        GENERA-AVISOS .
                PERFORM LEE-SORTEXC
                PERFORM PROCESA-SOCIO UNTIL WS-FIN-1 = 1 .

        LEE-SORTEXC .
                RETURN SORTEXC AT END MOVE 1    TO WS-FIN-SEXC
                END-RETURN
                IF WS-FIN-SEXC = 1
                   MOVE 99999999                TO SEXC-RUT
                END-IF .

        PROCESA-SOCIO .
                MOVE RMEM-MEM_NUM               TO WS-MEM-NUM
                MOVE WS-MEM-RUT                 TO WS-RUT-ACTUAL
                IF WS-RUT-ACTUAL < WS-RUT-ANTERIOR
                   DISPLAY "ARCHIVO MEMBER FUERA DE ORDEN EN RUT "
                           WS-RUT-ACTUAL
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE "ARCHIVO MEMBER FUERA DE ORDEN POR RUT"
                                           TO WS-ALERTA-MENSAJE
                   MOVE 1                      TO WS-ALERTA-CONDICION
                   PERFORM GRABA-ALERTA
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE WS-RUT-ACTUAL              TO WS-RUT-ANTERIOR
      *         Cada archivo se adelanta hasta el RUT en proceso; el
      *         registro que calza no se consume, por si el RUT se
      *         repite en MEMBER con otra marca.
                PERFORM LEE-05 UNTIL WS-FALL-RUT >= WS-RUT-ACTUAL
                PERFORM LEE-06 UNTIL SUPR-RUT >= WS-RUT-ACTUAL
                PERFORM LEE-SORTEXC UNTIL SEXC-RUT >= WS-RUT-ACTUAL
                PERFORM LEE-02 UNTIL WS-CONT-RUT >= WS-RUT-ACTUAL
      *         Con el RUT en varias marcas, CONTACTS avanza dentro
      *         del RUT hasta el party del socio en proceso.
                PERFORM LEE-02
                   UNTIL WS-CONT-RUT NOT = WS-RUT-ACTUAL
                      OR RCONT-PARTY_NUMBER NOT < RMEM-MEM_NUM
                PERFORM LEE-03 UNTIL SMIG-RUT >= WS-RUT-ACTUAL
                PERFORM BUSCA-VENCIMIENTO
                MOVE "N"                        TO WS-CONTACTO-SW
                IF RCONT-PARTY_NUMBER = RMEM-MEM_NUM
                   AND WS-FIN-2 = ZEROS
                   AND (RCONT-EMAIL_ADDRESS NOT = SPACES
                        OR RCONT-PHONE_NUMBER NOT = SPACES)
                   MOVE "S"                     TO WS-CONTACTO-SW
                END-IF
                EVALUATE TRUE
                   WHEN RMEM-TIPO_CARGA NOT = "CARGA INICIAL"
                      ADD 1                     TO WS-C-ACTUALIZACION
                   WHEN WS-FALL-RUT = WS-RUT-ACTUAL
                      ADD 1                     TO WS-C-FALLECIDO
                   WHEN SUPR-RUT = WS-RUT-ACTUAL
                      ADD 1                     TO WS-C-SUPRIMIDO
                   WHEN SEXC-RUT = WS-RUT-ACTUAL
                      ADD 1                     TO WS-C-EXCEPCION-A
                   WHEN NOT HAY-CONTACTO
                      ADD 1                     TO WS-C-SIN-CONTACTO
                   WHEN OTHER
                      PERFORM GRABA-AVISO
                END-EVALUATE
                PERFORM LEE-01 .

        BUSCA-VENCIMIENTO .
      *         Proximo mes con puntos por vencer dentro de la
      *         ventana de doce meses del calendario (se descartan
      *         el cajon de vencidos 000000 y el de posteriores
      *         999999). El calendario trae los meses del RUT en
      *         cualquier orden.
                IF WS-RUT-ACTUAL NOT = WS-CAL-RUT-ACUM
                   MOVE WS-RUT-ACTUAL           TO WS-CAL-RUT-ACUM
                   MOVE "999999"                TO WS-VCTO-MES
                   MOVE ZEROS                   TO WS-VCTO-PUNTOS
                   PERFORM LEE-04 UNTIL WS-CAL-RUT >= WS-RUT-ACTUAL
                   PERFORM ACUMULA-VENCIMIENTO
                      UNTIL WS-CAL-RUT NOT = WS-RUT-ACTUAL
                   IF WS-VCTO-MES = "999999"
                      MOVE "000000"             TO WS-VCTO-MES
                   END-IF
                END-IF .

        ACUMULA-VENCIMIENTO .
                IF EXPCAL-MES NOT = "000000"
                   AND EXPCAL-MES < WS-VCTO-MES
                   MOVE EXPCAL-MES              TO WS-VCTO-MES
                   MOVE EXPCAL-PUNTOS           TO WS-VCTO-PUNTOS
                END-IF
                PERFORM LEE-04 .

        GRABA-AVISO .
                MOVE WS-MEM-PREFIJO             TO WS-PREFIJO-ACTUAL
                PERFORM BUSCA-MARCA
                PERFORM BUSCA-PLANTILLA
                MOVE ZEROS                      TO WS-SALDO-MIGRADO
                IF SMIG-RUT = WS-RUT-ACTUAL
                   MOVE SMIG-PUNTOS             TO WS-SALDO-MIGRADO
                   IF SMIG-SIGNO = "-"
                      MULTIPLY -1               BY WS-SALDO-MIGRADO
                   END-IF
                ELSE
                   ADD 1                        TO WS-C-SIN-SALDO
                END-IF
                ADD 1                           TO WS-C-SAL-1
                MOVE SPACES                     TO WS-AVISO
                MOVE ";"                        TO AVI-SEP01
                                                   AVI-SEP02
                                                   AVI-SEP03
                                                   AVI-SEP04
                                                   AVI-SEP05
                                                   AVI-SEP06
                                                   AVI-SEP07
                                                   AVI-SEP08
                                                   AVI-SEP09
                                                   AVI-SEP10
                                                   AVI-SEP11
                MOVE WS-ORG-ACTUAL              TO AVI-ORG_CODE
                MOVE WS-PLANTILLA-ACTUAL        TO AVI-PLANTILLA
                MOVE RMEM-MEM_NUM               TO AVI-MEM_NUM
                MOVE RMEM-CHAR004               TO AVI-ID-LEGADO
                MOVE RCONT-PERSON_FIRST_NAME    TO AVI-NOMBRE
                MOVE RCONT-EMAIL_ADDRESS        TO AVI-EMAIL
                MOVE RCONT-PHONE_NUMBER         TO AVI-TELEFONO
                MOVE WS-SALDO-MIGRADO           TO AVI-SALDO
                MOVE WS-VCTO-PUNTOS             TO AVI-PUNTOS-VENCER
                MOVE WS-VCTO-MES                TO AVI-MES-VENCER
                MOVE WS-FECHA-NEGOCIO           TO AVI-FECHA-MIGRACION
                EVALUATE WS-MARCA-SLOT
                   WHEN 1
                      ADD 1                     TO WS-C-MARCA (1)
                      WRITE REG-SAM1 FROM WS-AVISO END-WRITE
                   WHEN 2
                      ADD 1                     TO WS-C-MARCA (2)
                      WRITE REG-SAM2 FROM WS-AVISO END-WRITE
                   WHEN 3
                      ADD 1                     TO WS-C-MARCA (3)
                      WRITE REG-SAM3 FROM WS-AVISO END-WRITE
                   WHEN 4
                      ADD 1                     TO WS-C-MARCA (4)
                      WRITE REG-SAM4 FROM WS-AVISO END-WRITE
                   WHEN OTHER
                      ADD 1                     TO WS-C-MARCA-DEF
                      WRITE REG-SAM0 FROM WS-AVISO END-WRITE
                END-EVALUATE .

        BUSCA-MARCA .
      *         El prefijo del MEM_NUM identifica la marca; sin calce
      *         se mantiene la marca historica RIPLEY por defecto.
                MOVE "N"                        TO WS-MARCA-ENCONTRADO
                MOVE "RIPLEY"                   TO WS-ORG-ACTUAL
                MOVE ZEROS                      TO WS-MARCA-SLOT
                PERFORM COMPARA-MARCA
                   VARYING WS-MARCA-IDX FROM 1 BY 1
                   UNTIL WS-MARCA-IDX > WS-MARCA-CANT
                      OR MARCA-FUE-ENCONTRADA .

        COMPARA-MARCA .
                IF WS-MARCA-ITEM-PREFIJO (WS-MARCA-IDX)
                   = WS-PREFIJO-ACTUAL
                   MOVE "S"                     TO WS-MARCA-ENCONTRADO
                   MOVE WS-MARCA-ITEM-ORG_CODE (WS-MARCA-IDX)
                                                TO WS-ORG-ACTUAL
                   MOVE WS-MARCA-IDX            TO WS-MARCA-SLOT
                END-IF .

        LEE-01 .
                MOVE "N"                        TO WS-DETALLE-SW
                PERFORM LEE-01-FISICO
                   UNTIL WS-FIN-1 = 1 OR ES-DETALLE .

        LEE-01-FISICO .
                READ ENTRADA1 AT END MOVE 1     TO WS-FIN-1 .
                IF WS-FIN-1 = ZEROS
                   ADD 1                        TO WS-C-ENT-1
                   MOVE REG-ENTRADA1            TO WS-REG-BUF
                   PERFORM CLASIFICA-REGISTRO
                   IF NOT ES-DETALLE
                      SUBTRACT 1              FROM WS-C-ENT-1
                   END-IF
                END-IF .

        LEE-02 .
                MOVE "N"                        TO WS-DETALLE-SW
                PERFORM LEE-02-FISICO
                   UNTIL WS-FIN-2 = 1 OR ES-DETALLE .

        LEE-02-FISICO .
                READ ENTRADA2 AT END MOVE 1     TO WS-FIN-2 .
                IF WS-FIN-2 = ZEROS
                   MOVE REG-ENTRADA2            TO WS-REG-BUF
                   PERFORM CLASIFICA-REGISTRO
                   MOVE RCONT-PARTY_NUMBER      TO WS-PARTY-NUM
                ELSE
                   MOVE 99999999                TO WS-CONT-RUT
                END-IF .

        LEE-03 .
                READ ENTRADA3 AT END MOVE 1     TO WS-FIN-3 .
                IF WS-FIN-3 = 1
                   MOVE 99999999                TO SMIG-RUT
                END-IF .

        LEE-04 .
                IF WS-FIN-4 = ZEROS
                   READ ENTRADA4 AT END MOVE 1  TO WS-FIN-4
                   END-READ
                END-IF
                IF WS-FIN-4 = 1
                   MOVE 99999999                TO WS-CAL-RUT
                ELSE
                   MOVE EXPCAL-RUT              TO WS-CAL-RUT
                END-IF .

        LEE-05 .
                MOVE "N"                        TO WS-DETALLE-SW
                PERFORM LEE-05-FISICO
                   UNTIL WS-FIN-5 = 1 OR ES-DETALLE .

        LEE-05-FISICO .
                READ ENTRADA5 AT END MOVE 1     TO WS-FIN-5 .
                IF WS-FIN-5 = ZEROS
                   MOVE REG-ENTRADA5            TO WS-REG-BUF
                   PERFORM CLASIFICA-REGISTRO
                   MOVE FALLORD-RUT             TO WS-FALL-RUT
                ELSE
                   MOVE 99999999                TO WS-FALL-RUT
                END-IF .

        LEE-06 .
                READ ENTRADA6 AT END MOVE 1     TO WS-FIN-6 .
                IF WS-FIN-6 = 1
                   MOVE 99999999                TO SUPR-RUT
                END-IF .

        CLASIFICA-REGISTRO .
      *         Encabezado: firma del programa; trailer: fecha +
      *         contador numericos; lo demas es detalle.
                MOVE "S"                        TO WS-DETALLE-SW
                IF WS-CABEZA-7 = "SFCPMIG"
                   OR WS-CABEZA-20 IS NUMERIC
                   MOVE "N"                     TO WS-DETALLE-SW
                END-IF .

        300000-FINAL .
                CLOSE ENTRADA1 .
                CLOSE ENTRADA2 .
                CLOSE ENTRADA3 .
                IF CALENDARIO-ABIERTO
                   CLOSE ENTRADA4
                END-IF
                CLOSE ENTRADA5 .
                CLOSE ENTRADA6 .
                CLOSE SALIDA1M0 .
                CLOSE SALIDA1M1 .
                CLOSE SALIDA1M2 .
                CLOSE SALIDA1M3 .
                CLOSE SALIDA1M4 .
                PERFORM ESCRIBE-CONTROL-TOTALES
                PERFORM CIERRA-RUN-LEDGER
                display "Socios Leidos MEMBER        = " WS-C-ENT-1.
                display "Excepciones A Abiertas      = "
                        WS-C-EXC-ABIERTAS.
                display "Avisos Grabados             = " WS-C-SAL-1.
                display "Avisos Marca RIPLEY (M0)    = "
                        WS-C-MARCA-DEF.
                display "Avisos Marca 1              = "
                        WS-C-MARCA (1).
                display "Avisos Marca 2              = "
                        WS-C-MARCA (2).
                display "Avisos Marca 3              = "
                        WS-C-MARCA (3).
                display "Avisos Marca 4              = "
                        WS-C-MARCA (4).
                display "Omitidos Actualizacion      = "
                        WS-C-ACTUALIZACION.
                display "Excluidos Fallecido         = "
                        WS-C-FALLECIDO.
                display "Excluidos Supresion         = "
                        WS-C-SUPRIMIDO.
                display "Excluidos Excepcion A       = "
                        WS-C-EXCEPCION-A.
                display "Excluidos Sin Contacto      = "
                        WS-C-SIN-CONTACTO.
                display "Avisos Sin Saldo Migrado    = "
                        WS-C-SIN-SALDO.

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
                           " SFCPMIG1048 EN LA BITACORA"
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
                MOVE "SFCPMIG1048"              TO RUNL-PROGRAM_NAME
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
                   AND RUNL-PROGRAM_NAME = "SFCPMIG1048"
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
      *         Fecha de negocio de la cadena (COPY_FECHA_NEGOCIO): es
      *         la fecha de migracion que informa el aviso. Sin
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
                MOVE "SFCPMIG1048"              TO RUNL-PROGRAM_NAME
                MOVE "FIN"                      TO RUNL-EVENTO
                MOVE WS-TS-FECHA-HORA           TO RUNL-TIMESTAMP
                IF MODO-ENSAYO
                   MOVE "ENSAYO"                TO RUNL-ESTADO
                ELSE
                   MOVE "OK"                    TO RUNL-ESTADO
                END-IF
                MOVE WS-RC-FINAL                TO RUNL-RETURN-CODE
                MOVE WS-C-SAL-1                 TO RUNL-REGISTROS
                WRITE REG-LEDGER END-WRITE
                CLOSE LEDGER .

        ESCRIBE-CONTROL-TOTALES .
      *         En modo ensayo el historial de totales no se toca:
      *         es la base de comparacion de las corridas reales.
                IF NOT MODO-ENSAYO
                   PERFORM ESCRIBE-CONTROL-TOTALES-REAL
                END-IF .

        ESCRIBE-CONTROL-TOTALES-REAL .
                OPEN EXTEND SALIDA2
                IF WS-CTOT-STATUS NOT = "00"
                   OPEN OUTPUT SALIDA2
                END-IF
                MOVE "SFCPMIG1048"              TO CTOT-PROGRAM_NAME
                MOVE WS-RUN-FECHA               TO WS-FECHA
                MOVE WS-FECHA                   TO CTOT-FECHA
                MOVE "LEIDOS MEMBER"            TO CTOT-CONTADOR
                MOVE WS-C-ENT-1                  TO CTOT-VALOR
                WRITE REG-SALIDA2 END-WRITE
                MOVE "GRABADOS AVISO"           TO CTOT-CONTADOR
                MOVE WS-C-SAL-1                  TO CTOT-VALOR
                WRITE REG-SALIDA2 END-WRITE
                MOVE "OMITIDOS ACTUALIZA"       TO CTOT-CONTADOR
                MOVE WS-C-ACTUALIZACION          TO CTOT-VALOR
                WRITE REG-SALIDA2 END-WRITE
                MOVE "EXCL FALLECIDO"           TO CTOT-CONTADOR
                MOVE WS-C-FALLECIDO              TO CTOT-VALOR
                WRITE REG-SALIDA2 END-WRITE
                MOVE "EXCL SUPRESION"           TO CTOT-CONTADOR
                MOVE WS-C-SUPRIMIDO              TO CTOT-VALOR
                WRITE REG-SALIDA2 END-WRITE
                MOVE "EXCL EXCEPCION A"         TO CTOT-CONTADOR
                MOVE WS-C-EXCEPCION-A            TO CTOT-VALOR
                WRITE REG-SALIDA2 END-WRITE
                MOVE "EXCL SIN CONTACTO"        TO CTOT-CONTADOR
                MOVE WS-C-SIN-CONTACTO           TO CTOT-VALOR
                WRITE REG-SALIDA2 END-WRITE
                MOVE "AVISO SIN SALDO MIG"      TO CTOT-CONTADOR
                MOVE WS-C-SIN-SALDO              TO CTOT-VALOR
                WRITE REG-SALIDA2 END-WRITE
                CLOSE SALIDA2 .

        GRABA-ALERTA .
      *         Asiento normalizado en el archivo unico de alertas;
      *         el parrafo que invoca ya dejo cargados el mensaje y
      *         el codigo de condicion.
                OPEN EXTEND ALERTA
                IF WS-ALER-STATUS NOT = "00"
                   OPEN OUTPUT ALERTA
                END-IF
                MOVE WS-RUN-ID                  TO ALER-RUN-ID
                MOVE "SFCPMIG1048"              TO ALER-PROGRAM_NAME
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
