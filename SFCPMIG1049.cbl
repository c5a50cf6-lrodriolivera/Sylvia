        IDENTIFICATION DIVISION.
        PROGRAM-ID. SFCPMIG1049 .
        AUTHOR.     CONNECTIS-GS.
      * Paquete de reverso de una noche cargada con parametros
      * equivocados (offset de tier, prefijo de marca): dado el
      * RUN-ID de la corrida (tarjeta COPY_REVERSO_CORRIDA), lee los
      * archivos que esa noche se entregaron a Oracle Loyalty Cloud
      * (MEMBER, ACCRUALS, REDEMPTIONS y CADUCIDAD), comprobando por su
      * encabezado que son de esa fecha de negocio y por el
      * manifiesto de SFCPMIG1008 (COPY_MANIFIESTO) que son
      * exactamente los transferidos, y genera la carga compensatoria:
      * - ACCRUALS, REDEMPTIONS y CADUCIDAD con el valor en signo
      *   contrario para cada movimiento confirmado por SFCPMIG1009
      *   (su clave RUT+NUMMOVIM esta en el historial de claves
      *   posteadas de SFCPMIG0701 o SFCPMIG0801); los no confirmados
      *   nunca entraron a Oracle y no se reversan.
      * - TRANSACTIONS compensatorio: una transaccion sin monto por
      *   cada TRX de reverso (sufijo REV), para que los movimientos
      *   reversados tengan a que transaccion referirse en Oracle.
      * - Neto reversado por RUT (layout COPY_SALDO_LEGACY, mismo
      *   calculo que el saldo migrado de SFCPMIG1004), que
      *   SFCPMIG1051 descuenta del acumulado de puntos enviados.
      * - MEMBER de actualizacion de estado: los socios creados esa
      *   noche (CARGA INICIAL o PROVISIONAL) quedan inactivos y los
      *   dados de baja esa noche (MEMBER inactivo, y el archivo de
      *   bajas de SFCPMIG0902 si el JCL lo entrega) se reactivan.
      * - Historiales de claves posteadas sin las claves de la noche,
      *   para que la corrida corregida vuelva a generarlas.
      * Cada programa de la cadena estampa su propio RUN-ID; la noche
      * se identifica por la fecha de negocio (primeros ocho
      * caracteres del RUN-ID). Los archivos por marca se entregan
      * concatenados: cada tramo encabezado-trailer se coteja con su
      * propia linea del manifiesto.
      * Antes de liberar nada se deja el resumen para firma
      * (FRESUMENREVERSO). Sin APROBADOR en la tarjeta, o si el
      * APROBADOR es el mismo SOLICITANTE o los totales que copio del
      * resumen no calzan, el paquete sale marcado ENSAYO (SFCPMIG1008
      * no lo manifiesta) y los historiales de claves salen intactos.
      * Fecha : 15-10-2026
      * COMPILAR-LINK : cobol.sh SFCPMIG1049
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

                SELECT ENTRADA1 ASSIGN TO EXTERNAL FMANIFIESTO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-MAN-STATUS.

                SELECT ENTRADA2 ASSIGN TO EXTERNAL FREVERSOCORRIDA
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-REVC-STATUS.

                SELECT ENTRADA3 ASSIGN TO EXTERNAL FACCRUALS
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-ACU-STATUS.

                SELECT ENTRADA4 ASSIGN TO EXTERNAL FREDEMPTIONS
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-RED-STATUS.

                SELECT ENTRADA5 ASSIGN TO EXTERNAL FMEMBER
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-MEM-STATUS.

      *         Bajas de socios de SFCPMIG0902 (opcional).
                SELECT ENTRADA6 ASSIGN TO EXTERNAL FMEMBERBAJA
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-BAJA-STATUS.

                SELECT ENTRADA7 ASSIGN TO EXTERNAL FCLAVESPOST0701
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-CP07-STATUS.

                SELECT ENTRADA8 ASSIGN TO EXTERNAL FCLAVESPOST0801
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-CP08-STATUS.

                SELECT ENTRADA9 ASSIGN TO EXTERNAL FMARCA
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT ENTRADA10 ASSIGN TO EXTERNAL FCADUCIDAD
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-CAD-STATUS.

                SELECT SORTREV ASSIGN TO EXTERNAL SORTWKREV .

      *         Movimientos de la noche ordenados por clave y tipo,
      *         recorridos dos veces (totales y generacion).
                SELECT TRABAJO ASSIGN TO EXTERNAL FMOVREVERSO
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA1 ASSIGN TO EXTERNAL FACCRUALSREVERSO
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA2 ASSIGN TO EXTERNAL FREDEMPTIONSREVERSO
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA3 ASSIGN TO EXTERNAL FMEMBERREVERSO
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA4 ASSIGN TO EXTERNAL
                       FCLAVESPOST0701NUEVO
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA5 ASSIGN TO EXTERNAL
                       FCLAVESPOST0801NUEVO
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA6 ASSIGN TO EXTERNAL FRESUMENREVERSO
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA7 ASSIGN TO EXTERNAL FCONTROLTOTALES
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-CTOT-STATUS.

                SELECT SALIDA8 ASSIGN TO EXTERNAL FCADUCIDADREVERSO
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA9 ASSIGN TO EXTERNAL
                       FTRANSACTIONSREVERSO
                       ORGANIZATION LINE SEQUENTIAL.

                SELECT SALIDA10 ASSIGN TO EXTERNAL FSALDOREVERSO
                       ORGANIZATION LINE SEQUENTIAL.

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

      *    Manifiesto de transferencia de la noche (SFCPMIG1008).
       FD ENTRADA1
          RECORDING MODE IS F
          RECORD CONTAINS 70 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA1 .
           COPY COPY_MANIFIESTO .

      *    Tarjeta de control y firma del reverso.
       FD ENTRADA2
          RECORDING MODE IS F
          RECORD CONTAINS 64 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA2 .
           COPY COPY_REVERSO_CORRIDA .

      *    ACCRUALS entregados esa noche (layout COPY_ACURUALS).
       FD ENTRADA3
          RECORDING MODE IS F
          RECORD CONTAINS 251 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA3                          PIC X(251) .

      *    REDEMPTIONS entregados esa noche (layout COPY_REDEMPTIONS).
       FD ENTRADA4
          RECORDING MODE IS F
          RECORD CONTAINS 154 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA4                          PIC X(154) .

      *    MEMBER entregado esa noche (layout COPY_MEMBER).
       FD ENTRADA5
          RECORDING MODE IS F
          RECORD CONTAINS 251 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA5                          PIC X(251) .

      *    Bajas de socios de SFCPMIG0902 (layout COPY_MEMBER).
       FD ENTRADA6
          RECORDING MODE IS F
          RECORD CONTAINS 251 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA6                          PIC X(251) .

      *    Historiales de claves posteadas confirmadas por SFCPMIG1009
      *    (ordenados por RUT+NUMMOVIM).
       FD ENTRADA7
          RECORDING MODE IS F
          RECORD CONTAINS 18 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA7 .
          COPY COPY_CLAVES_POSTEADAS REPLACING LEADING ==CLAVEPOST==
               BY ==CLAVE07E== .

       FD ENTRADA8
          RECORDING MODE IS F
          RECORD CONTAINS 18 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01 REG-ENTRADA8 .
          COPY COPY_CLAVES_POSTEADAS REPLACING LEADING ==CLAVEPOST==
               BY ==CLAVE08E== .

      *    Tabla de marcas/cadenas del grupo (COPY_MARCA).
       FD ENTRADA9
          RECORDING MODE IS F
          RECORD CONTAINS 26 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA9 .
           COPY COPY_MARCA .

      *    CADUCIDAD entregada esa noche (layout COPY_REDEMPTIONS).
       FD ENTRADA10
          RECORDING MODE IS F
          RECORD CONTAINS 154 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-ENTRADA10                         PIC X(154) .

      *    Movimiento de la noche: tipo (A accrual, R redemption o
      *    caducidad), clave RUT+NUMMOVIM del TRX y registro original.
       SD SORTREV .

       01  REG-SORTREV .
           05 SREV-TIPO                         PIC X(01) .
           05 SREV-CLAVE .
              10 SREV-RUT                       PIC 9(08) .
              10 SREV-NUMMOVIM                  PIC 9(10) .
           05 SREV-REGISTRO                     PIC X(251) .

       FD TRABAJO
          RECORDING MODE IS F
          RECORD CONTAINS 270 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-TRABAJO .
           05 TRAB-TIPO                         PIC X(01) .
              88 TRAB-ES-ACCRUAL                VALUE "A" .
           05 TRAB-CLAVE .
              10 TRAB-RUT                       PIC 9(08) .
              10 TRAB-NUMMOVIM                  PIC 9(10) .
           05 TRAB-REGISTRO                     PIC X(251) .

       FD SALIDA1
          RECORDING MODE IS F
          RECORD CONTAINS 251 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA1                           PIC X(251) .

       FD SALIDA2
          RECORDING MODE IS F
          RECORD CONTAINS 154 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA2                           PIC X(154) .

       FD SALIDA3
          RECORDING MODE IS F
          RECORD CONTAINS 251 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA3                           PIC X(251) .

       FD SALIDA4
          RECORDING MODE IS F
          RECORD CONTAINS 18 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA4                           PIC X(018) .

       FD SALIDA5
          RECORDING MODE IS F
          RECORD CONTAINS 18 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA5                           PIC X(018) .

      *    Resumen para firma del reverso.
       FD SALIDA6
          RECORDING MODE IS F
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA6                           PIC X(080) .

      *    Historial de totales de control de la corrida
      *    (COPY_CONTROL_TOTALES), compartido por toda la cadena.
       FD SALIDA7
          RECORDING MODE IS F
          RECORD CONTAINS 51 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA7 .
           COPY COPY_CONTROL_TOTALES .

       FD SALIDA8
          RECORDING MODE IS F
          RECORD CONTAINS 154 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA8                           PIC X(154) .

      *    Transacciones compensatorias (layout COPY_TRANSACTIONS).
       FD SALIDA9
          RECORDING MODE IS F
          RECORD CONTAINS 501 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA9                           PIC X(501) .

      *    Neto reversado por RUT, ordenado por RUT.
       FD SALIDA10
          RECORDING MODE IS F
          RECORD CONTAINS 20 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS STANDARD.

       01  REG-SALIDA10 .
           COPY COPY_SALDO_LEGACY REPLACING LEADING ==SALDO== BY
                ==SALREV== .

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
           05 WS-FIN-3                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-4                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-5                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-6                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-7                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-8                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-9                          PIC 9(01) VALUE ZEROS .
           05 WS-FIN-10                         PIC 9(01) VALUE ZEROS .
           05 WS-FIN-SREV                       PIC 9(01) VALUE ZEROS .
           05 WS-FIN-TRAB                       PIC 9(01) VALUE ZEROS .
           05 WS-MAN-STATUS                     PIC X(02) .
           05 WS-REVC-STATUS                    PIC X(02) .
           05 WS-ACU-STATUS                     PIC X(02) .
           05 WS-RED-STATUS                     PIC X(02) .
           05 WS-CAD-STATUS                     PIC X(02) .
           05 WS-MEM-STATUS                     PIC X(02) .
           05 WS-BAJA-STATUS                    PIC X(02) .
           05 WS-CP07-STATUS                    PIC X(02) .
           05 WS-CP08-STATUS                    PIC X(02) .
           05 WS-CTOT-STATUS                    PIC X(02) .
           05 WS-RC-FINAL                       PIC 9(04) VALUE ZEROS .
      *    Pasada 1: totales para la firma; pasada 2: generacion.
           05 WS-PASADA                         PIC 9(01) VALUE ZEROS .
           05 WS-FECHA .
              10 WS-FAA                         PIC X(04) .
              10 WS-FMM                         PIC X(02) .
              10 WS-FDD                         PIC X(02) .
           05 WS-REGCONT                        PIC 9(12) .

      *    Contadores de lectura y de lo que se reversaria (pasada 1)
      *    y de lo grabado (pasada 2).
        01 WS-CONTADORES.
           05 WS-C-ENT-ACU                      PIC 9(12) VALUE ZEROS .
           05 WS-C-ENT-RED                      PIC 9(12) VALUE ZEROS .
           05 WS-C-ENT-CAD                      PIC 9(12) VALUE ZEROS .
           05 WS-C-ENT-MEM                      PIC 9(12) VALUE ZEROS .
           05 WS-C-ENT-BAJA                     PIC 9(12) VALUE ZEROS .
           05 WS-C-SIN-CLAVE                    PIC 9(12) VALUE ZEROS .
           05 WS-C-REV-ACU                      PIC 9(12) VALUE ZEROS .
           05 WS-C-REV-RED                      PIC 9(12) VALUE ZEROS .
           05 WS-C-REV-CAD                      PIC 9(12) VALUE ZEROS .
           05 WS-C-NOCONF-ACU                   PIC 9(12) VALUE ZEROS .
           05 WS-C-NOCONF-RED                   PIC 9(12) VALUE ZEROS .
           05 WS-C-NOCONF-CAD                   PIC 9(12) VALUE ZEROS .
           05 WS-C-DEPURA-07                    PIC 9(12) VALUE ZEROS .
           05 WS-C-DEPURA-08                    PIC 9(12) VALUE ZEROS .
           05 WS-C-SOC-INACTIVA                 PIC 9(12) VALUE ZEROS .
           05 WS-C-SOC-REACTIVA                 PIC 9(12) VALUE ZEROS .
           05 WS-C-SOC-SIN-CAMBIO               PIC 9(12) VALUE ZEROS .
           05 WS-C-SAL-1                        PIC 9(12) VALUE ZEROS .
           05 WS-C-SAL-2                        PIC 9(12) VALUE ZEROS .
           05 WS-C-SAL-3                        PIC 9(12) VALUE ZEROS .
           05 WS-C-SAL-4                        PIC 9(12) VALUE ZEROS .
           05 WS-C-SAL-5                        PIC 9(12) VALUE ZEROS .
           05 WS-C-SAL-8                        PIC 9(12) VALUE ZEROS .
           05 WS-C-SAL-9                        PIC 9(12) VALUE ZEROS .
           05 WS-C-SAL-10                       PIC 9(12) VALUE ZEROS .
           05 WS-T-MOVIMIENTOS                  PIC 9(09) VALUE ZEROS .
           05 WS-T-PUNTOS                       PIC 9(12) VALUE ZEROS .
           05 WS-T-SOCIOS                       PIC 9(09) VALUE ZEROS .

      *    Registros de la noche en sus layouts de carga.
        01 WS-ACCRUAL .
           COPY COPY_ACURUALS .

        01 WS-REDEMPTION .
           COPY COPY_REDEMPTIONS .

        01 WS-SOCIO .
           COPY COPY_MEMBER .

      *    Transaccion compensatoria del TRX de reverso.
        01 WS-TRANSACCION .
           COPY COPY_TRANSACTIONS .

      *    Clave del TRX: "TRX" + RUT + NUMMOVIM, igual que la arman
      *    SFCPMIG0701 y SFCPMIG0801.
        01 WS-MOVIMIENTO.
           05 WS-TRX                            PIC X(25) .
           05 WS-TRX-R REDEFINES WS-TRX .
              10 WS-TRX-PREFIJO                 PIC X(03) .
              10 WS-TRX-RUT                     PIC 9(08) .
              10 WS-TRX-NUMMOVIM                PIC 9(10) .
              10 FILLER                         PIC X(04) .
           05 WS-TRX-REVERSO                    PIC X(25) .
           05 WS-VALOR-LEIDO                    PIC S9(09) .
           05 WS-VALOR-ABS                      PIC 9(09) .
           05 WS-VALOR-REVERSO                  PIC S9(09) .
           05 WS-CONFIRMADO-SW                  PIC X(01) .
              88 MOVIMIENTO-CONFIRMADO          VALUE "S" .
           05 WS-ULT-CLAVE07                    PIC X(18) VALUE SPACES .
           05 WS-ULT-CLAVE08                    PIC X(18) VALUE SPACES .
      *    Los conceptos de un mismo movimiento comparten su TRX de
      *    reverso: la transaccion compensatoria sale una sola vez.
           05 WS-ULT-TRX-REVERSO                PIC X(25) VALUE SPACES .
           05 WS-TRX-TYPE_CODE                  PIC X(15) .
           05 WS-TRX-MEM_NUM                    PIC X(15) .

      *    Neto reversado del RUT en curso (pasada 2), con el signo
      *    con que se envio: SFCPMIG1051 lo descuenta del acumulado.
        01 WS-SALDO-REVERSO.
           05 WS-SAL-RUT                        PIC 9(08) VALUE ZEROS .
           05 WS-SAL-NETO                       PIC S9(11) VALUE ZEROS .
           05 WS-SAL-ABS                        PIC 9(11) .
           05 WS-SAL-SW                         PIC X(01) VALUE "N" .
              88 SALDO-CON-MOVIMIENTO           VALUE "S" .

      *    Clasificacion y checksum de los registros entregados, con
      *    las mismas reglas del manifiesto de SFCPMIG1008: el
      *    checksum es la suma de los codigos de caracter de todos los
      *    bytes del layout, truncada a 9(12).
        01 WS-CLASIFICACION.
           05 WS-REG-BUF                        PIC X(251) .
           05 WS-REG-BUF-R REDEFINES WS-REG-BUF .
              10 WS-BYTE OCCURS 251 TIMES       PIC X(01) .
           05 WS-REG-BUF-R2 REDEFINES WS-REG-BUF .
              10 WS-CABEZA-7                    PIC X(07) .
              10 FILLER                         PIC X(244) .
           05 WS-REG-BUF-R3 REDEFINES WS-REG-BUF .
              10 WS-CABEZA-20                   PIC X(20) .
              10 FILLER                         PIC X(231) .
           05 WS-DETALLE-SW                     PIC X(01) .
              88 ES-DETALLE                     VALUE "S" .
           05 WS-ORD                            PIC 9(03) COMP .
           05 WS-BYTE-IDX                       PIC 9(04) COMP .

      *    Tramo en verificacion: de un encabezado al siguiente (los
      *    archivos por marca llegan concatenados).
        01 WS-TRAMO.
           05 WS-SEG-NOMBRE                     PIC X(14) .
           05 WS-SEG-LARGO                      PIC 9(04) COMP .
           05 WS-SEG-ABIERTO-SW                 PIC X(01) VALUE "N" .
              88 TRAMO-ABIERTO                  VALUE "S" .
           05 WS-SEG-MANIF-SW                   PIC X(01) VALUE "S" .
              88 TRAMO-SE-MANIFIESTA            VALUE "S" .
           05 WS-SEG-RUN-ID                     PIC X(14) .
           05 WS-SEG-REGISTROS                  PIC 9(12) .
           05 WS-SEG-CHECKSUM                   PIC 9(12) COMP-3 .
           05 WS-SEG-CHECKSUM-D                 PIC 9(12) .

      *    Lineas del manifiesto y tramos verificados contra ellas.
        01 WS-TABLA-MANIFIESTO.
           05 WS-MANI-CANT                      PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-MANI-IDX                       PIC 9(04) COMP .
           05 WS-MANI-HIT                       PIC 9(04) COMP .
           05 WS-MANI-ITEM OCCURS 200 TIMES .
              10 WS-MANI-NOMBRE                 PIC X(14) .
              10 WS-MANI-REGISTROS              PIC 9(12) .
              10 WS-MANI-CHECKSUM               PIC 9(12) .
              10 WS-MANI-USADO                  PIC X(01) .
           05 WS-VER-CANT                       PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-VER-IDX                        PIC 9(04) COMP .
           05 WS-VER-ITEM OCCURS 60 TIMES .
              10 WS-VER-NOMBRE                  PIC X(14) .
              10 WS-VER-RUN-ID                  PIC X(14) .
              10 WS-VER-REGISTROS               PIC 9(12) .

      *    Tabla de marcas (ORG_CODE por prefijo). El resumen se
      *    desglosa por marca: la entrada 1 es la marca RIPLEY por
      *    defecto y la entrada n+1 la marca n de COPY_MARCA.
        01 WS-TABLA-MARCA.
           05 WS-MARCA-CANT                     PIC 9(04) COMP
                                                 VALUE ZEROS .
           05 WS-MARCA-IDX                      PIC 9(04) COMP .
           05 WS-MARCA-ENCONTRADO               PIC X(01) .
              88 MARCA-FUE-ENCONTRADA           VALUE "S" .
           05 WS-MARCA-ITEM OCCURS 50 TIMES .
              10 WS-MARCA-ITEM-ORG_CODE         PIC X(10) .
              10 WS-MARCA-ITEM-PREFIJO          PIC X(04) .
              10 WS-MARCA-ITEM-MONEDA           PIC X(03) .
           05 WS-MARCA-SLOT                     PIC 9(04) COMP .
           05 WS-ORG-ACTUAL                     PIC X(10) .
           05 WS-MONEDA-ACTUAL                  PIC X(03) .
           05 WS-PREFIJO-ACTUAL                 PIC X(04) .

        01 WS-TABLA-RESUMEN.
           05 WS-RES-IDX                        PIC 9(04) COMP .
           05 WS-RES-ITEM OCCURS 51 TIMES .
              10 WS-RES-ORG                     PIC X(10) .
              10 WS-RES-C-ACU                   PIC 9(09) .
              10 WS-RES-P-ACU                   PIC 9(12) .
              10 WS-RES-C-RED                   PIC 9(09) .
              10 WS-RES-P-RED                   PIC 9(12) .
              10 WS-RES-C-SOC                   PIC 9(09) .

      *    Firma del paquete.
        01 WS-FIRMA.
           05 WS-PAQUETE-SW                     PIC X(01) VALUE "N" .
              88 PAQUETE-LIBERADO               VALUE "S" .
           05 WS-ESTADO-PAQUETE                 PIC X(45) .

      *    Lineas del resumen para firma.
        01 WS-REPORTE.
           05 WS-LINEA                          PIC X(80) .
           05 WS-SEPARADOR                      PIC X(80)
                                                 VALUE ALL "-" .
           05 WS-VALOR-ED                       PIC Z(11)9 .
           05 WS-ED-C-ACU                       PIC Z(8)9 .
           05 WS-ED-P-ACU                       PIC Z(11)9 .
           05 WS-ED-C-RED                       PIC Z(8)9 .
           05 WS-ED-P-RED                       PIC Z(11)9 .
           05 WS-ED-C-SOC                       PIC Z(8)9 .

      *    Encabezado identificador escrito al abrir cada salida.
        01 WS-ENCABEZADO.
           05 WS-ENCAB-PROGRAMA                 PIC X(11)
                                                 VALUE "SFCPMIG1049" .
           05 WS-ENCAB-NUMARCH                  PIC 9(02) VALUE 01 .
           05 WS-ENCAB-REG                      PIC X(251) .

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
                PERFORM LEE-TARJETA
                INITIALIZE WS-TABLA-RESUMEN
                OPEN INPUT ENTRADA9 .
                PERFORM LEE-09
                PERFORM CARGA-MARCA UNTIL WS-FIN-9 = 1
                CLOSE ENTRADA9 .
                MOVE "RIPLEY"                   TO WS-RES-ORG (1)
                PERFORM CARGA-MANIFIESTO .

        LEE-TARJETA .
      *         Sin tarjeta, sin RUN-ID valido o sin SOLICITANTE no
      *         hay que reversar.
                OPEN INPUT ENTRADA2
                IF WS-REVC-STATUS NOT = "00"
                   MOVE "TARJETA DE REVERSO NO DISPONIBLE"
                                           TO WS-ALERTA-MENSAJE
                   PERFORM ERROR-ENTRADA
                END-IF
                READ ENTRADA2
                IF WS-REVC-STATUS NOT = "00"
                   OR REVC-RUN-ID (1:8) IS NOT NUMERIC
                   OR REVC-SOLICITANTE = SPACES
                   MOVE "TARJETA DE REVERSO INCOMPLETA"
                                           TO WS-ALERTA-MENSAJE
                   PERFORM ERROR-ENTRADA
                END-IF
                IF REVC-MOVIMIENTOS IS NOT NUMERIC
                   MOVE ZEROS                   TO REVC-MOVIMIENTOS
                END-IF
                IF REVC-PUNTOS IS NOT NUMERIC
                   MOVE ZEROS                   TO REVC-PUNTOS
                END-IF
                IF REVC-SOCIOS IS NOT NUMERIC
                   MOVE ZEROS                   TO REVC-SOCIOS
                END-IF
                CLOSE ENTRADA2
                DISPLAY "REVERSO DE LA CORRIDA " REVC-RUN-ID
                        " SOLICITADO POR " REVC-SOLICITANTE .

        ERROR-ENTRADA .
                DISPLAY WS-ALERTA-MENSAJE
                DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                DISPLAY "---------------------------------"
                MOVE 1                          TO WS-ALERTA-CONDICION
                PERFORM GRABA-ALERTA
                MOVE 1                          TO RETURN-CODE
                STOP RUN .

        ERROR-VERIFICACION .
      *         Un archivo que no es de la noche, que no es el que se
      *         transfirio o que falta no admite reverso parcial.
                DISPLAY WS-ALERTA-MENSAJE
                DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                DISPLAY "---------------------------------"
                MOVE 8                          TO WS-ALERTA-CONDICION
                PERFORM GRABA-ALERTA
                MOVE 8                          TO RETURN-CODE
                STOP RUN .

        LEE-09 .
                READ ENTRADA9 AT END MOVE 1     TO WS-FIN-9 .

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
                MOVE MARCA-MONEDA               TO
                     WS-MARCA-ITEM-MONEDA (WS-MARCA-CANT)
                MOVE MARCA-ORG_CODE             TO
                     WS-RES-ORG (WS-MARCA-CANT + 1)
                PERFORM LEE-09 .

        CARGA-MANIFIESTO .
                OPEN INPUT ENTRADA1
                IF WS-MAN-STATUS NOT = "00"
                   MOVE "MANIFIESTO DE LA NOCHE NO DISPONIBLE"
                                           TO WS-ALERTA-MENSAJE
                   PERFORM ERROR-ENTRADA
                END-IF
                PERFORM LEE-01
                PERFORM CARGA-LINEA-MANIFIESTO UNTIL WS-FIN-1 = 1
                CLOSE ENTRADA1 .

        LEE-01 .
                READ ENTRADA1 AT END MOVE 1     TO WS-FIN-1 .

        CARGA-LINEA-MANIFIESTO .
                ADD 1                           TO WS-MANI-CANT
                IF WS-MANI-CANT > 200
                   DISPLAY "MANIFIESTO EXCEDE LA CAPACIDAD DE LA TABLA"
                   DISPLAY "ERROR GRAVE SE DETIENE EJECUCION"
                   DISPLAY "---------------------------------"
                   MOVE 1                      TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE MAN-ARCHIVO                TO
                     WS-MANI-NOMBRE (WS-MANI-CANT)
                MOVE MAN-REGISTROS              TO
                     WS-MANI-REGISTROS (WS-MANI-CANT)
                MOVE MAN-CHECKSUM               TO
                     WS-MANI-CHECKSUM (WS-MANI-CANT)
                MOVE "N"                        TO
                     WS-MANI-USADO (WS-MANI-CANT)
                PERFORM LEE-01 .

      *---------------------------------------------------------------*
      *  Los movimientos de la noche se verifican y ordenan por clave *
      *  y tipo; con la pasada 1 se arma el resumen para firma y,     *
      *  segun la firma, la pasada 2 genera el paquete.               *
      *---------------------------------------------------------------*
        200000-PROCESO .
                SORT SORTREV
                     ON ASCENDING KEY SREV-CLAVE SREV-TIPO
                     INPUT PROCEDURE IS CARGA-MOVIMIENTOS
                     OUTPUT PROCEDURE IS GRABA-TRABAJO
                MOVE 1                          TO WS-PASADA
                PERFORM PROCESA-SOCIOS
                PERFORM VALIDA-MANIFIESTO-COMPLETO
                PERFORM PASADA-MOVIMIENTOS
                COMPUTE WS-T-MOVIMIENTOS = WS-C-REV-ACU + WS-C-REV-RED
                                         + WS-C-REV-CAD
                COMPUTE WS-T-SOCIOS = WS-C-SOC-INACTIVA
                                    + WS-C-SOC-REACTIVA
                PERFORM EVALUA-FIRMA
                PERFORM ESCRIBE-RESUMEN
                MOVE 2                          TO WS-PASADA
                PERFORM ABRE-PAQUETE
                PERFORM PASADA-MOVIMIENTOS
                PERFORM PROCESA-SOCIOS
                PERFORM CIERRA-PAQUETE .

        CARGA-MOVIMIENTOS .
                OPEN INPUT ENTRADA3
                IF WS-ACU-STATUS NOT = "00"
                   MOVE "ARCHIVO ACCRUALS DE LA NOCHE NO DISPONIBLE"
                                           TO WS-ALERTA-MENSAJE
                   PERFORM ERROR-ENTRADA
                END-IF
                MOVE "ACCRUALS"                 TO WS-SEG-NOMBRE
                MOVE 251                        TO WS-SEG-LARGO
                MOVE "S"                        TO WS-SEG-MANIF-SW
                PERFORM LEE-03
                PERFORM SUELTA-ACCRUAL UNTIL WS-FIN-3 = 1
                PERFORM CIERRA-TRAMO
                CLOSE ENTRADA3
                OPEN INPUT ENTRADA4
                IF WS-RED-STATUS NOT = "00"
                   MOVE "ARCHIVO REDEMPTIONS DE LA NOCHE NO DISPONIBLE"
                                           TO WS-ALERTA-MENSAJE
                   PERFORM ERROR-ENTRADA
                END-IF
                MOVE "REDEMPTIONS"              TO WS-SEG-NOMBRE
                MOVE 154                        TO WS-SEG-LARGO
                PERFORM LEE-04
                PERFORM SUELTA-REDEMPTION UNTIL WS-FIN-4 = 1
                PERFORM CIERRA-TRAMO
                CLOSE ENTRADA4
      *         La caducidad va contra el mismo historial de claves
      *         de SFCPMIG0801 que los redemptions.
                OPEN INPUT ENTRADA10
                IF WS-CAD-STATUS NOT = "00"
                   MOVE "ARCHIVO CADUCIDAD DE LA NOCHE NO DISPONIBLE"
                                           TO WS-ALERTA-MENSAJE
                   PERFORM ERROR-ENTRADA
                END-IF
                MOVE "CADUCIDAD"                TO WS-SEG-NOMBRE
                MOVE 154                        TO WS-SEG-LARGO
                PERFORM LEE-10
                PERFORM SUELTA-CADUCIDAD UNTIL WS-FIN-10 = 1
                PERFORM CIERRA-TRAMO
                CLOSE ENTRADA10 .

        LEE-03 .
                READ ENTRADA3 AT END MOVE 1     TO WS-FIN-3 .
                IF WS-FIN-3 = ZEROS
                   MOVE REG-ENTRADA3            TO WS-REG-BUF
                   PERFORM ACUMULA-TRAMO
                END-IF .

        LEE-04 .
                READ ENTRADA4 AT END MOVE 1     TO WS-FIN-4 .
                IF WS-FIN-4 = ZEROS
                   MOVE REG-ENTRADA4            TO WS-REG-BUF
                   PERFORM ACUMULA-TRAMO
                END-IF .

        LEE-10 .
                READ ENTRADA10 AT END MOVE 1    TO WS-FIN-10 .
                IF WS-FIN-10 = ZEROS
                   MOVE REG-ENTRADA10           TO WS-REG-BUF
                   PERFORM ACUMULA-TRAMO
                END-IF .

        SUELTA-ACCRUAL .
      *         Sin clave TRX valida no se puede probar que Oracle la
      *         confirmo: se cuenta y no se reversa.
                IF ES-DETALLE
                   ADD 1                        TO WS-C-ENT-ACU
                   MOVE REG-ENTRADA3            TO WS-ACCRUAL
                   MOVE RACUR-TRX_NUM           TO WS-TRX
                   IF WS-TRX-PREFIJO = "TRX"
                      AND WS-TRX-RUT IS NUMERIC
                      AND WS-TRX-NUMMOVIM IS NUMERIC
                      MOVE "A"                  TO SREV-TIPO
                      MOVE WS-TRX-RUT           TO SREV-RUT
                      MOVE WS-TRX-NUMMOVIM      TO SREV-NUMMOVIM
                      MOVE REG-ENTRADA3         TO SREV-REGISTRO
                      RELEASE REG-SORTREV
                   ELSE
                      ADD 1                     TO WS-C-SIN-CLAVE
                   END-IF
                END-IF
                PERFORM LEE-03 .

        SUELTA-REDEMPTION .
                IF ES-DETALLE
                   ADD 1                        TO WS-C-ENT-RED
                   MOVE REG-ENTRADA4            TO WS-REDEMPTION
                   MOVE RREDE-TRX_ID            TO WS-TRX
                   IF WS-TRX-PREFIJO = "TRX"
                      AND WS-TRX-RUT IS NUMERIC
                      AND WS-TRX-NUMMOVIM IS NUMERIC
                      MOVE "R"                  TO SREV-TIPO
                      MOVE WS-TRX-RUT           TO SREV-RUT
                      MOVE WS-TRX-NUMMOVIM      TO SREV-NUMMOVIM
                      MOVE REG-ENTRADA4         TO SREV-REGISTRO
                      RELEASE REG-SORTREV
                   ELSE
                      ADD 1                     TO WS-C-SIN-CLAVE
                   END-IF
                END-IF
                PERFORM LEE-04 .

        SUELTA-CADUCIDAD .
                IF ES-DETALLE
                   ADD 1                        TO WS-C-ENT-CAD
                   MOVE REG-ENTRADA10           TO WS-REDEMPTION
                   MOVE RREDE-TRX_ID            TO WS-TRX
                   IF WS-TRX-PREFIJO = "TRX"
                      AND WS-TRX-RUT IS NUMERIC
                      AND WS-TRX-NUMMOVIM IS NUMERIC
                      MOVE "R"                  TO SREV-TIPO
                      MOVE WS-TRX-RUT           TO SREV-RUT
                      MOVE WS-TRX-NUMMOVIM      TO SREV-NUMMOVIM
                      MOVE REG-ENTRADA10        TO SREV-REGISTRO
                      RELEASE REG-SORTREV
                   ELSE
                      ADD 1                     TO WS-C-SIN-CLAVE
                   END-IF
                END-IF
                PERFORM LEE-10 .

        GRABA-TRABAJO .
                OPEN OUTPUT TRABAJO
                PERFORM LEE-SORTREV
                PERFORM COPIA-SORTREV UNTIL WS-FIN-SREV = 1
                CLOSE TRABAJO .

        LEE-SORTREV .
                RETURN SORTREV AT END MOVE 1    TO WS-FIN-SREV
                END-RETURN .

        COPIA-SORTREV .
                WRITE REG-TRABAJO FROM REG-SORTREV END-WRITE
                PERFORM LEE-SORTREV .

      *---------------------------------------------------------------*
      *  Verificacion de cada tramo entregado: encabezado de la fecha *
      *  de negocio pedida, no firmado ENSAYO, y cantidad de          *
      *  registros y checksum iguales a una linea del manifiesto.     *
      *---------------------------------------------------------------*
        ACUMULA-TRAMO .
                MOVE "S"                        TO WS-DETALLE-SW
                IF WS-CABEZA-7 = "SFCPMIG"
                   MOVE "N"                     TO WS-DETALLE-SW
                   PERFORM CIERRA-TRAMO
                   PERFORM ABRE-TRAMO
                END-IF
                IF WS-CABEZA-20 IS NUMERIC
                   MOVE "N"                     TO WS-DETALLE-SW
                END-IF
                IF NOT TRAMO-ABIERTO
                   MOVE SPACES                  TO WS-ALERTA-MENSAJE
                   STRING "ARCHIVO SIN ENCABEZADO: "
                                                DELIMITED BY SIZE
                          WS-SEG-NOMBRE         DELIMITED BY SIZE
                                           INTO WS-ALERTA-MENSAJE
                   END-STRING
                   PERFORM ERROR-VERIFICACION
                END-IF
                ADD 1                           TO WS-SEG-REGISTROS
                PERFORM ACUMULA-BYTE
                   VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > WS-SEG-LARGO .

        ACUMULA-BYTE .
                COMPUTE WS-ORD =
                        FUNCTION ORD (WS-BYTE (WS-BYTE-IDX)) - 1
                ADD WS-ORD                      TO WS-SEG-CHECKSUM .

        ABRE-TRAMO .
                MOVE WS-REG-BUF (22:14)         TO WS-SEG-RUN-ID
                IF WS-SEG-RUN-ID (1:8) NOT = REVC-RUN-ID (1:8)
                   MOVE SPACES                  TO WS-ALERTA-MENSAJE
                   STRING "ARCHIVO DE OTRA NOCHE: "
                                                DELIMITED BY SIZE
                          WS-SEG-NOMBRE         DELIMITED BY SIZE
                          " "                   DELIMITED BY SIZE
                          WS-SEG-RUN-ID         DELIMITED BY SIZE
                                           INTO WS-ALERTA-MENSAJE
                   END-STRING
                   PERFORM ERROR-VERIFICACION
                END-IF
                IF WS-REG-BUF (36:6) = "ENSAYO"
                   MOVE SPACES                  TO WS-ALERTA-MENSAJE
                   STRING "ARCHIVO DE ENSAYO NO SE REVERSA: "
                                                DELIMITED BY SIZE
                          WS-SEG-NOMBRE         DELIMITED BY SIZE
                                           INTO WS-ALERTA-MENSAJE
                   END-STRING
                   PERFORM ERROR-VERIFICACION
                END-IF
                MOVE "S"                        TO WS-SEG-ABIERTO-SW
                MOVE ZEROS                      TO WS-SEG-REGISTROS
                MOVE ZEROS                      TO WS-SEG-CHECKSUM .

        CIERRA-TRAMO .
                IF TRAMO-ABIERTO
                   AND TRAMO-SE-MANIFIESTA
                   PERFORM COTEJA-MANIFIESTO
                END-IF
                MOVE "N"                        TO WS-SEG-ABIERTO-SW .

        COTEJA-MANIFIESTO .
                MOVE WS-SEG-CHECKSUM            TO WS-SEG-CHECKSUM-D
                MOVE ZEROS                      TO WS-MANI-HIT
                PERFORM COMPARA-MANIFIESTO
                   VARYING WS-MANI-IDX FROM 1 BY 1
                   UNTIL WS-MANI-IDX > WS-MANI-CANT
                      OR WS-MANI-HIT > ZEROS
                IF WS-MANI-HIT = ZEROS
                   MOVE SPACES                  TO WS-ALERTA-MENSAJE
                   STRING "ARCHIVO NO CALZA CON EL MANIFIESTO: "
                                                DELIMITED BY SIZE
                          WS-SEG-NOMBRE         DELIMITED BY SIZE
                                           INTO WS-ALERTA-MENSAJE
                   END-STRING
                   PERFORM ERROR-VERIFICACION
                END-IF
                MOVE "S"                        TO
                     WS-MANI-USADO (WS-MANI-HIT)
                ADD 1                           TO WS-VER-CANT
                IF WS-VER-CANT NOT > 60
                   MOVE WS-SEG-NOMBRE           TO
                        WS-VER-NOMBRE (WS-VER-CANT)
                   MOVE WS-SEG-RUN-ID           TO
                        WS-VER-RUN-ID (WS-VER-CANT)
                   MOVE WS-SEG-REGISTROS        TO
                        WS-VER-REGISTROS (WS-VER-CANT)
                END-IF .

        COMPARA-MANIFIESTO .
                IF WS-MANI-NOMBRE (WS-MANI-IDX) = WS-SEG-NOMBRE
                   AND WS-MANI-USADO (WS-MANI-IDX) = "N"
                   AND WS-MANI-REGISTROS (WS-MANI-IDX)
                       = WS-SEG-REGISTROS
                   AND WS-MANI-CHECKSUM (WS-MANI-IDX)
                       = WS-SEG-CHECKSUM-D
                   MOVE WS-MANI-IDX             TO WS-MANI-HIT
                END-IF .

        VALIDA-MANIFIESTO-COMPLETO .
      *         Todo MEMBER, ACCRUALS, REDEMPTIONS y CADUCIDAD
      *         manifestado esa noche debe haber llegado al reverso.
                PERFORM VALIDA-LINEA-MANIFIESTO
                   VARYING WS-MANI-IDX FROM 1 BY 1
                   UNTIL WS-MANI-IDX > WS-MANI-CANT .

        VALIDA-LINEA-MANIFIESTO .
                IF (WS-MANI-NOMBRE (WS-MANI-IDX) = "MEMBER"
                    OR WS-MANI-NOMBRE (WS-MANI-IDX) = "ACCRUALS"
                    OR WS-MANI-NOMBRE (WS-MANI-IDX) = "REDEMPTIONS"
                    OR WS-MANI-NOMBRE (WS-MANI-IDX) = "CADUCIDAD")
                   AND WS-MANI-USADO (WS-MANI-IDX) = "N"
                   MOVE SPACES                  TO WS-ALERTA-MENSAJE
                   STRING "ARCHIVO MANIFESTADO NO ENTREGADO: "
                                                DELIMITED BY SIZE
                          WS-MANI-NOMBRE (WS-MANI-IDX)
                                                DELIMITED BY SIZE
                                           INTO WS-ALERTA-MENSAJE
                   END-STRING
                   PERFORM ERROR-VERIFICACION
                END-IF .

      *---------------------------------------------------------------*
      *  Pareo de los movimientos con el historial de claves          *
      *  confirmadas de su programa (0701 accruals, 0801              *
      *  redemptions). Lo que no es de la noche pasa al historial     *
      *  nuevo; las claves de la noche solo se depuran con el paquete *
      *  liberado.                                                    *
      *---------------------------------------------------------------*
        PASADA-MOVIMIENTOS .
                MOVE ZEROS                      TO WS-FIN-TRAB
                MOVE ZEROS                      TO WS-FIN-7
                MOVE ZEROS                      TO WS-FIN-8
                MOVE SPACES                     TO WS-ULT-CLAVE07
                MOVE SPACES                     TO WS-ULT-CLAVE08
                MOVE SPACES                     TO WS-ULT-TRX-REVERSO
                MOVE ZEROS                      TO WS-SAL-RUT
                MOVE ZEROS                      TO WS-SAL-NETO
                MOVE "N"                        TO WS-SAL-SW
                OPEN INPUT ENTRADA7
                IF WS-CP07-STATUS NOT = "00"
                   MOVE "HISTORIAL DE CLAVES 0701 NO DISPONIBLE"
                                           TO WS-ALERTA-MENSAJE
                   PERFORM ERROR-ENTRADA
                END-IF
                OPEN INPUT ENTRADA8
                IF WS-CP08-STATUS NOT = "00"
                   MOVE "HISTORIAL DE CLAVES 0801 NO DISPONIBLE"
                                           TO WS-ALERTA-MENSAJE
                   PERFORM ERROR-ENTRADA
                END-IF
                OPEN INPUT TRABAJO
                PERFORM LEE-07
                PERFORM LEE-08
                PERFORM LEE-TRABAJO
                PERFORM PROCESA-MOVIMIENTO UNTIL WS-FIN-TRAB = 1
                IF WS-PASADA = 2
                   PERFORM CIERRA-SALDO-RUT
                END-IF
                PERFORM COPIA-07 UNTIL WS-FIN-7 = 1
                PERFORM COPIA-08 UNTIL WS-FIN-8 = 1
                CLOSE TRABAJO
                CLOSE ENTRADA7
                CLOSE ENTRADA8 .

        LEE-TRABAJO .
                READ TRABAJO AT END MOVE 1      TO WS-FIN-TRAB .

        LEE-07 .
                READ ENTRADA7 AT END MOVE 1     TO WS-FIN-7 .
                IF WS-FIN-7 = 1
                   MOVE 99999999                TO CLAVE07E-RUT
                   MOVE 9999999999              TO CLAVE07E-NUMMOVIM
                END-IF .

        LEE-08 .
                READ ENTRADA8 AT END MOVE 1     TO WS-FIN-8 .
                IF WS-FIN-8 = 1
                   MOVE 99999999                TO CLAVE08E-RUT
                   MOVE 9999999999              TO CLAVE08E-NUMMOVIM
                END-IF .

        COPIA-07 .
                IF WS-PASADA = 2
                   ADD 1                        TO WS-C-SAL-4
                   WRITE REG-SALIDA4 FROM REG-ENTRADA7 END-WRITE
                END-IF
                PERFORM LEE-07 .

        COPIA-08 .
                IF WS-PASADA = 2
                   ADD 1                        TO WS-C-SAL-5
                   WRITE REG-SALIDA5 FROM REG-ENTRADA8 END-WRITE
                END-IF
                PERFORM LEE-08 .

        DEPURA-07 .
                IF WS-PASADA = 1
                   ADD 1                        TO WS-C-DEPURA-07
                END-IF
                IF WS-PASADA = 2
                   AND NOT PAQUETE-LIBERADO
                   ADD 1                        TO WS-C-SAL-4
                   WRITE REG-SALIDA4 FROM REG-ENTRADA7 END-WRITE
                END-IF
                PERFORM LEE-07 .

        DEPURA-08 .
                IF WS-PASADA = 1
                   ADD 1                        TO WS-C-DEPURA-08
                END-IF
                IF WS-PASADA = 2
                   AND NOT PAQUETE-LIBERADO
                   ADD 1                        TO WS-C-SAL-5
                   WRITE REG-SALIDA5 FROM REG-ENTRADA8 END-WRITE
                END-IF
                PERFORM LEE-08 .

        PROCESA-MOVIMIENTO .
      *         La clave confirmada se recuerda para los demas
      *         registros del mismo movimiento (varios conceptos).
                IF WS-PASADA = 2
                   AND TRAB-RUT NOT = WS-SAL-RUT
                   PERFORM CIERRA-SALDO-RUT
                   MOVE TRAB-RUT                TO WS-SAL-RUT
                END-IF
                MOVE "N"                        TO WS-CONFIRMADO-SW
                IF TRAB-ES-ACCRUAL
                   PERFORM COPIA-07
                      UNTIL CLAVE07E-CLAVE >= TRAB-CLAVE
                   IF CLAVE07E-CLAVE = TRAB-CLAVE
                      MOVE TRAB-CLAVE           TO WS-ULT-CLAVE07
                      PERFORM DEPURA-07
                         UNTIL CLAVE07E-CLAVE NOT = TRAB-CLAVE
                   END-IF
                   IF WS-ULT-CLAVE07 = TRAB-CLAVE
                      MOVE "S"                  TO WS-CONFIRMADO-SW
                   END-IF
                   PERFORM REVIERTE-ACCRUAL
                ELSE
                   PERFORM COPIA-08
                      UNTIL CLAVE08E-CLAVE >= TRAB-CLAVE
                   IF CLAVE08E-CLAVE = TRAB-CLAVE
                      MOVE TRAB-CLAVE           TO WS-ULT-CLAVE08
                      PERFORM DEPURA-08
                         UNTIL CLAVE08E-CLAVE NOT = TRAB-CLAVE
                   END-IF
                   IF WS-ULT-CLAVE08 = TRAB-CLAVE
                      MOVE "S"                  TO WS-CONFIRMADO-SW
                   END-IF
                   PERFORM REVIERTE-REDEMPTION
                END-IF
                PERFORM LEE-TRABAJO .

        REVIERTE-ACCRUAL .
                MOVE TRAB-REGISTRO              TO WS-ACCRUAL
                IF NOT MOVIMIENTO-CONFIRMADO
                   IF WS-PASADA = 1
                      ADD 1                     TO WS-C-NOCONF-ACU
                   END-IF
                ELSE
                   IF WS-PASADA = 1
                      MOVE RACUR-MEM_NUM (1:4)  TO WS-PREFIJO-ACTUAL
                      PERFORM BUSCA-MARCA
                      MOVE RACUR-ACCRUALED_VALUE
                                                TO WS-VALOR-LEIDO
                      PERFORM VALOR-ABSOLUTO
                      ADD 1                     TO WS-C-REV-ACU
                      ADD 1                     TO
                          WS-RES-C-ACU (WS-RES-IDX)
                      ADD WS-VALOR-ABS          TO
                          WS-RES-P-ACU (WS-RES-IDX)
                      ADD WS-VALOR-ABS          TO WS-T-PUNTOS
                   ELSE
                      PERFORM GRABA-ACCRUAL-REVERSO
                   END-IF
                END-IF .

        GRABA-ACCRUAL-REVERSO .
      *         Mismo movimiento con valores en signo contrario y
      *         TRX propio (sufijo REV) para que Oracle no lo tome
      *         como duplicado del original.
                MOVE RACUR-ACCRUALED_VALUE      TO WS-VALOR-LEIDO
                ADD WS-VALOR-LEIDO              TO WS-SAL-NETO
                MOVE "S"                        TO WS-SAL-SW
                COMPUTE WS-VALOR-REVERSO = 0 - WS-VALOR-LEIDO
                MOVE WS-VALOR-REVERSO           TO RACUR-ACCRUALED_VALUE
                MOVE RACUR-EXPIRED_VALUE        TO WS-VALOR-LEIDO
                COMPUTE WS-VALOR-REVERSO = 0 - WS-VALOR-LEIDO
                MOVE WS-VALOR-REVERSO           TO RACUR-EXPIRED_VALUE
                MOVE RACUR-USED_VALUE           TO WS-VALOR-LEIDO
                COMPUTE WS-VALOR-REVERSO = 0 - WS-VALOR-LEIDO
                MOVE WS-VALOR-REVERSO           TO RACUR-USED_VALUE
                MOVE RACUR-TRX_NUM              TO WS-TRX
                PERFORM ARMA-TRX-REVERSO
                MOVE WS-TRX-REVERSO             TO RACUR-TRX_NUM
                MOVE "Reverso Corrida"          TO RACUR-ACTION_NOTE
                ADD 1                           TO WS-C-SAL-1
                WRITE REG-SALIDA1 FROM WS-ACCRUAL END-WRITE
                MOVE "ORA_TXN_ACC"              TO WS-TRX-TYPE_CODE
                MOVE RACUR-MEM_NUM              TO WS-TRX-MEM_NUM
                PERFORM GRABA-TRX-REVERSO .

        REVIERTE-REDEMPTION .
      *         La caducidad se reconoce por su TYPE_CODE; en el
      *         resumen por marca suma en la columna de redemptions.
                MOVE TRAB-REGISTRO              TO WS-REDEMPTION
                IF NOT MOVIMIENTO-CONFIRMADO
                   IF WS-PASADA = 1
                      IF RREDE-TYPE_CODE = "EXPIRATION"
                         ADD 1                  TO WS-C-NOCONF-CAD
                      ELSE
                         ADD 1                  TO WS-C-NOCONF-RED
                      END-IF
                   END-IF
                ELSE
                   IF WS-PASADA = 1
                      MOVE RREDE-MEM_NUM (1:4)  TO WS-PREFIJO-ACTUAL
                      PERFORM BUSCA-MARCA
                      MOVE RREDE-VALUE          TO WS-VALOR-LEIDO
                      PERFORM VALOR-ABSOLUTO
                      IF RREDE-TYPE_CODE = "EXPIRATION"
                         ADD 1                  TO WS-C-REV-CAD
                      ELSE
                         ADD 1                  TO WS-C-REV-RED
                      END-IF
                      ADD 1                     TO
                          WS-RES-C-RED (WS-RES-IDX)
                      ADD WS-VALOR-ABS          TO
                          WS-RES-P-RED (WS-RES-IDX)
                      ADD WS-VALOR-ABS          TO WS-T-PUNTOS
                   ELSE
                      PERFORM GRABA-REDEMPTION-REVERSO
                   END-IF
                END-IF .

        GRABA-REDEMPTION-REVERSO .
                MOVE RREDE-VALUE                TO WS-VALOR-LEIDO
                ADD WS-VALOR-LEIDO              TO WS-SAL-NETO
                MOVE "S"                        TO WS-SAL-SW
                COMPUTE WS-VALOR-REVERSO = 0 - WS-VALOR-LEIDO
                MOVE WS-VALOR-REVERSO           TO RREDE-VALUE
                MOVE RREDE-TRX_ID               TO WS-TRX
                PERFORM ARMA-TRX-REVERSO
                MOVE WS-TRX-REVERSO             TO RREDE-TRX_ID
                IF RREDE-TYPE_CODE = "EXPIRATION"
                   ADD 1                        TO WS-C-SAL-8
                   WRITE REG-SALIDA8 FROM WS-REDEMPTION END-WRITE
                ELSE
                   ADD 1                        TO WS-C-SAL-2
                   WRITE REG-SALIDA2 FROM WS-REDEMPTION END-WRITE
                END-IF
                MOVE "ORA_TXN_RED"              TO WS-TRX-TYPE_CODE
                MOVE RREDE-MEM_NUM              TO WS-TRX-MEM_NUM
                PERFORM GRABA-TRX-REVERSO .

      *---------------------------------------------------------------*
      *  Transaccion compensatoria: sin monto ni comercio, con la     *
      *  fecha de negocio del reverso; ATT_CHAR014 guarda el TRX      *
      *  original que se esta reversando.                             *
      *---------------------------------------------------------------*
        GRABA-TRX-REVERSO .
                IF WS-TRX-REVERSO NOT = WS-ULT-TRX-REVERSO
                   MOVE WS-TRX-REVERSO          TO WS-ULT-TRX-REVERSO
                   PERFORM GRABA-TRX-REVERSO-REG
                END-IF .

        GRABA-TRX-REVERSO-REG .
                ADD 1                           TO WS-C-SAL-9
                MOVE SPACES                     TO WS-TRANSACCION
                MOVE ";"                        TO RTRA-SEP01
                                                RTRA-SEP02
                                                RTRA-SEP03
                                                RTRA-SEP04
                                                RTRA-SEP05
                                                RTRA-SEP06
                                                RTRA-SEP07
                                                RTRA-SEP08
                                                RTRA-SEP09
                                                RTRA-SEP10
                                                RTRA-SEP11
                                                RTRA-SEP12
                                                RTRA-SEP13
                                                RTRA-SEP14
                                                RTRA-SEP15
                                                RTRA-SEP16
                                                RTRA-SEP17
                                                RTRA-SEP18
                                                RTRA-SEP19
                                                RTRA-SEP20
                                                RTRA-SEP21
                                                RTRA-SEP22
                                                RTRA-SEP23
                                                RTRA-SEP24
                                                RTRA-SEP25
                                                RTRA-SEP26
                                                RTRA-SEP27
                                                RTRA-SEP28
                                                RTRA-SEP29
                                                RTRA-SEP30
                                                RTRA-SEP31
                                                RTRA-SEP32
                                                RTRA-SEP33
                                                RTRA-SEP34
                MOVE "D"                        TO RTRA-TIPO-REG
                MOVE TRAB-RUT                   TO RTRA-RUT
                MOVE "RPGCL"                    TO RTRA-PROGRAM_NAME
                MOVE WS-TRX-REVERSO             TO RTRA-TXN_NUM
                MOVE WS-TRX-MEM_NUM             TO RTRA-MEM_NUM
                MOVE WS-TRX-MEM_NUM (1:4)       TO WS-PREFIJO-ACTUAL
                PERFORM BUSCA-MARCA
                MOVE WS-TRX-TYPE_CODE           TO RTRA-TYPE_CODE
                MOVE "ORA_ACC_PROD"             TO RTRA-SUB_TYPE_CODE
                MOVE "ORA_TXN_STAT_PROCESSED"   TO RTRA-STATUS_CODE
                MOVE ZEROS                      TO RTRA-AMT_VAL
                                                RTRA-ATT_NUMBER010
                                                RTRA-ATT_NUMBER011
                                                RTRA-ATT_NUMBER020
                MOVE WS-RUN-FECHA               TO RTRA-TXN_DT
                MOVE "PGC"                      TO RTRA-INTERNAL_NAME
                MOVE WS-ORG-ACTUAL              TO RTRA-ORG_CODE
                MOVE "REVERSO CORRIDA"          TO RTRA-ITEM_NUMBER
                MOVE WS-MONEDA-ACTUAL           TO RTRA-CURCY_CODE
                MOVE 999999999999               TO RTRA-ATT_NUMBER019
                                                RTRA-ATT_NUMBER018
                                                RTRA-ATT_NUMBER017
                                                RTRA-ATT_NUMBER016
                                                RTRA-ATT_NUMBER012
                                                RTRA-ATT_NUMBER014
                                                RTRA-ATT_NUMBER013
                                                RTRA-ATT_NUMBER021
                                                RTRA-ATT_NUMBER015
                MOVE WS-TRX                     TO RTRA-ATT_CHAR014
                MOVE "00-REVERSO CORRIDA"       TO RTRA-COMMENTS
                WRITE REG-SALIDA9 FROM WS-TRANSACCION END-WRITE .

        CIERRA-SALDO-RUT .
      *         Sin paquete liberado no se descuenta nada del
      *         acumulado de puntos enviados.
                IF SALDO-CON-MOVIMIENTO
                   AND PAQUETE-LIBERADO
                   MOVE WS-SAL-RUT              TO SALREV-RUT
                   IF WS-SAL-NETO < ZEROS
                      MOVE "-"                  TO SALREV-SIGNO
                      COMPUTE WS-SAL-ABS = 0 - WS-SAL-NETO
                   ELSE
                      MOVE "+"                  TO SALREV-SIGNO
                      MOVE WS-SAL-NETO          TO WS-SAL-ABS
                   END-IF
                   MOVE WS-SAL-ABS              TO SALREV-PUNTOS
                   ADD 1                        TO WS-C-SAL-10
                   WRITE REG-SALIDA10 END-WRITE
                END-IF
                MOVE ZEROS                      TO WS-SAL-NETO
                MOVE "N"                        TO WS-SAL-SW .

        ARMA-TRX-REVERSO .
                MOVE SPACES                     TO WS-TRX-REVERSO
                STRING WS-TRX (1:21)            DELIMITED BY SIZE
                       "REV"                    DELIMITED BY SIZE
                                           INTO WS-TRX-REVERSO
                END-STRING .

        VALOR-ABSOLUTO .
                IF WS-VALOR-LEIDO < ZEROS
                   COMPUTE WS-VALOR-ABS = 0 - WS-VALOR-LEIDO
                ELSE
                   MOVE WS-VALOR-LEIDO          TO WS-VALOR-ABS
                END-IF .

      *---------------------------------------------------------------*
      *  Socios de la noche: altas a inactivar y bajas a reactivar.   *
      *  En la pasada 1 se verifica MEMBER contra el manifiesto.      *
      *---------------------------------------------------------------*
        PROCESA-SOCIOS .
                MOVE ZEROS                      TO WS-FIN-5
                OPEN INPUT ENTRADA5
                IF WS-MEM-STATUS NOT = "00"
                   MOVE "ARCHIVO MEMBER DE LA NOCHE NO DISPONIBLE"
                                           TO WS-ALERTA-MENSAJE
                   PERFORM ERROR-ENTRADA
                END-IF
                MOVE "MEMBER"                   TO WS-SEG-NOMBRE
                MOVE 251                        TO WS-SEG-LARGO
                MOVE "S"                        TO WS-SEG-MANIF-SW
                MOVE "N"                        TO WS-SEG-ABIERTO-SW
                PERFORM LEE-05
                PERFORM SOCIO-MEMBER UNTIL WS-FIN-5 = 1
                IF WS-PASADA = 1
                   PERFORM CIERRA-TRAMO
                END-IF
                CLOSE ENTRADA5
      *         Las bajas de SFCPMIG0902 no se manifiestan: solo se
      *         exige que su encabezado sea de la noche.
                MOVE ZEROS                      TO WS-FIN-6
                OPEN INPUT ENTRADA6
                IF WS-BAJA-STATUS = "00"
                   MOVE "MEMBERBAJA"            TO WS-SEG-NOMBRE
                   MOVE "N"                     TO WS-SEG-MANIF-SW
                   MOVE "N"                     TO WS-SEG-ABIERTO-SW
                   PERFORM LEE-06
                   PERFORM SOCIO-BAJA UNTIL WS-FIN-6 = 1
                   CLOSE ENTRADA6
                END-IF .

        LEE-05 .
                READ ENTRADA5 AT END MOVE 1     TO WS-FIN-5 .
                IF WS-FIN-5 = ZEROS
                   MOVE REG-ENTRADA5            TO WS-REG-BUF
                   PERFORM CLASIFICA-SOCIO
                END-IF .

        LEE-06 .
                READ ENTRADA6 AT END MOVE 1     TO WS-FIN-6 .
                IF WS-FIN-6 = ZEROS
                   MOVE REG-ENTRADA6            TO WS-REG-BUF
                   PERFORM CLASIFICA-SOCIO
                END-IF .

        CLASIFICA-SOCIO .
                IF WS-PASADA = 1
                   PERFORM ACUMULA-TRAMO
                ELSE
                   MOVE "S"                     TO WS-DETALLE-SW
                   IF WS-CABEZA-7 = "SFCPMIG"
                      OR WS-CABEZA-20 IS NUMERIC
                      MOVE "N"                  TO WS-DETALLE-SW
                   END-IF
                END-IF .

        SOCIO-MEMBER .
                IF ES-DETALLE
                   IF WS-PASADA = 1
                      ADD 1                     TO WS-C-ENT-MEM
                   END-IF
                   MOVE REG-ENTRADA5            TO WS-SOCIO
                   EVALUATE TRUE
                      WHEN RMEM-TIPO_CARGA = "CARGA INICIAL"
                        OR RMEM-TIPO_CARGA = "PROVISIONAL"
                         PERFORM INACTIVA-SOCIO
                      WHEN RMEM-STATUS_CODE = "ORA_MEM_STATUS_INACTIVE"
                         PERFORM REACTIVA-SOCIO
                      WHEN OTHER
                         IF WS-PASADA = 1
                            ADD 1               TO WS-C-SOC-SIN-CAMBIO
                         END-IF
                   END-EVALUATE
                END-IF
                PERFORM LEE-05 .

        SOCIO-BAJA .
                IF ES-DETALLE
                   IF WS-PASADA = 1
                      ADD 1                     TO WS-C-ENT-BAJA
                   END-IF
                   MOVE REG-ENTRADA6            TO WS-SOCIO
                   IF RMEM-STATUS_CODE = "ORA_MEM_STATUS_INACTIVE"
                      PERFORM REACTIVA-SOCIO
                   END-IF
                END-IF
                PERFORM LEE-06 .

        INACTIVA-SOCIO .
      *         Socio creado esa noche: queda inactivo hasta que la
      *         corrida corregida lo vuelva a cargar.
                IF WS-PASADA = 1
                   ADD 1                        TO WS-C-SOC-INACTIVA
                   PERFORM CUENTA-SOCIO-MARCA
                ELSE
                   MOVE "ORA_MEM_STATUS_INACTIVE"
                                                TO RMEM-STATUS_CODE
                   MOVE "N"                     TO RMEM-ONLY_ACTIVE_FLAG
                   MOVE "REVERSO ALTA"          TO RMEM-TIPO_CARGA
                   ADD 1                        TO WS-C-SAL-3
                   WRITE REG-SALIDA3 FROM WS-SOCIO END-WRITE
                END-IF .

        REACTIVA-SOCIO .
                IF WS-PASADA = 1
                   ADD 1                        TO WS-C-SOC-REACTIVA
                   PERFORM CUENTA-SOCIO-MARCA
                ELSE
                   MOVE "ORA_MEM_STATUS_ACTIVE" TO RMEM-STATUS_CODE
                   MOVE "Y"                     TO RMEM-ONLY_ACTIVE_FLAG
                   MOVE "REVERSO BAJA"          TO RMEM-TIPO_CARGA
                   ADD 1                        TO WS-C-SAL-3
                   WRITE REG-SALIDA3 FROM WS-SOCIO END-WRITE
                END-IF .

        CUENTA-SOCIO-MARCA .
                MOVE RMEM-PARTY_NUMBER (1:4)    TO WS-PREFIJO-ACTUAL
                PERFORM BUSCA-MARCA
                ADD 1                           TO
                    WS-RES-C-SOC (WS-RES-IDX) .

        BUSCA-MARCA .
      *         El prefijo identifica la marca; sin calce se mantiene
      *         la marca historica RIPLEY por defecto.
                MOVE "N"                        TO WS-MARCA-ENCONTRADO
                MOVE "RIPLEY"                   TO WS-ORG-ACTUAL
                MOVE SPACES                     TO WS-MONEDA-ACTUAL
                MOVE ZEROS                      TO WS-MARCA-SLOT
                PERFORM COMPARA-MARCA
                   VARYING WS-MARCA-IDX FROM 1 BY 1
                   UNTIL WS-MARCA-IDX > WS-MARCA-CANT
                      OR MARCA-FUE-ENCONTRADA
                COMPUTE WS-RES-IDX = WS-MARCA-SLOT + 1 .

        COMPARA-MARCA .
                IF WS-MARCA-ITEM-PREFIJO (WS-MARCA-IDX)
                   = WS-PREFIJO-ACTUAL
                   MOVE "S"                     TO WS-MARCA-ENCONTRADO
                   MOVE WS-MARCA-ITEM-ORG_CODE (WS-MARCA-IDX)
                                                TO WS-ORG-ACTUAL
                   MOVE WS-MARCA-ITEM-MONEDA (WS-MARCA-IDX)
                                                TO WS-MONEDA-ACTUAL
                   MOVE WS-MARCA-IDX            TO WS-MARCA-SLOT
                END-IF .

      *---------------------------------------------------------------*
      *  Firma: el paquete se libera solo con APROBADOR distinto del  *
      *  SOLICITANTE y con los totales del resumen copiados tal cual, *
      *  y nunca en modo ensayo.                                      *
      *---------------------------------------------------------------*
        EVALUA-FIRMA .
                MOVE "N"                        TO WS-PAQUETE-SW
                EVALUATE TRUE
                   WHEN MODO-ENSAYO
                      MOVE "ENSAYO: PAQUETE NO SE LIBERA"
                                                TO WS-ESTADO-PAQUETE
                      MOVE 4                    TO WS-RC-FINAL
                   WHEN REVC-APROBADOR = SPACES
                      MOVE "PROPUESTA SIN FIRMA: PAQUETE NO SE LIBERA"
                                                TO WS-ESTADO-PAQUETE
                      MOVE 4                    TO WS-RC-FINAL
                   WHEN REVC-APROBADOR = REVC-SOLICITANTE
                      MOVE "FIRMA RECHAZADA: MISMO APROBADOR"
                                                TO WS-ESTADO-PAQUETE
                      PERFORM FIRMA-RECHAZADA
                   WHEN REVC-MOVIMIENTOS NOT = WS-T-MOVIMIENTOS
                     OR REVC-PUNTOS NOT = WS-T-PUNTOS
                     OR REVC-SOCIOS NOT = WS-T-SOCIOS
                      MOVE "FIRMA RECHAZADA: TOTALES NO CALZAN"
                                                TO WS-ESTADO-PAQUETE
                      PERFORM FIRMA-RECHAZADA
                   WHEN OTHER
                      MOVE "S"                  TO WS-PAQUETE-SW
                      MOVE "APROBADO: PAQUETE LIBERADO PARA ENVIO"
                                                TO WS-ESTADO-PAQUETE
                END-EVALUATE
                DISPLAY WS-ESTADO-PAQUETE .

        FIRMA-RECHAZADA .
                MOVE 8                          TO WS-RC-FINAL
                MOVE WS-ESTADO-PAQUETE          TO WS-ALERTA-MENSAJE
                MOVE 8                          TO WS-ALERTA-CONDICION
                PERFORM GRABA-ALERTA .

        ESCRIBE-RESUMEN .
                OPEN OUTPUT SALIDA6
                MOVE "PAQUETE DE REVERSO DE CORRIDA - RESUMEN FIRMA"
                                                TO REG-SALIDA6
                WRITE REG-SALIDA6 END-WRITE
                MOVE WS-SEPARADOR               TO REG-SALIDA6
                WRITE REG-SALIDA6 END-WRITE
                MOVE SPACES                     TO WS-LINEA
                STRING "RUN-ID A REVERSAR       : "
                                                DELIMITED BY SIZE
                       REVC-RUN-ID              DELIMITED BY SIZE
                                           INTO WS-LINEA
                END-STRING
                PERFORM ESCRIBE-LINEA
                MOVE SPACES                     TO WS-LINEA
                STRING "EJECUCION DEL REVERSO   : "
                                                DELIMITED BY SIZE
                       WS-RUN-ID                DELIMITED BY SIZE
                                           INTO WS-LINEA
                END-STRING
                PERFORM ESCRIBE-LINEA
                MOVE SPACES                     TO WS-LINEA
                STRING "SOLICITANTE             : "
                                                DELIMITED BY SIZE
                       REVC-SOLICITANTE         DELIMITED BY SIZE
                                           INTO WS-LINEA
                END-STRING
                PERFORM ESCRIBE-LINEA
                MOVE WS-SEPARADOR               TO REG-SALIDA6
                WRITE REG-SALIDA6 END-WRITE
                MOVE "ARCHIVOS ENTREGADOS VERIFICADOS CONTRA MANIFIESTO"
                                                TO REG-SALIDA6
                WRITE REG-SALIDA6 END-WRITE
                PERFORM ESCRIBE-VERIFICADO
                   VARYING WS-VER-IDX FROM 1 BY 1
                   UNTIL WS-VER-IDX > WS-VER-CANT
                      OR WS-VER-IDX > 60
                MOVE WS-SEPARADOR               TO REG-SALIDA6
                WRITE REG-SALIDA6 END-WRITE
                MOVE SPACES                     TO WS-LINEA
                MOVE "MARCA"                    TO WS-LINEA (1:5)
                MOVE "ACCRUALS"                 TO WS-LINEA (13:8)
                MOVE "PUNTOS ACCRUAL"           TO WS-LINEA (23:14)
                MOVE "REDEMPT"                  TO WS-LINEA (40:7)
                MOVE "PTS REDEMPT"              TO WS-LINEA (49:11)
                MOVE "SOCIOS"                   TO WS-LINEA (64:6)
                PERFORM ESCRIBE-LINEA
                PERFORM ESCRIBE-MARCA
                   VARYING WS-RES-IDX FROM 1 BY 1
                   UNTIL WS-RES-IDX > WS-MARCA-CANT + 1
                MOVE WS-SEPARADOR               TO REG-SALIDA6
                WRITE REG-SALIDA6 END-WRITE
                MOVE "TOTAL MOVIMIENTOS A REVERSAR    "
                                                TO WS-LINEA
                MOVE WS-T-MOVIMIENTOS           TO WS-VALOR-ED
                PERFORM ESCRIBE-TOTAL
                MOVE "TOTAL PUNTOS A REVERSAR         "
                                                TO WS-LINEA
                MOVE WS-T-PUNTOS                TO WS-VALOR-ED
                PERFORM ESCRIBE-TOTAL
                MOVE "TOTAL SOCIOS CON CAMBIO ESTADO  "
                                                TO WS-LINEA
                MOVE WS-T-SOCIOS                TO WS-VALOR-ED
                PERFORM ESCRIBE-TOTAL
                MOVE "  ALTAS DE LA NOCHE A INACTIVAR "
                                                TO WS-LINEA
                MOVE WS-C-SOC-INACTIVA          TO WS-VALOR-ED
                PERFORM ESCRIBE-TOTAL
                MOVE "  BAJAS DE LA NOCHE A REACTIVAR "
                                                TO WS-LINEA
                MOVE WS-C-SOC-REACTIVA          TO WS-VALOR-ED
                PERFORM ESCRIBE-TOTAL
                MOVE "ACCRUALS NO CONFIRMADOS (QUEDAN)"
                                                TO WS-LINEA
                MOVE WS-C-NOCONF-ACU            TO WS-VALOR-ED
                PERFORM ESCRIBE-TOTAL
                MOVE "REDEMPT. NO CONFIRMADOS (QUEDAN)"
                                                TO WS-LINEA
                MOVE WS-C-NOCONF-RED            TO WS-VALOR-ED
                PERFORM ESCRIBE-TOTAL
                MOVE "CADUCIDADES A REVERSAR          "
                                                TO WS-LINEA
                MOVE WS-C-REV-CAD               TO WS-VALOR-ED
                PERFORM ESCRIBE-TOTAL
                MOVE "CADUCID. NO CONFIRMADAS (QUEDAN)"
                                                TO WS-LINEA
                MOVE WS-C-NOCONF-CAD            TO WS-VALOR-ED
                PERFORM ESCRIBE-TOTAL
                MOVE "MOVIMIENTOS SIN CLAVE TRX       "
                                                TO WS-LINEA
                MOVE WS-C-SIN-CLAVE             TO WS-VALOR-ED
                PERFORM ESCRIBE-TOTAL
                MOVE "CLAVES A DEPURAR HISTORIAL 0701 "
                                                TO WS-LINEA
                MOVE WS-C-DEPURA-07             TO WS-VALOR-ED
                PERFORM ESCRIBE-TOTAL
                MOVE "CLAVES A DEPURAR HISTORIAL 0801 "
                                                TO WS-LINEA
                MOVE WS-C-DEPURA-08             TO WS-VALOR-ED
                PERFORM ESCRIBE-TOTAL
                MOVE WS-SEPARADOR               TO REG-SALIDA6
                WRITE REG-SALIDA6 END-WRITE
                MOVE SPACES                     TO WS-LINEA
                STRING "ESTADO DEL PAQUETE      : "
                                                DELIMITED BY SIZE
                       WS-ESTADO-PAQUETE        DELIMITED BY SIZE
                                           INTO WS-LINEA
                END-STRING
                PERFORM ESCRIBE-LINEA
                MOVE SPACES                     TO WS-LINEA
                STRING "APROBADOR               : "
                                                DELIMITED BY SIZE
                       REVC-APROBADOR           DELIMITED BY SIZE
                                           INTO WS-LINEA
                END-STRING
                PERFORM ESCRIBE-LINEA
                MOVE SPACES                     TO REG-SALIDA6
                WRITE REG-SALIDA6 END-WRITE
                MOVE "FIRMA SOLICITANTE : __________________________"
                                                TO REG-SALIDA6
                WRITE REG-SALIDA6 END-WRITE
                MOVE "FIRMA APROBADOR   : __________________________"
                                                TO REG-SALIDA6
                WRITE REG-SALIDA6 END-WRITE
                CLOSE SALIDA6 .

        ESCRIBE-LINEA .
                MOVE WS-LINEA                   TO REG-SALIDA6
                WRITE REG-SALIDA6 END-WRITE .

        ESCRIBE-TOTAL .
                MOVE WS-VALOR-ED                TO WS-LINEA (34:12)
                PERFORM ESCRIBE-LINEA .

        ESCRIBE-VERIFICADO .
                MOVE SPACES                     TO WS-LINEA
                MOVE WS-VER-REGISTROS (WS-VER-IDX)
                                                TO WS-VALOR-ED
                STRING "  "                     DELIMITED BY SIZE
                       WS-VER-NOMBRE (WS-VER-IDX)
                                                DELIMITED BY SIZE
                       "  RUN-ID "              DELIMITED BY SIZE
                       WS-VER-RUN-ID (WS-VER-IDX)
                                                DELIMITED BY SIZE
                       "  REGISTROS "           DELIMITED BY SIZE
                       WS-VALOR-ED              DELIMITED BY SIZE
                                           INTO WS-LINEA
                END-STRING
                PERFORM ESCRIBE-LINEA .

        ESCRIBE-MARCA .
      *         Solo marcas con algo que reversar.
                IF WS-RES-C-ACU (WS-RES-IDX) > ZEROS
                   OR WS-RES-C-RED (WS-RES-IDX) > ZEROS
                   OR WS-RES-C-SOC (WS-RES-IDX) > ZEROS
                   PERFORM ARMA-LINEA-MARCA
                END-IF .

        ARMA-LINEA-MARCA .
                MOVE SPACES                     TO WS-LINEA
                MOVE WS-RES-C-ACU (WS-RES-IDX)  TO WS-ED-C-ACU
                MOVE WS-RES-P-ACU (WS-RES-IDX)  TO WS-ED-P-ACU
                MOVE WS-RES-C-RED (WS-RES-IDX)  TO WS-ED-C-RED
                MOVE WS-RES-P-RED (WS-RES-IDX)  TO WS-ED-P-RED
                MOVE WS-RES-C-SOC (WS-RES-IDX)  TO WS-ED-C-SOC
                STRING WS-RES-ORG (WS-RES-IDX)  DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       WS-ED-C-ACU              DELIMITED BY SIZE
                       "    "                   DELIMITED BY SIZE
                       WS-ED-P-ACU              DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       WS-ED-C-RED              DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       WS-ED-P-RED              DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       WS-ED-C-SOC              DELIMITED BY SIZE
                                           INTO WS-LINEA
                END-STRING
                PERFORM ESCRIBE-LINEA .

      *---------------------------------------------------------------*
      *  Paquete: encabezado de este programa (firmado ENSAYO si no   *
      *  se libera, para que SFCPMIG1008 no lo manifieste) y trailer  *
      *  estandar fecha + cantidad de detalles.                       *
      *---------------------------------------------------------------*
        ABRE-PAQUETE .
                OPEN OUTPUT SALIDA1
                OPEN OUTPUT SALIDA2
                OPEN OUTPUT SALIDA3
                OPEN OUTPUT SALIDA4
                OPEN OUTPUT SALIDA5
                OPEN OUTPUT SALIDA8
                OPEN OUTPUT SALIDA9
                OPEN OUTPUT SALIDA10
                MOVE SPACES                     TO WS-ENCAB-REG
                MOVE WS-RUN-FECHA               TO WS-FECHA
                STRING WS-ENCAB-PROGRAMA        DELIMITED BY SIZE
                       WS-FDD                   DELIMITED BY SIZE
                       WS-FMM                   DELIMITED BY SIZE
                       WS-FAA                   DELIMITED BY SIZE
                       WS-ENCAB-NUMARCH         DELIMITED BY SIZE
                       WS-RUN-ID                DELIMITED BY SIZE
                                           INTO WS-ENCAB-REG
                END-STRING
                IF NOT PAQUETE-LIBERADO
                   MOVE "ENSAYO"                TO WS-ENCAB-REG (36:6)
                END-IF
                WRITE REG-SALIDA1 FROM WS-ENCAB-REG END-WRITE
                WRITE REG-SALIDA2 FROM WS-ENCAB-REG END-WRITE
                WRITE REG-SALIDA3 FROM WS-ENCAB-REG END-WRITE
                WRITE REG-SALIDA8 FROM WS-ENCAB-REG END-WRITE
                WRITE REG-SALIDA9 FROM WS-ENCAB-REG END-WRITE .

        CIERRA-PAQUETE .
                MOVE WS-C-SAL-1                 TO WS-REGCONT
                PERFORM ARMA-TRAILER
                WRITE REG-SALIDA1 FROM WS-ENCAB-REG END-WRITE
                MOVE WS-C-SAL-2                 TO WS-REGCONT
                PERFORM ARMA-TRAILER
                WRITE REG-SALIDA2 FROM WS-ENCAB-REG END-WRITE
                MOVE WS-C-SAL-3                 TO WS-REGCONT
                PERFORM ARMA-TRAILER
                WRITE REG-SALIDA3 FROM WS-ENCAB-REG END-WRITE
                MOVE WS-C-SAL-8                 TO WS-REGCONT
                PERFORM ARMA-TRAILER
                WRITE REG-SALIDA8 FROM WS-ENCAB-REG END-WRITE
                MOVE WS-C-SAL-9                 TO WS-REGCONT
                PERFORM ARMA-TRAILER
                WRITE REG-SALIDA9 FROM WS-ENCAB-REG END-WRITE
                CLOSE SALIDA1
                CLOSE SALIDA2
                CLOSE SALIDA3
                CLOSE SALIDA4
                CLOSE SALIDA5
                CLOSE SALIDA8
                CLOSE SALIDA9
                CLOSE SALIDA10 .

        ARMA-TRAILER .
                MOVE SPACES                     TO WS-ENCAB-REG
                MOVE WS-RUN-FECHA               TO WS-FECHA
                STRING WS-FDD                   DELIMITED BY SIZE
                       WS-FMM                   DELIMITED BY SIZE
                       WS-FAA                   DELIMITED BY SIZE
                       WS-REGCONT               DELIMITED BY SIZE
                                           INTO WS-ENCAB-REG
                END-STRING .

        300000-FINAL .
                PERFORM ESCRIBE-CONTROL-TOTALES
                PERFORM CIERRA-RUN-LEDGER
                display "RUN-ID Reversado            = " REVC-RUN-ID.
                display "Archivos Verificados        = " WS-VER-CANT.
                display "Accruals Leidos             = " WS-C-ENT-ACU.
                display "Redemptions Leidos          = " WS-C-ENT-RED.
                display "Caducidades Leidas          = " WS-C-ENT-CAD.
                display "Socios Leidos MEMBER        = " WS-C-ENT-MEM.
                display "Bajas Leidas                = " WS-C-ENT-BAJA.
                display "Accruals Reversados         = " WS-C-SAL-1.
                display "Redemptions Reversados      = " WS-C-SAL-2.
                display "Caducidades Reversadas      = " WS-C-SAL-8.
                display "Transacciones Compensatorias= " WS-C-SAL-9.
                display "Saldos Reversados Por RUT   = " WS-C-SAL-10.
                display "Socios Con Cambio De Estado = " WS-C-SAL-3.
                display "Accruals No Confirmados     = "
                        WS-C-NOCONF-ACU.
                display "Redemptions No Confirmados  = "
                        WS-C-NOCONF-RED.
                display "Caducidades No Confirmadas  = "
                        WS-C-NOCONF-CAD.
                display "Movimientos Sin Clave TRX   = "
                        WS-C-SIN-CLAVE.
                display "Puntos Reversados           = " WS-T-PUNTOS.
                display "Claves Historial 0701 Nuevo = " WS-C-SAL-4.
                display "Claves Historial 0801 Nuevo = " WS-C-SAL-5.
                display "Estado Del Paquete          = "
                        WS-ESTADO-PAQUETE.

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
                           " SFCPMIG1049 EN LA BITACORA"
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
                MOVE "SFCPMIG1049"              TO RUNL-PROGRAM_NAME
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
                   AND RUNL-PROGRAM_NAME = "SFCPMIG1049"
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
      *         Fecha de negocio de la cadena (COPY_FECHA_NEGOCIO): la
      *         datacion del paquete sale de ella y no del reloj. Sin
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
                MOVE "SFCPMIG1049"              TO RUNL-PROGRAM_NAME
                MOVE "FIN"                      TO RUNL-EVENTO
                MOVE WS-TS-FECHA-HORA           TO RUNL-TIMESTAMP
                IF MODO-ENSAYO
                   MOVE "ENSAYO"                TO RUNL-ESTADO
                ELSE
                   MOVE "OK"                    TO RUNL-ESTADO
                END-IF
                MOVE WS-RC-FINAL                TO RUNL-RETURN-CODE
                COMPUTE RUNL-REGISTROS = WS-C-SAL-1 + WS-C-SAL-2
                                       + WS-C-SAL-3 + WS-C-SAL-8
                                       + WS-C-SAL-9
                WRITE REG-LEDGER END-WRITE
                CLOSE LEDGER .

        ESCRIBE-CONTROL-TOTALES .
      *         Solo el paquete liberado deja totales: una propuesta
      *         sin firma o un ensayo no reversan nada.
                IF PAQUETE-LIBERADO
                   PERFORM ESCRIBE-CONTROL-TOTALES-REAL
                END-IF .

        ESCRIBE-CONTROL-TOTALES-REAL .
                OPEN EXTEND SALIDA7
                IF WS-CTOT-STATUS NOT = "00"
                   OPEN OUTPUT SALIDA7
                END-IF
                MOVE "SFCPMIG1049"              TO CTOT-PROGRAM_NAME
                MOVE WS-RUN-FECHA               TO WS-FECHA
                MOVE WS-FECHA                   TO CTOT-FECHA
                MOVE "REVERSO ACCRUALS"         TO CTOT-CONTADOR
                MOVE WS-C-SAL-1                  TO CTOT-VALOR
                WRITE REG-SALIDA7 END-WRITE
                MOVE "REVERSO REDEMPTIONS"      TO CTOT-CONTADOR
                MOVE WS-C-SAL-2                  TO CTOT-VALOR
                WRITE REG-SALIDA7 END-WRITE
                MOVE "REVERSO CADUCIDAD"        TO CTOT-CONTADOR
                MOVE WS-C-SAL-8                  TO CTOT-VALOR
                WRITE REG-SALIDA7 END-WRITE
                MOVE "REVERSO TRANSACCION"      TO CTOT-CONTADOR
                MOVE WS-C-SAL-9                  TO CTOT-VALOR
                WRITE REG-SALIDA7 END-WRITE
                MOVE "REVERSO SALDOS RUT"       TO CTOT-CONTADOR
                MOVE WS-C-SAL-10                 TO CTOT-VALOR
                WRITE REG-SALIDA7 END-WRITE
                MOVE "REVERSO SOCIOS"           TO CTOT-CONTADOR
                MOVE WS-C-SAL-3                  TO CTOT-VALOR
                WRITE REG-SALIDA7 END-WRITE
                MOVE "REVERSO PUNTOS"           TO CTOT-CONTADOR
                MOVE WS-T-PUNTOS                 TO CTOT-VALOR
                WRITE REG-SALIDA7 END-WRITE
                MOVE "CLAVES DEPURADAS 07"      TO CTOT-CONTADOR
                MOVE WS-C-DEPURA-07              TO CTOT-VALOR
                WRITE REG-SALIDA7 END-WRITE
                MOVE "CLAVES DEPURADAS 08"      TO CTOT-CONTADOR
                MOVE WS-C-DEPURA-08              TO CTOT-VALOR
                WRITE REG-SALIDA7 END-WRITE
                CLOSE SALIDA7 .

        GRABA-ALERTA .
      *         Asiento normalizado en el archivo unico de alertas;
      *         el parrafo que invoca ya dejo cargados el mensaje y
      *         el codigo de condicion.
                OPEN EXTEND ALERTA
                IF WS-ALER-STATUS NOT = "00"
                   OPEN OUTPUT ALERTA
                END-IF
                MOVE WS-RUN-ID                  TO ALER-RUN-ID
                MOVE "SFCPMIG1049"              TO ALER-PROGRAM_NAME
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
