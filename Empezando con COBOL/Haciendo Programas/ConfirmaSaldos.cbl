      ******************************************************************
      * Author: medrano00
      * Installation: Banco Simulado
      * Date-Written: 15/10/2026
      * Date-Compiled:
      * Purpose: Balance-confirmation letters for external auditors
      *          and courts. Reads the SOLCONF request list (SOLCREC:
      *          one account, or every account a customer owns as
      *          titular or co-titular) and prints one signed letter
      *          per request on the CONFIRM print file with the
      *          closing balance of each account as of the cut-off
      *          date, taken from the SALDOHIS daily history that
      *          FINDIA CERRAR writes (a non-business day carries the
      *          last business day's balance). The command line gives
      *          the cut-off date for requests without their own
      *          (AAAAMMDD, default the last closed business day) and
      *          the signing officer (position 10, an ACTIVE
      *          supervisor on OPERADOR); without a valid signer no
      *          letter is printed. Requests for a date that has not
      *          been closed yet, or for unknown accounts and
      *          customers, are rejected on the control listing.
      * Tectonics: cobc
      *
      * Modification History:
      *   15/10/2026 MDR  Initial version.
      *   15/10/2026 MDR  Each account line shows its currency (M/N for
      *                   national). The letter total is printed only
      *                   when all its balances are in one currency.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFSALD.
       AUTHOR. MEDRANO00.
       INSTALLATION. BANCO-SIMULADO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        Pedidos de confirmacion, uno por linea.
           SELECT SOLICITUDES-CONFIRMACION
               ASSIGN TO "SOLCONF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SOLCONF.
      *        Historia de saldos al cierre por cuenta y fecha.
           SELECT SALDOS-HISTORIA
               ASSIGN TO "SALDOHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-CLAVE
               FILE STATUS IS FS-SALDOHIS.
      *        Maestro de cuentas - recorrido para los pedidos por
      *        cliente, lectura directa para los pedidos por cuenta.
           SELECT CUENTAS-MAESTRO
               ASSIGN TO "CUENTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-NUM-CUENTA
               FILE STATUS IS FS-CUENTAS.
      *        Maestro de clientes - destinatario de la carta.
           SELECT CLIENTES-MAESTRO
               ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-NUM-CLIENTE
               FILE STATUS IS FS-CLIENTES.
      *        Titulares y co-titulares de cada cuenta.
           SELECT TITULARES-CUENTA
               ASSIGN TO "TITULARES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-CLAVE-TITULAR
               FILE STATUS IS FS-TITULARES.
      *        Maestro de operadores - el supervisor firmante.
           SELECT MAESTRO-OPERADORES
               ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OE-ID-OPERADOR
               FILE STATUS IS FS-OPERADOR.
      *        Registro de control de la fecha de negocio.
           SELECT ARCHIVO-FECHA-DIA
               ASSIGN TO "FECHADIA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-FECHADIA.
      *        Cartas impresas, una por pedido y pagina.
           SELECT REPORTE-CONFIRMACIONES
               ASSIGN TO "CONFIRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONFIRM.

       DATA DIVISION.
       FILE SECTION.
       FD  SOLICITUDES-CONFIRMACION
           LABEL RECORD IS STANDARD.
           COPY SOLCREC.

       FD  SALDOS-HISTORIA
           LABEL RECORD IS STANDARD.
           COPY SALHREC.

       FD  CUENTAS-MAESTRO
           LABEL RECORD IS STANDARD.
           COPY CUENTAREC.

       FD  CLIENTES-MAESTRO
           LABEL RECORD IS STANDARD.
           COPY CLIENREC.

       FD  TITULARES-CUENTA
           LABEL RECORD IS STANDARD.
           COPY TITULREC.

       FD  MAESTRO-OPERADORES
           LABEL RECORD IS STANDARD.
           COPY OPERREC.

       FD  ARCHIVO-FECHA-DIA
           LABEL RECORD IS STANDARD.
           COPY FECHACTL.

       FD  REPORTE-CONFIRMACIONES
           LABEL RECORD IS STANDARD.
       01  CF-LINEA                       PIC X(132).

       WORKING-STORAGE SECTION.
           01  FS-SOLCONF                 PIC X(02).
           01  FS-SALDOHIS                PIC X(02).
           01  FS-CUENTAS                 PIC X(02).
           01  FS-CLIENTES                PIC X(02).
           01  FS-TITULARES               PIC X(02).
           01  FS-OPERADOR                PIC X(02).
           01  FS-FECHADIA                PIC X(02).
           01  FS-CONFIRM                 PIC X(02).

           01  PARM-LINEA                 PIC X(20).
           01  FECHA-NEGOCIO              PIC 9(08).
      *        Ultimo dia cerrado: el ultimo con saldos en SALDOHIS.
           01  FECHA-ULT-CIERRE           PIC 9(08) VALUE 0.
           01  FECHA-CORTE-GENERAL        PIC 9(08).
           01  FECHA-CORTE                PIC 9(08).
           01  FIRMANTE-ID                PIC X(08).
           01  FIRMANTE-NOMBRE            PIC X(30).

      *        Carta en proceso.
           01  CLIENTE-CARTA              PIC 9(06).
           01  CUENTA-BUSCADA             PIC 9(08).
           01  NUMERO-CARTA               PIC 9(05) VALUE 0.
           01  CUENTAS-EN-CARTA           PIC 9(03).
           01  TOTAL-CARTA                PIC S9(11)V99.
      *        El total solo se imprime si todos los saldos de la
      *        carta estan en la misma moneda.
           01  MONEDA-CUENTA              PIC X(03).
           01  MONEDA-CARTA               PIC X(03).
           01  SW-MONEDAS-MEZCLADAS       PIC X(01) VALUE "N".
               88  MONEDAS-MEZCLADAS              VALUE "S".
      *        Codigo impreso para la moneda nacional (CR-MONEDA en
      *        espacios).
           01  MONEDA-NACIONAL-IMPRESA    PIC X(03) VALUE "M/N".

      *        Resultado de la busqueda en SALDOHIS: el ultimo saldo
      *        grabado en o antes de la fecha de corte.
           01  SALDO-HALLADO              PIC S9(09)V99.
           01  FECHA-SALDO-HALLADO        PIC 9(08).
           01  ESTADO-HALLADO             PIC X(01).
           01  SW-SALDO-HALLADO           PIC X(01) VALUE "N".
               88  HAY-SALDO                      VALUE "S".

           01  TOTAL-SOLICITUDES          PIC 9(05) VALUE 0.
           01  TOTAL-CARTAS               PIC 9(05) VALUE 0.
           01  TOTAL-RECHAZADAS           PIC 9(05) VALUE 0.
           01  TOTAL-SIN-HISTORIA         PIC 9(05) VALUE 0.

           01  SW-SOLCONF-EOF             PIC X(01) VALUE "N".
               88  FIN-SOLCONF                    VALUE "S".
           01  SW-CUENTAS-EOF             PIC X(01) VALUE "N".
               88  FIN-CUENTAS                    VALUE "S".
           01  SW-SALDOHIS-EOF            PIC X(01) VALUE "N".
               88  FIN-SALDOHIS                   VALUE "S".
           01  SW-TITULARES-ABIERTO       PIC X(01) VALUE "N".
               88  HAY-TITULARES                  VALUE "S".
           01  SW-TITULARES-EOF           PIC X(01) VALUE "N".
               88  FIN-TITULARES                  VALUE "S".
           01  SW-CLIENTES-ABIERTO        PIC X(01) VALUE "N".
               88  HAY-CLIENTES                   VALUE "S".

      *        Lineas de la carta impresa.
           01  ENC-TITULO.
               05  FILLER                 PIC X(10) VALUE SPACES.
               05  FILLER                 PIC X(22) VALUE
                   "CONFIRMACION DE SALDOS".
               05  FILLER                 PIC X(100) VALUE SPACES.
           01  ENC-CARTA.
               05  FILLER                 PIC X(11) VALUE
                   "CARTA NRO: ".
               05  ENC-CONTROL-FECHA      PIC 9(08).
               05  FILLER                 PIC X(01) VALUE "-".
               05  ENC-CONTROL-NUMERO     PIC 9(05).
               05  FILLER                 PIC X(10) VALUE
                   "   FECHA: ".
               05  ENC-FECHA-EMISION      PIC 9(08).
               05  FILLER                 PIC X(89) VALUE SPACES.
           01  ENC-REFERENCIA.
               05  FILLER                 PIC X(12) VALUE
                   "REFERENCIA: ".
               05  ENC-TEXTO-REFERENCIA   PIC X(30).
               05  FILLER                 PIC X(90) VALUE SPACES.
           01  CAR-NOMBRE.
               05  CAR-NOMBRE-TITULAR     PIC X(30).
               05  FILLER                 PIC X(102) VALUE SPACES.
           01  CAR-DIRECCION.
               05  CAR-DIRECCION-TITULAR  PIC X(40).
               05  FILLER                 PIC X(92) VALUE SPACES.
           01  CAR-CLIENTE.
               05  FILLER                 PIC X(09) VALUE "CLIENTE: ".
               05  CAR-NUM-CLIENTE        PIC 9(06).
               05  FILLER                 PIC X(06) VALUE " DOC: ".
               05  CAR-DOC                PIC X(15).
               05  FILLER                 PIC X(96) VALUE SPACES.
           01  CAR-TEXTO.
               05  CAR-TEXTO-LINEA        PIC X(72).
               05  FILLER                 PIC X(60) VALUE SPACES.
           01  CAR-TEXTO-INICIO.
               05  FILLER                 PIC X(35) VALUE
                   "A PEDIDO DE LA REFERENCIA INDICADA ".
               05  FILLER                 PIC X(31) VALUE
                   "CONFIRMAMOS QUE, SEGUN NUESTROS".
               05  FILLER                 PIC X(66) VALUE SPACES.
           01  CAR-TEXTO-FECHA.
               05  FILLER                 PIC X(22) VALUE
                   "REGISTROS, AL CIERRE (".
               05  CAR-FECHA-CORTE        PIC 9(08).
               05  FILLER                 PIC X(42) VALUE
                   ") LAS CUENTAS SIGUIENTES REGISTRABAN ESTOS".
               05  FILLER                 PIC X(60) VALUE SPACES.
           01  CAR-COLUMNAS.
               05  FILLER                 PIC X(04) VALUE SPACES.
               05  FILLER                 PIC X(10) VALUE "CUENTA".
               05  FILLER                 PIC X(05) VALUE "TIPO".
               05  FILLER                 PIC X(05) VALUE "EST".
               05  FILLER                 PIC X(13) VALUE
                   "SALDO AL DIA".
               05  FILLER                 PIC X(13) VALUE
                   "        SALDO".
               05  FILLER                 PIC X(04) VALUE " MON".
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  FILLER                 PIC X(11) VALUE
                   "OBSERVACION".
               05  FILLER                 PIC X(65) VALUE SPACES.
           01  DET-CUENTA.
               05  FILLER                 PIC X(04) VALUE SPACES.
               05  DET-NUM-CUENTA         PIC 9(08).
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  DET-TIPO               PIC X(01).
               05  FILLER                 PIC X(04) VALUE SPACES.
               05  DET-ESTADO             PIC X(01).
               05  FILLER                 PIC X(04) VALUE SPACES.
               05  DET-FECHA-SALDO        PIC 9(08).
               05  FILLER                 PIC X(03) VALUE SPACES.
               05  DET-SALDO              PIC -(11)9,99.
               05  FILLER                 PIC X(01) VALUE SPACE.
               05  DET-MONEDA             PIC X(03).
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  DET-OBSERVACION        PIC X(36).
               05  FILLER                 PIC X(40) VALUE SPACES.
           01  LIN-TOTAL.
               05  FILLER                 PIC X(35) VALUE
                   "    TOTAL CONFIRMADO".
               05  LIN-TOTAL-MONTO        PIC -(11)9,99.
               05  FILLER                 PIC X(01) VALUE SPACE.
               05  LIN-TOTAL-MONEDA       PIC X(03).
               05  FILLER                 PIC X(78) VALUE SPACES.
           01  LIN-SIN-TOTAL.
               05  FILLER                 PIC X(45) VALUE
                   "    CUENTAS EN DISTINTAS MONEDAS - SIN TOTAL.".
               05  FILLER                 PIC X(87) VALUE SPACES.
           01  LIN-FIRMA.
               05  FILLER                 PIC X(40) VALUE
                   "    ________________________________".
               05  FILLER                 PIC X(92) VALUE SPACES.
           01  LIN-FIRMANTE.
               05  FILLER                 PIC X(04) VALUE SPACES.
               05  LIN-NOMBRE-FIRMANTE    PIC X(30).
               05  FILLER                 PIC X(98) VALUE SPACES.
           01  LIN-CARGO.
               05  FILLER                 PIC X(22) VALUE
                   "    FIRMA AUTORIZADA -".
               05  FILLER                 PIC X(12) VALUE
                   " SUPERVISOR ".
               05  LIN-ID-FIRMANTE        PIC X(08).
               05  FILLER                 PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-ATENDER-SOLICITUD THRU 2000-EXIT
               UNTIL FIN-SOLCONF
           PERFORM 8000-IMPRIMIR-RESUMEN
           PERFORM 9999-FINALIZAR
           STOP RUN.

      ******************************************************************
      * 1000 - FECHAS, FIRMANTE Y APERTURAS
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT FECHA-NEGOCIO FROM DATE YYYYMMDD
           OPEN INPUT ARCHIVO-FECHA-DIA
           IF FS-FECHADIA = "00"
               READ ARCHIVO-FECHA-DIA
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FC-FECHA-NEGOCIO TO FECHA-NEGOCIO
                       MOVE FC-FECHA-ULT-CIERRE TO FECHA-ULT-CIERRE
               END-READ
               CLOSE ARCHIVO-FECHA-DIA
           END-IF
           ACCEPT PARM-LINEA FROM COMMAND-LINE
           IF PARM-LINEA (1:8) NUMERIC
               AND PARM-LINEA (1:8) NOT = "00000000"
               MOVE PARM-LINEA (1:8) TO FECHA-CORTE-GENERAL
           ELSE
               MOVE FECHA-ULT-CIERRE TO FECHA-CORTE-GENERAL
           END-IF
           MOVE PARM-LINEA (10:8) TO FIRMANTE-ID
      *        La carta sale firmada por un supervisor activo; sin
      *        firmante valido no se emite ninguna.
           OPEN INPUT MAESTRO-OPERADORES
           IF FS-OPERADOR NOT = "00"
               DISPLAY "CONFSALD: NO SE PUDO ABRIR OPERADOR."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FIRMANTE-ID TO OE-ID-OPERADOR
           READ MAESTRO-OPERADORES
               INVALID KEY
                   MOVE SPACES TO OE-ESTADO
           END-READ
           IF FIRMANTE-ID = SPACES
               OR NOT OE-ROL-SUPERVISOR
               OR NOT OE-OPERADOR-ACTIVO
               DISPLAY "CONFSALD: EL FIRMANTE (" FIRMANTE-ID
                   ") NO ES UN SUPERVISOR ACTIVO."
               CLOSE MAESTRO-OPERADORES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OE-NOMBRE TO FIRMANTE-NOMBRE
           CLOSE MAESTRO-OPERADORES
           OPEN INPUT SOLICITUDES-CONFIRMACION
           IF FS-SOLCONF NOT = "00"
               DISPLAY "CONFSALD: NO SE PUDO ABRIR SOLCONF."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SALDOS-HISTORIA
           IF FS-SALDOHIS NOT = "00"
               DISPLAY "CONFSALD: NO SE PUDO ABRIR SALDOHIS."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUENTAS-MAESTRO
           IF FS-CUENTAS NOT = "00"
               DISPLAY "CONFSALD: NO SE PUDO ABRIR CUENTAS-MAESTRO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CLIENTES-MAESTRO
           IF FS-CLIENTES = "00"
               MOVE "S" TO SW-CLIENTES-ABIERTO
           END-IF
           OPEN INPUT TITULARES-CUENTA
           IF FS-TITULARES = "00"
               MOVE "S" TO SW-TITULARES-ABIERTO
           END-IF
           OPEN OUTPUT REPORTE-CONFIRMACIONES
           IF FS-CONFIRM NOT = "00"
               DISPLAY "CONFSALD: NO SE PUDO ABRIR CONFIRM."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "==== CONFIRMACIONES DE SALDO - CORTE "
               FECHA-CORTE-GENERAL " ====".
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000 - UN PEDIDO: VALIDA Y EMITE SU CARTA
      ******************************************************************
       2000-ATENDER-SOLICITUD.
           READ SOLICITUDES-CONFIRMACION
               AT END
                   MOVE "S" TO SW-SOLCONF-EOF
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO TOTAL-SOLICITUDES
           IF SF-FECHA-CORTE = 0
               MOVE FECHA-CORTE-GENERAL TO FECHA-CORTE
           ELSE
               MOVE SF-FECHA-CORTE TO FECHA-CORTE
           END-IF
      *        Un dia aun no cerrado no tiene saldo de cierre.
           IF FECHA-CORTE > FECHA-ULT-CIERRE
               DISPLAY "RECHAZADO: " SF-TIPO-SOLICITUD " " SF-NUMERO
                   " - EL " FECHA-CORTE " NO ESTA CERRADO."
               ADD 1 TO TOTAL-RECHAZADAS
               GO TO 2000-EXIT
           END-IF
           EVALUATE TRUE
               WHEN SF-POR-CUENTA
                   PERFORM 2100-CARTA-DE-CUENTA THRU 2100-EXIT
               WHEN SF-POR-CLIENTE
                   PERFORM 2200-CARTA-DE-CLIENTE THRU 2200-EXIT
               WHEN OTHER
                   DISPLAY "RECHAZADO: TIPO DE PEDIDO INVALIDO ("
                       SF-TIPO-SOLICITUD ") " SF-NUMERO
                   ADD 1 TO TOTAL-RECHAZADAS
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2100-CARTA-DE-CUENTA.
           MOVE SF-NUMERO TO CR-NUM-CUENTA
           READ CUENTAS-MAESTRO
               INVALID KEY
                   DISPLAY "RECHAZADO: CUENTA " SF-NUMERO
                       " INEXISTENTE."
                   ADD 1 TO TOTAL-RECHAZADAS
                   GO TO 2100-EXIT
           END-READ
           MOVE CR-NUM-CLIENTE TO CLIENTE-CARTA
           PERFORM 3000-ENCABEZADO-CARTA
           PERFORM 3100-LINEA-DE-CUENTA
           PERFORM 3200-CIERRE-CARTA.
       2100-EXIT.
           EXIT.

      *        Todas las cuentas del cliente: las que tiene como
      *        titular en CUENTAS y aquellas en que figura como
      *        co-titular en TITULARES. Las abiertas despues de la
      *        fecha de corte no eran suyas todavia.
       2200-CARTA-DE-CLIENTE.
           IF SF-NUMERO > 999999
               DISPLAY "RECHAZADO: CLIENTE " SF-NUMERO " INVALIDO."
               ADD 1 TO TOTAL-RECHAZADAS
               GO TO 2200-EXIT
           END-IF
           MOVE SF-NUMERO TO CLIENTE-CARTA
           IF HAY-CLIENTES
               MOVE CLIENTE-CARTA TO CL-NUM-CLIENTE
               READ CLIENTES-MAESTRO
                   INVALID KEY
                       DISPLAY "RECHAZADO: CLIENTE " CLIENTE-CARTA
                           " INEXISTENTE."
                       ADD 1 TO TOTAL-RECHAZADAS
                       GO TO 2200-EXIT
               END-READ
           END-IF
           PERFORM 3000-ENCABEZADO-CARTA
           MOVE "N" TO SW-CUENTAS-EOF
           MOVE LOW-VALUES TO CR-NUM-CUENTA
           START CUENTAS-MAESTRO
               KEY NOT LESS THAN CR-NUM-CUENTA
               INVALID KEY
                   MOVE "S" TO SW-CUENTAS-EOF
           END-START
           PERFORM 2210-REVISAR-CUENTA-TITULAR THRU 2210-EXIT
               UNTIL FIN-CUENTAS
           IF HAY-TITULARES
               MOVE "N" TO SW-TITULARES-EOF
               MOVE LOW-VALUES TO TI-CLAVE-TITULAR
               START TITULARES-CUENTA
                   KEY NOT LESS THAN TI-CLAVE-TITULAR
                   INVALID KEY
                       MOVE "S" TO SW-TITULARES-EOF
               END-START
               PERFORM 2220-REVISAR-COTITULAR THRU 2220-EXIT
                   UNTIL FIN-TITULARES
           END-IF
           IF CUENTAS-EN-CARTA = 0
               MOVE "EL CLIENTE NO REGISTRABA CUENTAS A ESA FECHA."
                   TO CAR-TEXTO-LINEA
               WRITE CF-LINEA FROM CAR-TEXTO AFTER ADVANCING 1 LINE
           END-IF
           PERFORM 3200-CIERRE-CARTA.
       2200-EXIT.
           EXIT.

       2210-REVISAR-CUENTA-TITULAR.
           READ CUENTAS-MAESTRO NEXT RECORD
               AT END
                   MOVE "S" TO SW-CUENTAS-EOF
                   GO TO 2210-EXIT
           END-READ
           IF CR-NUM-CLIENTE = CLIENTE-CARTA
               AND CR-FECHA-APERTURA NOT > FECHA-CORTE
               PERFORM 3100-LINEA-DE-CUENTA
           END-IF.
       2210-EXIT.
           EXIT.

       2220-REVISAR-COTITULAR.
           READ TITULARES-CUENTA NEXT RECORD
               AT END
                   MOVE "S" TO SW-TITULARES-EOF
                   GO TO 2220-EXIT
           END-READ
           IF TI-NUM-CLIENTE NOT = CLIENTE-CARTA
               OR NOT TI-COTITULAR
               GO TO 2220-EXIT
           END-IF
           MOVE TI-NUM-CUENTA TO CR-NUM-CUENTA
           READ CUENTAS-MAESTRO
               INVALID KEY
                   GO TO 2220-EXIT
           END-READ
           IF CR-FECHA-APERTURA NOT > FECHA-CORTE
               PERFORM 3100-LINEA-DE-CUENTA
           END-IF.
       2220-EXIT.
           EXIT.

      ******************************************************************
      * 3000 - ARMADO DE LA CARTA
      ******************************************************************
       3000-ENCABEZADO-CARTA.
           ADD 1 TO NUMERO-CARTA
           MOVE 0 TO CUENTAS-EN-CARTA
           MOVE 0 TO TOTAL-CARTA
           MOVE SPACES TO MONEDA-CARTA
           MOVE "N" TO SW-MONEDAS-MEZCLADAS
           WRITE CF-LINEA FROM ENC-TITULO AFTER ADVANCING PAGE
           MOVE FECHA-NEGOCIO TO ENC-CONTROL-FECHA
           MOVE NUMERO-CARTA TO ENC-CONTROL-NUMERO
           MOVE FECHA-NEGOCIO TO ENC-FECHA-EMISION
           WRITE CF-LINEA FROM ENC-CARTA AFTER ADVANCING 2 LINES
           MOVE SF-REFERENCIA TO ENC-TEXTO-REFERENCIA
           WRITE CF-LINEA FROM ENC-REFERENCIA AFTER ADVANCING 1 LINE
           MOVE "(TITULAR NO REGISTRADO)" TO CAR-NOMBRE-TITULAR
           MOVE SPACES TO CAR-DIRECCION-TITULAR
           MOVE SPACES TO CAR-DOC
           IF HAY-CLIENTES
               MOVE CLIENTE-CARTA TO CL-NUM-CLIENTE
               READ CLIENTES-MAESTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CL-NOMBRE TO CAR-NOMBRE-TITULAR
                       MOVE CL-DIRECCION TO CAR-DIRECCION-TITULAR
                       MOVE CL-DOC-IDENTIDAD TO CAR-DOC
               END-READ
           END-IF
           MOVE CLIENTE-CARTA TO CAR-NUM-CLIENTE
           WRITE CF-LINEA FROM CAR-NOMBRE AFTER ADVANCING 2 LINES
           WRITE CF-LINEA FROM CAR-DIRECCION AFTER ADVANCING 1 LINE
           WRITE CF-LINEA FROM CAR-CLIENTE AFTER ADVANCING 1 LINE
           WRITE CF-LINEA FROM CAR-TEXTO-INICIO AFTER ADVANCING 2 LINES
           MOVE FECHA-CORTE TO CAR-FECHA-CORTE
           WRITE CF-LINEA FROM CAR-TEXTO-FECHA AFTER ADVANCING 1 LINE
           MOVE "SALDOS:" TO CAR-TEXTO-LINEA
           WRITE CF-LINEA FROM CAR-TEXTO AFTER ADVANCING 1 LINE
           WRITE CF-LINEA FROM CAR-COLUMNAS AFTER ADVANCING 2 LINES.

      *        Una cuenta de la carta (la del area de CUENTAS) con su
      *        saldo de cierre a la fecha de corte.
       3100-LINEA-DE-CUENTA.
           ADD 1 TO CUENTAS-EN-CARTA
           MOVE CR-NUM-CUENTA TO CUENTA-BUSCADA
           PERFORM 5000-BUSCAR-SALDO THRU 5000-EXIT
           MOVE CR-NUM-CUENTA TO DET-NUM-CUENTA
           MOVE CR-TIPO-CUENTA TO DET-TIPO
           IF CR-MONEDA-NACIONAL
               MOVE MONEDA-NACIONAL-IMPRESA TO MONEDA-CUENTA
           ELSE
               MOVE CR-MONEDA TO MONEDA-CUENTA
           END-IF
           MOVE MONEDA-CUENTA TO DET-MONEDA
           MOVE SPACES TO DET-OBSERVACION
           IF HAY-SALDO
               MOVE ESTADO-HALLADO TO DET-ESTADO
               MOVE FECHA-SALDO-HALLADO TO DET-FECHA-SALDO
               MOVE SALDO-HALLADO TO DET-SALDO
               ADD SALDO-HALLADO TO TOTAL-CARTA
               IF MONEDA-CARTA = SPACES
                   MOVE MONEDA-CUENTA TO MONEDA-CARTA
               END-IF
               IF MONEDA-CUENTA NOT = MONEDA-CARTA
                   MOVE "S" TO SW-MONEDAS-MEZCLADAS
               END-IF
               IF ESTADO-HALLADO = "X"
                   MOVE "CERRADA A ESA FECHA" TO DET-OBSERVACION
               END-IF
           ELSE
               MOVE SPACE TO DET-ESTADO
               MOVE 0 TO DET-FECHA-SALDO
               MOVE 0 TO DET-SALDO
               IF CR-FECHA-APERTURA > FECHA-CORTE
                   MOVE "NO ABIERTA A ESA FECHA" TO DET-OBSERVACION
               ELSE
                   MOVE "SIN SALDO REGISTRADO A ESA FECHA"
                       TO DET-OBSERVACION
                   ADD 1 TO TOTAL-SIN-HISTORIA
                   DISPLAY "AVISO: CUENTA " CR-NUM-CUENTA
                       " SIN SALDOHIS AL " FECHA-CORTE
               END-IF
           END-IF
           WRITE CF-LINEA FROM DET-CUENTA AFTER ADVANCING 1 LINE.

       3200-CIERRE-CARTA.
           IF CUENTAS-EN-CARTA > 1
               IF MONEDAS-MEZCLADAS
                   WRITE CF-LINEA FROM LIN-SIN-TOTAL
                       AFTER ADVANCING 2 LINES
               ELSE
                   MOVE TOTAL-CARTA TO LIN-TOTAL-MONTO
                   MOVE MONEDA-CARTA TO LIN-TOTAL-MONEDA
                   WRITE CF-LINEA FROM LIN-TOTAL
                       AFTER ADVANCING 2 LINES
               END-IF
           END-IF
           WRITE CF-LINEA FROM LIN-FIRMA AFTER ADVANCING 4 LINES
           MOVE FIRMANTE-NOMBRE TO LIN-NOMBRE-FIRMANTE
           WRITE CF-LINEA FROM LIN-FIRMANTE AFTER ADVANCING 1 LINE
           MOVE FIRMANTE-ID TO LIN-ID-FIRMANTE
           WRITE CF-LINEA FROM LIN-CARGO AFTER ADVANCING 1 LINE
           ADD 1 TO TOTAL-CARTAS
      *        Listado de control de lo emitido.
           DISPLAY "CARTA " FECHA-NEGOCIO "-" NUMERO-CARTA ": "
               SF-TIPO-SOLICITUD " " SF-NUMERO " AL " FECHA-CORTE
               " - " CUENTAS-EN-CARTA " CUENTA(S).".

      ******************************************************************
      * 5000 - SALDO DE CIERRE DE CUENTA-BUSCADA A FECHA-CORTE
      ******************************************************************
      *        Primero el registro exacto de la fecha; si no existe
      *        (dia no habil), el ultimo anterior de la misma cuenta.
       5000-BUSCAR-SALDO.
           MOVE "N" TO SW-SALDO-HALLADO
           MOVE CUENTA-BUSCADA TO SH-NUM-CUENTA
           MOVE FECHA-CORTE TO SH-FECHA-NEGOCIO
           READ SALDOS-HISTORIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 5200-TOMAR-SALDO
                   GO TO 5000-EXIT
           END-READ
           MOVE CUENTA-BUSCADA TO SH-NUM-CUENTA
           MOVE 0 TO SH-FECHA-NEGOCIO
           MOVE "N" TO SW-SALDOHIS-EOF
           START SALDOS-HISTORIA
               KEY NOT LESS THAN SH-CLAVE
               INVALID KEY
                   GO TO 5000-EXIT
           END-START
           PERFORM 5100-LEER-SALDO-ANTERIOR THRU 5100-EXIT
               UNTIL FIN-SALDOHIS.
       5000-EXIT.
           EXIT.

       5100-LEER-SALDO-ANTERIOR.
           READ SALDOS-HISTORIA NEXT RECORD
               AT END
                   MOVE "S" TO SW-SALDOHIS-EOF
                   GO TO 5100-EXIT
           END-READ
           IF SH-NUM-CUENTA NOT = CUENTA-BUSCADA
               OR SH-FECHA-NEGOCIO > FECHA-CORTE
               MOVE "S" TO SW-SALDOHIS-EOF
               GO TO 5100-EXIT
           END-IF
           PERFORM 5200-TOMAR-SALDO.
       5100-EXIT.
           EXIT.

       5200-TOMAR-SALDO.
           MOVE "S" TO SW-SALDO-HALLADO
           MOVE SH-SALDO TO SALDO-HALLADO
           MOVE SH-FECHA-NEGOCIO TO FECHA-SALDO-HALLADO
           MOVE SH-ESTADO-CUENTA TO ESTADO-HALLADO.

       8000-IMPRIMIR-RESUMEN.
           DISPLAY "=============================================".
           DISPLAY "PEDIDOS LEIDOS         : " TOTAL-SOLICITUDES.
           DISPLAY "CARTAS EMITIDAS        : " TOTAL-CARTAS.
           DISPLAY "PEDIDOS RECHAZADOS     : " TOTAL-RECHAZADAS.
           DISPLAY "CUENTAS SIN HISTORIA   : " TOTAL-SIN-HISTORIA.
           DISPLAY "FIRMANTE               : " FIRMANTE-ID.
           DISPLAY "=============================================".

       9999-FINALIZAR.
           CLOSE SOLICITUDES-CONFIRMACION
           CLOSE SALDOS-HISTORIA
           CLOSE CUENTAS-MAESTRO
           IF HAY-CLIENTES
               CLOSE CLIENTES-MAESTRO
           END-IF
           IF HAY-TITULARES
               CLOSE TITULARES-CUENTA
           END-IF
           CLOSE REPORTE-CONFIRMACIONES.

       END PROGRAM CONFSALD.
