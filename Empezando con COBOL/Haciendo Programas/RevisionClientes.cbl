      ******************************************************************
      * Author: medrano00
      * Installation: Banco Simulado
      * Date-Written: 15/10/2026
      * Date-Compiled:
      * Purpose: Nightly customer due-diligence review list. Reads
      *          the CLIENTES master (CLIENREC) and lists every
      *          customer whose identity document has expired, whose
      *          scheduled review is overdue, or who has never had a
      *          review recorded, grouped by the branch of each of
      *          their open CUENTAS accounts (customers with no open
      *          account go under branch 000). Each line says whether
      *          the customer is still inside the KYCGRACI grace
      *          period of PARAMS or already past it - in which case
      *          CAJERO and CAJERO LOTE refuse debits on their
      *          accounts until the review is recorded in CLIMANT.
      *          Customers never reviewed are listed so their data
      *          gets completed, but they are not restricted. The
      *          printed list is REVISKYC; a summary goes to the
      *          console.
      * Tectonics: cobc
      *
      * Modification History:
      *   15/10/2026 MDR  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISCLI.
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
      *        Maestro de clientes, recorrido en orden de numero.
           SELECT CLIENTES-MAESTRO
               ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CL-NUM-CLIENTE
               FILE STATUS IS FS-CLIENTES.
      *        Maestro de cuentas - sucursal de cada cuenta abierta.
           SELECT CUENTAS-MAESTRO
               ASSIGN TO "CUENTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-NUM-CUENTA
               FILE STATUS IS FS-CUENTAS.
      *        Puente de cuentas abiertas (cliente, sucursal, cuenta)
      *        - entrada del primer SORT.
           SELECT CUENTAS-PUENTE
               ASSIGN TO "REVCTA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REVCTA.
      *        Puente de cuentas ya ordenado por cliente y sucursal.
           SELECT CUENTAS-ORDENADAS
               ASSIGN TO "REVCTAO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REVCTAO.
      *        Puente de clientes a listar, una linea por cliente y
      *        sucursal - entrada del segundo SORT.
           SELECT REVISION-PUENTE
               ASSIGN TO "REVTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REVTMP.
      *        Puente de clientes ordenado por sucursal y cliente.
           SELECT REVISION-ORDENADA
               ASSIGN TO "REVSORT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REVSORT.
      *        Archivos de trabajo de los dos SORT.
           SELECT ORDEN-CUENTAS
               ASSIGN TO "SORTWK".
           SELECT ORDEN-REVISION
               ASSIGN TO "SORTWK".
      *        Listado impreso por sucursal.
           SELECT REPORTE-REVISION
               ASSIGN TO "REVISKYC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REVISKYC.
      *        Parametros: dias de gracia.
           SELECT ARCHIVO-PARAMETROS
               ASSIGN TO "PARAMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PA-CLAVE
               FILE STATUS IS FS-PARAMS.
      *        Registro de control de la fecha de negocio.
           SELECT ARCHIVO-FECHA-DIA
               ASSIGN TO "FECHADIA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-FECHADIA.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-MAESTRO
           LABEL RECORD IS STANDARD.
           COPY CLIENREC.

       FD  CUENTAS-MAESTRO
           LABEL RECORD IS STANDARD.
           COPY CUENTAREC.

       FD  CUENTAS-PUENTE
           LABEL RECORD IS STANDARD.
       01  CP-REGISTRO-PUENTE.
           05  CP-NUM-CLIENTE             PIC 9(06).
           05  CP-SUCURSAL                PIC 9(03).
           05  CP-NUM-CUENTA              PIC 9(08).
           05  FILLER                     PIC X(03).

      *        Mismo trazado que el puente, ya ordenado.
       FD  CUENTAS-ORDENADAS
           LABEL RECORD IS STANDARD.
       01  CO-REGISTRO-ORDENADO.
           05  CO-NUM-CLIENTE             PIC 9(06).
           05  CO-SUCURSAL                PIC 9(03).
           05  CO-NUM-CUENTA              PIC 9(08).
           05  FILLER                     PIC X(03).

       SD  ORDEN-CUENTAS.
       01  SC-REGISTRO-TRABAJO.
           05  SC-NUM-CLIENTE             PIC 9(06).
           05  SC-SUCURSAL                PIC 9(03).
           05  SC-NUM-CUENTA              PIC 9(08).
           05  FILLER                     PIC X(03).

       FD  REVISION-PUENTE
           LABEL RECORD IS STANDARD.
       01  RP-REGISTRO-PUENTE.
           05  RP-SUCURSAL                PIC 9(03).
           05  RP-NUM-CLIENTE             PIC 9(06).
           05  RP-NOMBRE                  PIC X(30).
           05  RP-DOC-IDENTIDAD           PIC X(15).
           05  RP-VENCE-DOCUMENTO         PIC 9(08).
           05  RP-PROXIMA-REVISION        PIC 9(08).
           05  RP-NIVEL-RIESGO            PIC X(01).
      *        Cuentas abiertas del cliente en la sucursal.
           05  RP-CUENTAS                 PIC 9(03).
      *        D = documento vencido, R = revision vencida, A = ambos,
      *        S = sin revision registrada.
           05  RP-MOTIVO                  PIC X(01).
      *        S = pasada la gracia: debitos rechazados.
           05  RP-BLOQUEADO               PIC X(01).
           05  FILLER                     PIC X(04).

      *        Mismo trazado que el puente, ya ordenado.
       FD  REVISION-ORDENADA
           LABEL RECORD IS STANDARD.
       01  RO-REGISTRO-ORDENADO.
           05  RO-SUCURSAL                PIC 9(03).
           05  RO-NUM-CLIENTE             PIC 9(06).
           05  RO-NOMBRE                  PIC X(30).
           05  RO-DOC-IDENTIDAD           PIC X(15).
           05  RO-VENCE-DOCUMENTO         PIC 9(08).
           05  RO-PROXIMA-REVISION        PIC 9(08).
           05  RO-NIVEL-RIESGO            PIC X(01).
           05  RO-CUENTAS                 PIC 9(03).
           05  RO-MOTIVO                  PIC X(01).
               88  RO-DOC-VENCIDO                 VALUE "D".
               88  RO-REVISION-VENCIDA            VALUE "R".
               88  RO-AMBOS-VENCIDOS              VALUE "A".
               88  RO-SIN-REVISION                VALUE "S".
           05  RO-BLOQUEADO               PIC X(01).
               88  RO-DEBITOS-BLOQUEADOS          VALUE "S".
           05  FILLER                     PIC X(04).

       SD  ORDEN-REVISION.
       01  SR-REGISTRO-TRABAJO.
           05  SR-SUCURSAL                PIC 9(03).
           05  SR-NUM-CLIENTE             PIC 9(06).
           05  FILLER                     PIC X(71).

       FD  REPORTE-REVISION
           LABEL RECORD IS STANDARD.
       01  RV-LINEA                       PIC X(132).

       FD  ARCHIVO-PARAMETROS
           LABEL RECORD IS STANDARD.
           COPY PARAMREC.

       FD  ARCHIVO-FECHA-DIA
           LABEL RECORD IS STANDARD.
           COPY FECHACTL.

       WORKING-STORAGE SECTION.
           01  FS-CLIENTES                PIC X(02).
           01  FS-CUENTAS                 PIC X(02).
           01  FS-REVCTA                  PIC X(02).
           01  FS-REVCTAO                 PIC X(02).
           01  FS-REVTMP                  PIC X(02).
           01  FS-REVSORT                 PIC X(02).
           01  FS-REVISKYC                PIC X(02).
           01  FS-PARAMS                  PIC X(02).
           01  FS-FECHADIA                PIC X(02).

      *        Dias de gracia tras el vencimiento (clave KYCGRACI en
      *        PARAMS; el VALUE es el respaldo; tope 365, como en
      *        CAJERO).
           77  DIAS-GRACIA                PIC 9(03) VALUE 30.

           01  FECHA-HOY                  PIC 9(08).
           01  FECHA-NEGOCIO              PIC 9(08).
      *        Un vencimiento anterior a esta fecha ya agoto la
      *        gracia: fecha de negocio menos DIAS-GRACIA.
           01  FECHA-CORTE-GRACIA         PIC 9(08).
           01  FECHA-TRABAJO              PIC 9(08).
           01  FECHA-TRABAJO-DET REDEFINES FECHA-TRABAJO.
               05  FT-ANO                 PIC 9(04).
               05  FT-MES                 PIC 9(02).
               05  FT-DIA                 PIC 9(02).
           01  DIAS-DEL-MES               PIC 9(02).
           01  CONTADOR-DIAS              PIC 9(05).
           01  COCIENTE-ANO               PIC 9(04).
           01  RESIDUO-ANO                PIC 9(04).
           01  SW-ANO-BISIESTO            PIC X(01) VALUE "N".
               88  ANO-BISIESTO                   VALUE "S".

      *        Hallazgos del cliente en proceso.
           01  MOTIVO-CLIENTE             PIC X(01).
               88  CLIENTE-A-LISTAR               VALUE "D" "R" "A"
                                                        "S".
           01  BLOQUEO-CLIENTE            PIC X(01).
           01  SW-DOC-VENCIDO             PIC X(01) VALUE "N".
               88  DOC-VENCIDO                    VALUE "S".
           01  SW-REVISION-VENCIDA        PIC X(01) VALUE "N".
               88  REVISION-VENCIDA               VALUE "S".
           01  CUENTAS-DEL-CLIENTE        PIC 9(05).
           01  CUENTAS-EN-SUCURSAL        PIC 9(03).
           01  SUCURSAL-EN-PROCESO        PIC 9(03).

      *        Cortes del listado.
           01  SUCURSAL-LISTADA           PIC 9(03).
           01  SUC-LISTADOS               PIC 9(05).
           01  SUC-BLOQUEADOS             PIC 9(05).

           01  TOTAL-CLIENTES-LEIDOS      PIC 9(07) VALUE 0.
           01  TOTAL-CUENTAS-ABIERTAS     PIC 9(07) VALUE 0.
           01  TOTAL-CUENTAS-SIN-CLIENTE  PIC 9(07) VALUE 0.
           01  TOTAL-LISTADOS             PIC 9(05) VALUE 0.
           01  TOTAL-BLOQUEADOS           PIC 9(05) VALUE 0.
           01  TOTAL-EN-GRACIA            PIC 9(05) VALUE 0.
           01  TOTAL-SIN-REVISION         PIC 9(05) VALUE 0.

           01  SW-CLIENTES-EOF            PIC X(01) VALUE "N".
               88  FIN-CLIENTES                   VALUE "S".
           01  SW-CUENTAS-EOF             PIC X(01) VALUE "N".
               88  FIN-CUENTAS                    VALUE "S".
           01  SW-ORDENADAS-EOF           PIC X(01) VALUE "N".
               88  FIN-ORDENADAS                  VALUE "S".
           01  SW-REVISION-EOF            PIC X(01) VALUE "N".
               88  FIN-REVISION                   VALUE "S".
           01  SW-CLIENTES-ABIERTO        PIC X(01) VALUE "N".
               88  HAY-CLIENTES                   VALUE "S".
           01  SW-CUENTAS-ABIERTO         PIC X(01) VALUE "N".
               88  HAY-CUENTAS                    VALUE "S".

      *        Lineas del reporte impreso.
           01  ENC-TITULO.
               05  FILLER                 PIC X(10) VALUE SPACES.
               05  FILLER                 PIC X(20) VALUE
                   "DEBIDA DILIGENCIA - ".
               05  FILLER                 PIC X(32) VALUE
                   "DOCUMENTOS Y REVISIONES VENCIDOS".
               05  FILLER                 PIC X(20) VALUE
                   "  - DIA DE NEGOCIO ".
               05  ENC-FECHA              PIC 9(08).
               05  FILLER                 PIC X(42) VALUE SPACES.
           01  ENC-GRACIA.
               05  FILLER                 PIC X(10) VALUE SPACES.
               05  FILLER                 PIC X(16) VALUE
                   "DIAS DE GRACIA: ".
               05  ENC-DIAS-GRACIA        PIC ZZ9.
               05  FILLER                 PIC X(21) VALUE
                   "   DEBITOS BLOQUEADOS".
               05  FILLER                 PIC X(34) VALUE
                   " SI EL VENCIMIENTO ES ANTERIOR AL ".
               05  ENC-FECHA-CORTE        PIC 9999/99/99.
               05  FILLER                 PIC X(38) VALUE SPACES.
           01  ENC-SUCURSAL.
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  FILLER                 PIC X(09) VALUE "SUCURSAL ".
               05  ENC-NUM-SUCURSAL       PIC 9(03).
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  ENC-NOTA-SUCURSAL      PIC X(31).
               05  FILLER                 PIC X(85) VALUE SPACES.
           01  ENC-COLUMNAS.
               05  FILLER                 PIC X(03) VALUE SPACES.
               05  FILLER                 PIC X(07) VALUE "CLIENTE".
               05  FILLER                 PIC X(31) VALUE
                   " NOMBRE".
               05  FILLER                 PIC X(16) VALUE "DOCUMENTO".
               05  FILLER                 PIC X(11) VALUE "VENCE DOC.".
               05  FILLER                 PIC X(12) VALUE
                   "PROX.REVIS.".
               05  FILLER                 PIC X(04) VALUE "R".
               05  FILLER                 PIC X(05) VALUE "CTAS".
               05  FILLER                 PIC X(25) VALUE "MOTIVO".
               05  FILLER                 PIC X(18) VALUE "SITUACION".
           01  DET-CLIENTE.
               05  FILLER                 PIC X(03) VALUE SPACES.
               05  DET-NUM-CLIENTE        PIC 9(06).
               05  FILLER                 PIC X(01) VALUE SPACE.
               05  DET-NOMBRE             PIC X(30).
               05  FILLER                 PIC X(01) VALUE SPACE.
               05  DET-DOC                PIC X(15).
               05  FILLER                 PIC X(01) VALUE SPACE.
               05  DET-VENCE-DOC          PIC 9999/99/99.
               05  FILLER                 PIC X(01) VALUE SPACE.
               05  DET-PROXIMA            PIC 9999/99/99.
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  DET-RIESGO             PIC X(01).
               05  FILLER                 PIC X(03) VALUE SPACES.
               05  DET-CUENTAS            PIC ZZ9.
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  DET-MOTIVO             PIC X(24).
               05  FILLER                 PIC X(01) VALUE SPACE.
               05  DET-SITUACION          PIC X(18).
           01  TOT-SUCURSAL.
               05  FILLER                 PIC X(03) VALUE SPACES.
               05  FILLER                 PIC X(34) VALUE
                   "CLIENTES LISTADOS EN LA SUCURSAL: ".
               05  TOT-SUC-LISTADOS       PIC ZZZZ9.
               05  FILLER                 PIC X(27) VALUE
                   "   CON DEBITOS BLOQUEADOS: ".
               05  TOT-SUC-BLOQUEADOS     PIC ZZZZ9.
               05  FILLER                 PIC X(58) VALUE SPACES.
           01  TOT-GENERAL.
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  FILLER                 PIC X(19) VALUE
                   "CLIENTES LISTADOS: ".
               05  TOT-LISTADOS           PIC ZZZZ9.
               05  FILLER                 PIC X(15) VALUE
                   "   BLOQUEADOS: ".
               05  TOT-BLOQUEADOS         PIC ZZZZ9.
               05  FILLER                 PIC X(14) VALUE
                   "   EN GRACIA: ".
               05  TOT-EN-GRACIA          PIC ZZZZ9.
               05  FILLER                 PIC X(17) VALUE
                   "   SIN REVISION: ".
               05  TOT-SIN-REVISION       PIC ZZZZ9.
               05  FILLER                 PIC X(45) VALUE SPACES.
           01  LIN-SIN-CLIENTES.
               05  FILLER                 PIC X(50) VALUE
                   "SIN CLIENTES CON DOCUMENTO O REVISION VENCIDOS.".
               05  FILLER                 PIC X(82) VALUE SPACES.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           IF HAY-CLIENTES
               PERFORM 2000-EXTRAER-CUENTAS THRU 2000-EXIT
               PERFORM 3000-EVALUAR-CLIENTES THRU 3000-EXIT
               PERFORM 4000-IMPRIMIR-POR-SUCURSAL THRU 4000-EXIT
           END-IF
           IF TOTAL-LISTADOS = 0
               WRITE RV-LINEA FROM LIN-SIN-CLIENTES
                   AFTER ADVANCING 2 LINES
           ELSE
               MOVE TOTAL-LISTADOS TO TOT-LISTADOS
               MOVE TOTAL-BLOQUEADOS TO TOT-BLOQUEADOS
               MOVE TOTAL-EN-GRACIA TO TOT-EN-GRACIA
               MOVE TOTAL-SIN-REVISION TO TOT-SIN-REVISION
               WRITE RV-LINEA FROM TOT-GENERAL
                   AFTER ADVANCING 3 LINES
           END-IF
           PERFORM 8000-IMPRIMIR-RESUMEN
           PERFORM 9999-FINALIZAR
           STOP RUN.

      ******************************************************************
      * 1000 - FECHA DE NEGOCIO, GRACIA Y APERTURAS
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           MOVE FECHA-HOY TO FECHA-NEGOCIO
           OPEN INPUT ARCHIVO-FECHA-DIA
           IF FS-FECHADIA = "00"
               READ ARCHIVO-FECHA-DIA
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FC-FECHA-NEGOCIO TO FECHA-NEGOCIO
               END-READ
               CLOSE ARCHIVO-FECHA-DIA
           END-IF
           PERFORM 1100-LEER-PARAMETROS
           MOVE FECHA-NEGOCIO TO FECHA-TRABAJO
           PERFORM 8100-DIA-ANTERIOR
               VARYING CONTADOR-DIAS FROM 1 BY 1
               UNTIL CONTADOR-DIAS > DIAS-GRACIA
           MOVE FECHA-TRABAJO TO FECHA-CORTE-GRACIA
           OPEN OUTPUT REPORTE-REVISION
           IF FS-REVISKYC NOT = "00"
               DISPLAY "REVISCLI: NO SE PUDO ABRIR REVISKYC."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FECHA-NEGOCIO TO ENC-FECHA
           MOVE DIAS-GRACIA TO ENC-DIAS-GRACIA
           MOVE FECHA-CORTE-GRACIA TO ENC-FECHA-CORTE
           WRITE RV-LINEA FROM ENC-TITULO AFTER ADVANCING PAGE
           WRITE RV-LINEA FROM ENC-GRACIA AFTER ADVANCING 1 LINE
           DISPLAY "==== REVISION DE DEBIDA DILIGENCIA - DIA "
               FECHA-NEGOCIO " ====".
           OPEN INPUT CLIENTES-MAESTRO
           IF FS-CLIENTES NOT = "00"
               DISPLAY "REVISCLI: SIN MAESTRO DE CLIENTES - NADA QUE "
                   "REVISAR."
               GO TO 1000-EXIT
           END-IF
           MOVE "S" TO SW-CLIENTES-ABIERTO
           OPEN INPUT CUENTAS-MAESTRO
           IF FS-CUENTAS = "00"
               MOVE "S" TO SW-CUENTAS-ABIERTO
           ELSE
               DISPLAY "REVISCLI: SIN MAESTRO DE CUENTAS - TODOS LOS "
                   "CLIENTES VAN A LA SUCURSAL 000."
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LEER-PARAMETROS.
           OPEN INPUT ARCHIVO-PARAMETROS
           IF FS-PARAMS NOT = "00"
               DISPLAY "REVISCLI: SIN ARCHIVO DE PARAMETROS - RIGEN "
                   "VALORES POR DEFECTO."
           ELSE
               MOVE "KYCGRACI" TO PA-CLAVE
               READ ARCHIVO-PARAMETROS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PA-VALOR > 365
                           MOVE 365 TO DIAS-GRACIA
                       ELSE
                           MOVE PA-VALOR TO DIAS-GRACIA
                       END-IF
               END-READ
               CLOSE ARCHIVO-PARAMETROS
           END-IF.

      ******************************************************************
      * 2000 - CUENTAS ABIERTAS ORDENADAS POR CLIENTE Y SUCURSAL
      ******************************************************************
      *        Las cuentas cerradas no cuentan: sobre ellas no hay
      *        debitos que vedar. Sin CUENTAS el puente queda vacio.
       2000-EXTRAER-CUENTAS.
           OPEN OUTPUT CUENTAS-PUENTE
           IF HAY-CUENTAS
               PERFORM 2100-EXTRAER-UNA-CUENTA THRU 2100-EXIT
                   UNTIL FIN-CUENTAS
           END-IF
           CLOSE CUENTAS-PUENTE
           SORT ORDEN-CUENTAS
               ON ASCENDING KEY SC-NUM-CLIENTE
                                SC-SUCURSAL
                                SC-NUM-CUENTA
               USING CUENTAS-PUENTE
               GIVING CUENTAS-ORDENADAS.
       2000-EXIT.
           EXIT.

       2100-EXTRAER-UNA-CUENTA.
           READ CUENTAS-MAESTRO NEXT RECORD
               AT END
                   MOVE "S" TO SW-CUENTAS-EOF
                   GO TO 2100-EXIT
           END-READ
           IF CR-CUENTA-CERRADA
               GO TO 2100-EXIT
           END-IF
           MOVE SPACES TO CP-REGISTRO-PUENTE
           MOVE CR-NUM-CLIENTE TO CP-NUM-CLIENTE
           MOVE CR-SUCURSAL TO CP-SUCURSAL
           MOVE CR-NUM-CUENTA TO CP-NUM-CUENTA
           WRITE CP-REGISTRO-PUENTE
           ADD 1 TO TOTAL-CUENTAS-ABIERTAS.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000 - APAREO CLIENTES / CUENTAS Y HALLAZGOS POR CLIENTE
      ******************************************************************
       3000-EVALUAR-CLIENTES.
           OPEN INPUT CUENTAS-ORDENADAS
           IF FS-REVCTAO NOT = "00"
               DISPLAY "REVISCLI: NO SE PUDO ABRIR EL PUENTE DE "
                   "CUENTAS ORDENADO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REVISION-PUENTE
           PERFORM 7000-LEER-CLIENTE THRU 7000-EXIT
           PERFORM 7100-LEER-CUENTA-ORDENADA THRU 7100-EXIT
           PERFORM 3100-EVALUAR-UN-CLIENTE THRU 3100-EXIT
               UNTIL FIN-CLIENTES
           CLOSE CUENTAS-ORDENADAS
           CLOSE REVISION-PUENTE.
       3000-EXIT.
           EXIT.

      *        Las cuentas de un titular que no esta en CLIENTES se
      *        saltan (INTEGRID las reporta); las del cliente se
      *        consumen por sucursal y, si el cliente tiene hallazgos,
      *        cada sucursal da una linea del puente.
       3100-EVALUAR-UN-CLIENTE.
           PERFORM 3150-SALTAR-SIN-CLIENTE THRU 3150-EXIT
               UNTIL FIN-ORDENADAS
               OR CO-NUM-CLIENTE NOT < CL-NUM-CLIENTE
           PERFORM 3200-HALLAZGOS-DEL-CLIENTE THRU 3200-EXIT
           MOVE 0 TO CUENTAS-DEL-CLIENTE
           PERFORM 3300-CUENTAS-DE-UNA-SUCURSAL THRU 3300-EXIT
               UNTIL FIN-ORDENADAS
               OR CO-NUM-CLIENTE NOT = CL-NUM-CLIENTE
           IF CLIENTE-A-LISTAR AND CUENTAS-DEL-CLIENTE = 0
               MOVE 0 TO SUCURSAL-EN-PROCESO
               MOVE 0 TO CUENTAS-EN-SUCURSAL
               PERFORM 3400-GRABAR-PUENTE
           END-IF
           PERFORM 7000-LEER-CLIENTE THRU 7000-EXIT.
       3100-EXIT.
           EXIT.

       3150-SALTAR-SIN-CLIENTE.
           ADD 1 TO TOTAL-CUENTAS-SIN-CLIENTE
           PERFORM 7100-LEER-CUENTA-ORDENADA THRU 7100-EXIT.
       3150-EXIT.
           EXIT.

      *        Vencido = fecha cargada y anterior al dia de negocio;
      *        bloqueado = ademas anterior al corte de la gracia (la
      *        misma regla que aplica CAJERO). Sin proxima revision
      *        el cliente se lista para completar sus datos, sin
      *        restriccion.
       3200-HALLAZGOS-DEL-CLIENTE.
           MOVE "N" TO SW-DOC-VENCIDO
           MOVE "N" TO SW-REVISION-VENCIDA
           MOVE "N" TO BLOQUEO-CLIENTE
           MOVE SPACE TO MOTIVO-CLIENTE
           IF CL-VENCE-DOCUMENTO NOT = ZERO
               AND CL-VENCE-DOCUMENTO < FECHA-NEGOCIO
               MOVE "S" TO SW-DOC-VENCIDO
               IF CL-VENCE-DOCUMENTO < FECHA-CORTE-GRACIA
                   MOVE "S" TO BLOQUEO-CLIENTE
               END-IF
           END-IF
           IF CL-PROXIMA-REVISION NOT = ZERO
               AND CL-PROXIMA-REVISION < FECHA-NEGOCIO
               MOVE "S" TO SW-REVISION-VENCIDA
               IF CL-PROXIMA-REVISION < FECHA-CORTE-GRACIA
                   MOVE "S" TO BLOQUEO-CLIENTE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN DOC-VENCIDO AND REVISION-VENCIDA
                   MOVE "A" TO MOTIVO-CLIENTE
               WHEN DOC-VENCIDO
                   MOVE "D" TO MOTIVO-CLIENTE
               WHEN REVISION-VENCIDA
                   MOVE "R" TO MOTIVO-CLIENTE
               WHEN CL-PROXIMA-REVISION = ZERO
                   MOVE "S" TO MOTIVO-CLIENTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT CLIENTE-A-LISTAR
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO TOTAL-LISTADOS
           EVALUATE TRUE
               WHEN BLOQUEO-CLIENTE = "S"
                   ADD 1 TO TOTAL-BLOQUEADOS
               WHEN MOTIVO-CLIENTE = "S"
                   ADD 1 TO TOTAL-SIN-REVISION
               WHEN OTHER
                   ADD 1 TO TOTAL-EN-GRACIA
           END-EVALUATE.
       3200-EXIT.
           EXIT.

       3300-CUENTAS-DE-UNA-SUCURSAL.
           MOVE CO-SUCURSAL TO SUCURSAL-EN-PROCESO
           MOVE 0 TO CUENTAS-EN-SUCURSAL
           PERFORM 3350-CONTAR-UNA-CUENTA THRU 3350-EXIT
               UNTIL FIN-ORDENADAS
               OR CO-NUM-CLIENTE NOT = CL-NUM-CLIENTE
               OR CO-SUCURSAL NOT = SUCURSAL-EN-PROCESO
           IF CLIENTE-A-LISTAR
               PERFORM 3400-GRABAR-PUENTE
           END-IF.
       3300-EXIT.
           EXIT.

       3350-CONTAR-UNA-CUENTA.
           ADD 1 TO CUENTAS-DEL-CLIENTE
           IF CUENTAS-EN-SUCURSAL < 999
               ADD 1 TO CUENTAS-EN-SUCURSAL
           END-IF
           PERFORM 7100-LEER-CUENTA-ORDENADA THRU 7100-EXIT.
       3350-EXIT.
           EXIT.

       3400-GRABAR-PUENTE.
           MOVE SPACES TO RP-REGISTRO-PUENTE
           MOVE SUCURSAL-EN-PROCESO TO RP-SUCURSAL
           MOVE CL-NUM-CLIENTE TO RP-NUM-CLIENTE
           MOVE CL-NOMBRE TO RP-NOMBRE
           MOVE CL-DOC-IDENTIDAD TO RP-DOC-IDENTIDAD
           MOVE CL-VENCE-DOCUMENTO TO RP-VENCE-DOCUMENTO
           MOVE CL-PROXIMA-REVISION TO RP-PROXIMA-REVISION
           MOVE CL-NIVEL-RIESGO TO RP-NIVEL-RIESGO
           MOVE CUENTAS-EN-SUCURSAL TO RP-CUENTAS
           MOVE MOTIVO-CLIENTE TO RP-MOTIVO
           MOVE BLOQUEO-CLIENTE TO RP-BLOQUEADO
           WRITE RP-REGISTRO-PUENTE.

      ******************************************************************
      * 4000 - LISTADO POR SUCURSAL
      ******************************************************************
       4000-IMPRIMIR-POR-SUCURSAL.
           SORT ORDEN-REVISION
               ON ASCENDING KEY SR-SUCURSAL
                                SR-NUM-CLIENTE
               USING REVISION-PUENTE
               GIVING REVISION-ORDENADA
           OPEN INPUT REVISION-ORDENADA
           IF FS-REVSORT NOT = "00"
               DISPLAY "REVISCLI: NO SE PUDO ABRIR EL PUENTE DE "
                   "REVISION ORDENADO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 7200-LEER-REVISION THRU 7200-EXIT
           PERFORM 4100-IMPRIMIR-UNA-SUCURSAL THRU 4100-EXIT
               UNTIL FIN-REVISION
           CLOSE REVISION-ORDENADA.
       4000-EXIT.
           EXIT.

       4100-IMPRIMIR-UNA-SUCURSAL.
           MOVE RO-SUCURSAL TO SUCURSAL-LISTADA
           MOVE 0 TO SUC-LISTADOS
           MOVE 0 TO SUC-BLOQUEADOS
           MOVE SUCURSAL-LISTADA TO ENC-NUM-SUCURSAL
           IF SUCURSAL-LISTADA = 0
               MOVE "(CLIENTES SIN CUENTAS ABIERTAS)"
                   TO ENC-NOTA-SUCURSAL
           ELSE
               MOVE SPACES TO ENC-NOTA-SUCURSAL
           END-IF
           WRITE RV-LINEA FROM ENC-SUCURSAL AFTER ADVANCING 3 LINES
           WRITE RV-LINEA FROM ENC-COLUMNAS AFTER ADVANCING 2 LINES
           PERFORM 4200-IMPRIMIR-UN-CLIENTE THRU 4200-EXIT
               UNTIL FIN-REVISION
               OR RO-SUCURSAL NOT = SUCURSAL-LISTADA
           MOVE SUC-LISTADOS TO TOT-SUC-LISTADOS
           MOVE SUC-BLOQUEADOS TO TOT-SUC-BLOQUEADOS
           WRITE RV-LINEA FROM TOT-SUCURSAL AFTER ADVANCING 2 LINES.
       4100-EXIT.
           EXIT.

       4200-IMPRIMIR-UN-CLIENTE.
           MOVE RO-NUM-CLIENTE TO DET-NUM-CLIENTE
           MOVE RO-NOMBRE TO DET-NOMBRE
           MOVE RO-DOC-IDENTIDAD TO DET-DOC
           MOVE RO-VENCE-DOCUMENTO TO DET-VENCE-DOC
           MOVE RO-PROXIMA-REVISION TO DET-PROXIMA
           MOVE RO-NIVEL-RIESGO TO DET-RIESGO
           MOVE RO-CUENTAS TO DET-CUENTAS
           EVALUATE TRUE
               WHEN RO-AMBOS-VENCIDOS
                   MOVE "DOCUMENTO Y REVISION" TO DET-MOTIVO
               WHEN RO-DOC-VENCIDO
                   MOVE "DOCUMENTO VENCIDO" TO DET-MOTIVO
               WHEN RO-REVISION-VENCIDA
                   MOVE "REVISION VENCIDA" TO DET-MOTIVO
               WHEN OTHER
                   MOVE "SIN REVISION REGISTRADA" TO DET-MOTIVO
           END-EVALUATE
           EVALUATE TRUE
               WHEN RO-DEBITOS-BLOQUEADOS
                   MOVE "DEBITOS BLOQUEADOS" TO DET-SITUACION
                   ADD 1 TO SUC-BLOQUEADOS
               WHEN RO-SIN-REVISION
                   MOVE "COMPLETAR DATOS" TO DET-SITUACION
               WHEN OTHER
                   MOVE "EN GRACIA" TO DET-SITUACION
           END-EVALUATE
           WRITE RV-LINEA FROM DET-CLIENTE AFTER ADVANCING 1 LINE
           ADD 1 TO SUC-LISTADOS
           PERFORM 7200-LEER-REVISION THRU 7200-EXIT.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 7000 - LECTURAS ADELANTADAS
      ******************************************************************
       7000-LEER-CLIENTE.
           READ CLIENTES-MAESTRO NEXT RECORD
               AT END
                   MOVE "S" TO SW-CLIENTES-EOF
                   GO TO 7000-EXIT
           END-READ
           ADD 1 TO TOTAL-CLIENTES-LEIDOS.
       7000-EXIT.
           EXIT.

       7100-LEER-CUENTA-ORDENADA.
           READ CUENTAS-ORDENADAS
               AT END
                   MOVE "S" TO SW-ORDENADAS-EOF
                   GO TO 7100-EXIT
           END-READ.
       7100-EXIT.
           EXIT.

       7200-LEER-REVISION.
           READ REVISION-ORDENADA
               AT END
                   MOVE "S" TO SW-REVISION-EOF
                   GO TO 7200-EXIT
           END-READ.
       7200-EXIT.
           EXIT.

      ******************************************************************
      * 8000 - RESUMEN EN CONSOLA
      ******************************************************************
       8000-IMPRIMIR-RESUMEN.
           DISPLAY "=============================================".
           DISPLAY "CLIENTES LEIDOS        : " TOTAL-CLIENTES-LEIDOS.
           DISPLAY "CUENTAS ABIERTAS       : " TOTAL-CUENTAS-ABIERTAS.
           DISPLAY "CUENTAS SIN CLIENTE    : "
               TOTAL-CUENTAS-SIN-CLIENTE.
           DISPLAY "CLIENTES LISTADOS      : " TOTAL-LISTADOS.
           DISPLAY "  DEBITOS BLOQUEADOS   : " TOTAL-BLOQUEADOS.
           DISPLAY "  EN GRACIA            : " TOTAL-EN-GRACIA.
           DISPLAY "  SIN REVISION         : " TOTAL-SIN-REVISION.
           DISPLAY "CORTE DE LA GRACIA     : " FECHA-CORTE-GRACIA.
           DISPLAY "=============================================".

      ******************************************************************
      * 8100 - RETROCEDE FECHA-TRABAJO UN DIA CALENDARIO
      ******************************************************************
       8100-DIA-ANTERIOR.
           IF FT-DIA > 1
               SUBTRACT 1 FROM FT-DIA
           ELSE
               IF FT-MES > 1
                   SUBTRACT 1 FROM FT-MES
               ELSE
                   MOVE 12 TO FT-MES
                   SUBTRACT 1 FROM FT-ANO
               END-IF
               PERFORM 8200-DIAS-DEL-MES
               MOVE DIAS-DEL-MES TO FT-DIA
           END-IF.

       8200-DIAS-DEL-MES.
           EVALUATE FT-MES
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO DIAS-DEL-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO DIAS-DEL-MES
               WHEN 2
                   PERFORM 8300-ANO-BISIESTO
                   IF ANO-BISIESTO
                       MOVE 29 TO DIAS-DEL-MES
                   ELSE
                       MOVE 28 TO DIAS-DEL-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO DIAS-DEL-MES
           END-EVALUATE.

      *        Bisiesto: divisible por 4, salvo los fines de siglo
      *        que no sean divisibles por 400.
       8300-ANO-BISIESTO.
           MOVE "N" TO SW-ANO-BISIESTO
           DIVIDE FT-ANO BY 4 GIVING COCIENTE-ANO
               REMAINDER RESIDUO-ANO
           IF RESIDUO-ANO = 0
               MOVE "S" TO SW-ANO-BISIESTO
               DIVIDE FT-ANO BY 100 GIVING COCIENTE-ANO
                   REMAINDER RESIDUO-ANO
               IF RESIDUO-ANO = 0
                   DIVIDE FT-ANO BY 400 GIVING COCIENTE-ANO
                       REMAINDER RESIDUO-ANO
                   IF RESIDUO-ANO NOT = 0
                       MOVE "N" TO SW-ANO-BISIESTO
                   END-IF
               END-IF
           END-IF.

       9999-FINALIZAR.
           IF HAY-CLIENTES
               CLOSE CLIENTES-MAESTRO
           END-IF
           IF HAY-CUENTAS
               CLOSE CUENTAS-MAESTRO
           END-IF
           CLOSE REPORTE-REVISION.

       END PROGRAM REVISCLI.
