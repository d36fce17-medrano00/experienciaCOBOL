      ******************************************************************
      * Author: medrano00
      * Installation: Banco Simulado
      * Date-Written: 15/10/2026
      * Date-Compiled:
      * Purpose: Monthly report to the courts on judicial garnishment
      *          orders. Reads the EMBARGOS file (EMBARREC) in case
      *          order and prints one page per case that is still
      *          active or that had movement, a release or a change
      *          during the business month: the court and case
      *          number, the garnished customer (from CLIENTES), the
      *          court's account, the order date, the amounts
      *          ordered, seized, released and still pending, what
      *          was seized and released in the month, the status and
      *          the supervisor who approved the last release. The
      *          printed report is EMBINFOR; a summary goes to the
      *          console.
      * Tectonics: cobc
      *
      * Modification History:
      *   15/10/2026 MDR  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMBINFOR.
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
      *        Embargos judiciales, recorridos en orden de numero.
           SELECT EMBARGOS-JUDICIALES
               ASSIGN TO "EMBARGOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-NUM-EMBARGO
               FILE STATUS IS FS-EMBARGOS.
      *        Maestro de clientes - nombre y documento del embargado.
           SELECT CLIENTES-MAESTRO
               ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-NUM-CLIENTE
               FILE STATUS IS FS-CLIENTES.
      *        Informe impreso, una pagina por expediente.
           SELECT REPORTE-EMBARGOS
               ASSIGN TO "EMBINFOR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-EMBINFOR.
      *        Registro de control de la fecha de negocio.
           SELECT ARCHIVO-FECHA-DIA
               ASSIGN TO "FECHADIA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-FECHADIA.

       DATA DIVISION.
       FILE SECTION.
       FD  EMBARGOS-JUDICIALES
           LABEL RECORD IS STANDARD.
           COPY EMBARREC.

       FD  CLIENTES-MAESTRO
           LABEL RECORD IS STANDARD.
           COPY CLIENREC.

       FD  REPORTE-EMBARGOS
           LABEL RECORD IS STANDARD.
       01  EI-LINEA                       PIC X(132).

       FD  ARCHIVO-FECHA-DIA
           LABEL RECORD IS STANDARD.
           COPY FECHACTL.

       WORKING-STORAGE SECTION.
           01  FS-EMBARGOS                PIC X(02).
           01  FS-CLIENTES                PIC X(02).
           01  FS-EMBINFOR                PIC X(02).
           01  FS-FECHADIA                PIC X(02).

           01  FECHA-NEGOCIO              PIC 9(08).
           01  MES-NEGOCIO                PIC 9(06).
           01  MES-DE-LA-FECHA            PIC 9(06).
           01  MONTO-PENDIENTE            PIC 9(09)V99.
           01  EMBARGADO-EN-EL-MES        PIC 9(09)V99.
           01  LIBERADO-EN-EL-MES         PIC 9(09)V99.

           01  TOTAL-LEIDOS               PIC 9(05) VALUE 0.
           01  TOTAL-INFORMADOS           PIC 9(05) VALUE 0.
           01  TOTAL-ACTIVOS              PIC 9(05) VALUE 0.
           01  TOTAL-EMBARGADO-MES        PIC 9(11)V99 VALUE 0.
           01  TOTAL-LIBERADO-MES         PIC 9(11)V99 VALUE 0.
           01  TOTAL-PANTALLA             PIC Z(10)9,99.

           01  SW-EMBARGOS-EOF            PIC X(01) VALUE "N".
               88  FIN-EMBARGOS                   VALUE "S".
           01  SW-EMBARGOS-ABIERTO        PIC X(01) VALUE "N".
               88  HAY-EMBARGOS                   VALUE "S".
           01  SW-CLIENTES-ABIERTO        PIC X(01) VALUE "N".
               88  HAY-CLIENTES                   VALUE "S".
           01  SW-A-INFORMAR              PIC X(01) VALUE "N".
               88  EMBARGO-A-INFORMAR             VALUE "S".

      *        Lineas del reporte impreso.
           01  ENC-TITULO.
               05  FILLER                 PIC X(10) VALUE SPACES.
               05  FILLER                 PIC X(36) VALUE
                   "BANCO SIMULADO - INFORME MENSUAL DE ".
               05  FILLER                 PIC X(24) VALUE
                   "EMBARGOS JUDICIALES -   ".
               05  FILLER                 PIC X(04) VALUE "MES ".
               05  ENC-MES                PIC 9999/99.
               05  FILLER                 PIC X(19) VALUE
                   "   DIA DE NEGOCIO: ".
               05  ENC-FECHA              PIC 9999/99/99.
               05  FILLER                 PIC X(22) VALUE SPACES.
           01  ENC-EXPEDIENTE.
               05  FILLER                 PIC X(05) VALUE SPACES.
               05  FILLER                 PIC X(09) VALUE "EMBARGO ".
               05  ENC-NUM-EMBARGO        PIC 9(06).
               05  FILLER                 PIC X(04) VALUE SPACES.
               05  FILLER                 PIC X(12) VALUE
                   "EXPEDIENTE: ".
               05  ENC-EXPEDIENTE-NUM     PIC X(20).
               05  FILLER                 PIC X(76) VALUE SPACES.
      *        Renglon de dato: etiqueta y valor alfanumerico.
           01  DET-DATO.
               05  FILLER                 PIC X(05) VALUE SPACES.
               05  DET-ETIQUETA           PIC X(32).
               05  DET-VALOR              PIC X(40).
               05  FILLER                 PIC X(55) VALUE SPACES.
      *        Renglon de monto: etiqueta e importe editado.
           01  DET-IMPORTE.
               05  FILLER                 PIC X(05) VALUE SPACES.
               05  DET-ETIQUETA-MONTO     PIC X(32).
               05  DET-MONTO              PIC Z(08)9,99.
               05  FILLER                 PIC X(83) VALUE SPACES.
           01  TOT-GENERAL.
               05  FILLER                 PIC X(05) VALUE SPACES.
               05  FILLER                 PIC X(22) VALUE
                   "EXPEDIENTES INFORMADOS".
               05  FILLER                 PIC X(02) VALUE ": ".
               05  TOT-INFORMADOS         PIC ZZZZ9.
               05  FILLER                 PIC X(21) VALUE
                   "   EMBARGADO EN MES: ".
               05  TOT-EMBARGADO          PIC Z(10)9,99.
               05  FILLER                 PIC X(20) VALUE
                   "   LIBERADO EN MES: ".
               05  TOT-LIBERADO           PIC Z(10)9,99.
               05  FILLER                 PIC X(29) VALUE SPACES.
           01  LIN-SIN-EMBARGOS.
               05  FILLER                 PIC X(50) VALUE
                   "SIN EMBARGOS ACTIVOS NI CON MOVIMIENTO EN EL MES.".
               05  FILLER                 PIC X(82) VALUE SPACES.

      *        Fecha editada para los renglones de dato.
           01  FECHA-EDITADA              PIC 9999/99/99.
           01  NUMERO-EDITADO             PIC 9(08).

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-INFORMAR-UN-EMBARGO THRU 2000-EXIT
               UNTIL FIN-EMBARGOS
           IF TOTAL-INFORMADOS = 0
               WRITE EI-LINEA FROM ENC-TITULO AFTER ADVANCING PAGE
               WRITE EI-LINEA FROM LIN-SIN-EMBARGOS
                   AFTER ADVANCING 2 LINES
           ELSE
               MOVE TOTAL-INFORMADOS TO TOT-INFORMADOS
               MOVE TOTAL-EMBARGADO-MES TO TOT-EMBARGADO
               MOVE TOTAL-LIBERADO-MES TO TOT-LIBERADO
               WRITE EI-LINEA FROM ENC-TITULO AFTER ADVANCING PAGE
               WRITE EI-LINEA FROM TOT-GENERAL AFTER ADVANCING 3 LINES
           END-IF
           PERFORM 8000-IMPRIMIR-RESUMEN
           PERFORM 9999-FINALIZAR
           STOP RUN.

      ******************************************************************
      * 1000 - FECHA DE NEGOCIO Y APERTURAS
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
               END-READ
               CLOSE ARCHIVO-FECHA-DIA
           END-IF
           DIVIDE FECHA-NEGOCIO BY 100 GIVING MES-NEGOCIO
           OPEN OUTPUT REPORTE-EMBARGOS
           IF FS-EMBINFOR NOT = "00"
               DISPLAY "EMBINFOR: NO SE PUDO ABRIR EMBINFOR."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE MES-NEGOCIO TO ENC-MES
           MOVE FECHA-NEGOCIO TO ENC-FECHA
           DISPLAY "==== INFORME MENSUAL DE EMBARGOS - DIA "
               FECHA-NEGOCIO " ====".
           OPEN INPUT EMBARGOS-JUDICIALES
           IF FS-EMBARGOS NOT = "00"
               DISPLAY "EMBINFOR: SIN ARCHIVO DE EMBARGOS - NADA QUE "
                   "INFORMAR."
               MOVE "S" TO SW-EMBARGOS-EOF
           ELSE
               MOVE "S" TO SW-EMBARGOS-ABIERTO
           END-IF
           OPEN INPUT CLIENTES-MAESTRO
           IF FS-CLIENTES = "00"
               MOVE "S" TO SW-CLIENTES-ABIERTO
           END-IF.

      ******************************************************************
      * 2000 - UNA PAGINA POR EXPEDIENTE
      ******************************************************************
      *        Se informa el embargo activo, y el cerrado si tuvo
      *        alta, movimiento o cambio dentro del mes.
       2000-INFORMAR-UN-EMBARGO.
           READ EMBARGOS-JUDICIALES NEXT RECORD
               AT END
                   MOVE "S" TO SW-EMBARGOS-EOF
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO TOTAL-LEIDOS
           MOVE "N" TO SW-A-INFORMAR
           IF EM-ACTIVO
               MOVE "S" TO SW-A-INFORMAR
               ADD 1 TO TOTAL-ACTIVOS
           END-IF
           IF EM-MES-MOVIMIENTO = MES-NEGOCIO
               MOVE "S" TO SW-A-INFORMAR
               MOVE EM-EMBARGADO-MES TO EMBARGADO-EN-EL-MES
               MOVE EM-LIBERADO-MES TO LIBERADO-EN-EL-MES
           ELSE
               MOVE 0 TO EMBARGADO-EN-EL-MES
               MOVE 0 TO LIBERADO-EN-EL-MES
           END-IF
           DIVIDE EM-FECHA-ALTA BY 100 GIVING MES-DE-LA-FECHA
           IF MES-DE-LA-FECHA = MES-NEGOCIO
               MOVE "S" TO SW-A-INFORMAR
           END-IF
           DIVIDE EM-FECHA-CAMBIO BY 100 GIVING MES-DE-LA-FECHA
           IF MES-DE-LA-FECHA = MES-NEGOCIO
               MOVE "S" TO SW-A-INFORMAR
           END-IF
           IF NOT EMBARGO-A-INFORMAR
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO TOTAL-INFORMADOS
           ADD EMBARGADO-EN-EL-MES TO TOTAL-EMBARGADO-MES
           ADD LIBERADO-EN-EL-MES TO TOTAL-LIBERADO-MES
           COMPUTE MONTO-PENDIENTE = EM-MONTO-ORDENADO
               - EM-MONTO-EMBARGADO - EM-MONTO-LIBERADO
           PERFORM 2100-CABECERA-EXPEDIENTE
           PERFORM 2200-MONTOS-EXPEDIENTE.
       2000-EXIT.
           EXIT.

       2100-CABECERA-EXPEDIENTE.
           WRITE EI-LINEA FROM ENC-TITULO AFTER ADVANCING PAGE
           MOVE EM-NUM-EMBARGO TO ENC-NUM-EMBARGO
           MOVE EM-EXPEDIENTE TO ENC-EXPEDIENTE-NUM
           WRITE EI-LINEA FROM ENC-EXPEDIENTE AFTER ADVANCING 3 LINES
           MOVE "JUZGADO" TO DET-ETIQUETA
           MOVE EM-JUZGADO TO DET-VALOR
           WRITE EI-LINEA FROM DET-DATO AFTER ADVANCING 2 LINES
           MOVE "FECHA DEL OFICIO" TO DET-ETIQUETA
           MOVE EM-FECHA-OFICIO TO FECHA-EDITADA
           MOVE FECHA-EDITADA TO DET-VALOR
           WRITE EI-LINEA FROM DET-DATO AFTER ADVANCING 1 LINE
           MOVE "CLIENTE EMBARGADO" TO DET-ETIQUETA
           MOVE EM-NUM-CLIENTE TO DET-VALOR
           WRITE EI-LINEA FROM DET-DATO AFTER ADVANCING 1 LINE
           MOVE "NOMBRE" TO DET-ETIQUETA
           MOVE "(CLIENTE NO REGISTRADO)" TO DET-VALOR
           MOVE SPACES TO CL-DOC-IDENTIDAD
           IF HAY-CLIENTES
               MOVE EM-NUM-CLIENTE TO CL-NUM-CLIENTE
               READ CLIENTES-MAESTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CL-NOMBRE TO DET-VALOR
               END-READ
           END-IF
           WRITE EI-LINEA FROM DET-DATO AFTER ADVANCING 1 LINE
           MOVE "DOCUMENTO DE IDENTIDAD" TO DET-ETIQUETA
           MOVE CL-DOC-IDENTIDAD TO DET-VALOR
           WRITE EI-LINEA FROM DET-DATO AFTER ADVANCING 1 LINE
           MOVE "CUENTA DEL JUZGADO" TO DET-ETIQUETA
           MOVE EM-CUENTA-JUZGADO TO NUMERO-EDITADO
           MOVE NUMERO-EDITADO TO DET-VALOR
           WRITE EI-LINEA FROM DET-DATO AFTER ADVANCING 1 LINE
           MOVE "ESTADO" TO DET-ETIQUETA
           EVALUATE TRUE
               WHEN EM-ACTIVO
                   MOVE "ACTIVO" TO DET-VALOR
               WHEN EM-SATISFECHO
                   MOVE "SATISFECHO - TODO LO ORDENADO EMBARGADO"
                       TO DET-VALOR
               WHEN EM-LEVANTADO
                   MOVE "LEVANTADO" TO DET-VALOR
               WHEN OTHER
                   MOVE EM-ESTADO TO DET-VALOR
           END-EVALUATE
           WRITE EI-LINEA FROM DET-DATO AFTER ADVANCING 1 LINE.

       2200-MONTOS-EXPEDIENTE.
           MOVE "MONTO ORDENADO" TO DET-ETIQUETA-MONTO
           MOVE EM-MONTO-ORDENADO TO DET-MONTO
           WRITE EI-LINEA FROM DET-IMPORTE AFTER ADVANCING 2 LINES
           MOVE "EMBARGADO A LA FECHA" TO DET-ETIQUETA-MONTO
           MOVE EM-MONTO-EMBARGADO TO DET-MONTO
           WRITE EI-LINEA FROM DET-IMPORTE AFTER ADVANCING 1 LINE
           MOVE "LIBERADO A LA FECHA" TO DET-ETIQUETA-MONTO
           MOVE EM-MONTO-LIBERADO TO DET-MONTO
           WRITE EI-LINEA FROM DET-IMPORTE AFTER ADVANCING 1 LINE
           MOVE "PENDIENTE DE EMBARGAR" TO DET-ETIQUETA-MONTO
           MOVE MONTO-PENDIENTE TO DET-MONTO
           WRITE EI-LINEA FROM DET-IMPORTE AFTER ADVANCING 1 LINE
           MOVE "EMBARGADO EN EL MES" TO DET-ETIQUETA-MONTO
           MOVE EMBARGADO-EN-EL-MES TO DET-MONTO
           WRITE EI-LINEA FROM DET-IMPORTE AFTER ADVANCING 2 LINES
           MOVE "LIBERADO EN EL MES" TO DET-ETIQUETA-MONTO
           MOVE LIBERADO-EN-EL-MES TO DET-MONTO
           WRITE EI-LINEA FROM DET-IMPORTE AFTER ADVANCING 1 LINE
           IF EM-APROBADOR-LIBERACION NOT = SPACES
               AND EM-APROBADOR-LIBERACION NOT = LOW-VALUES
               MOVE "SUPERVISOR ULTIMA LIBERACION" TO DET-ETIQUETA
               MOVE EM-APROBADOR-LIBERACION TO DET-VALOR
               WRITE EI-LINEA FROM DET-DATO AFTER ADVANCING 2 LINES
           END-IF.

       8000-IMPRIMIR-RESUMEN.
           DISPLAY "=============================================".
           DISPLAY "EMBARGOS LEIDOS      : " TOTAL-LEIDOS.
           DISPLAY "EMBARGOS ACTIVOS     : " TOTAL-ACTIVOS.
           DISPLAY "CASOS INFORMADOS     : " TOTAL-INFORMADOS.
           MOVE TOTAL-EMBARGADO-MES TO TOTAL-PANTALLA
           DISPLAY "EMBARGADO EN EL MES  : " TOTAL-PANTALLA.
           MOVE TOTAL-LIBERADO-MES TO TOTAL-PANTALLA
           DISPLAY "LIBERADO EN EL MES   : " TOTAL-PANTALLA.
           DISPLAY "=============================================".

       9999-FINALIZAR.
           IF HAY-EMBARGOS
               CLOSE EMBARGOS-JUDICIALES
           END-IF
           IF HAY-CLIENTES
               CLOSE CLIENTES-MAESTRO
           END-IF
           CLOSE REPORTE-EMBARGOS.

       END PROGRAM EMBINFOR.
