      *          per page on the EXTRACTO print file, ready to mail.
      *          The archive is SORTed by account number once, so the
      *          run makes a single pass over each file instead of
      *          re-reading HISTARC per account. The header names the
      *          titular and every co-titular of a joint account
      *          (TITULARES file).
      * Tectonics: cobc
      *
      * Modification History:
      *                   88 lists, so the monthly fee and commission
      *                   charges print with the right sign in the
      *                   running balance.
      *   15/10/2026 MDR  HO-MOV-DEBITO gains the loan collection
      *                   legs PREST-CAP and PREST-INT, in step with
      *                   HA-MOV-DEBITO.
      *   15/10/2026 MDR  HO-MOV-DEBITO gains REVERSO-DB (reversal of
      *                   a credit), in step with HA-MOV-DEBITO.
      *   15/10/2026 MDR  HO-MOV-DEBITO gains CHEQUE-PAG (check paid
      *                   in inward clearing) and COM-CHEQUE
      *                   (bounced-check fee), in step with
      *                   HA-MOV-DEBITO.
      *   15/10/2026 MDR  Joint accounts: the statement header adds a
      *                   line for each co-titular on the TITULARES
      *                   file, so the statement is addressed to every
      *                   owner. Apoderados are not listed.
      *   15/10/2026 MDR  HO-MOV-DEBITO gains EMBARGO-DB (funds seized
      *                   for a court order), in step with
      *                   HA-MOV-DEBITO.
      *   15/10/2026 MDR  Whether CLIENTES is open is kept in its own
      *                   switch: a titular missing from CLIENTES no
      *                   longer marks every later name of the run as
      *                   not registered.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRACTO.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-NUM-CLIENTE
               FILE STATUS IS FS-CLIENTES.
      *        Co-titulares de cada cuenta, para el encabezado.
           SELECT TITULARES-CUENTA
               ASSIGN TO "TITULARES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-CLAVE-TITULAR
               FILE STATUS IS FS-TITULARES.
      *        Historial archivado - entrada del SORT.
           SELECT ARCHIVO-HISTORIAL
               ASSIGN TO "HISTARC"
           LABEL RECORD IS STANDARD.
           COPY CLIENREC.

       FD  TITULARES-CUENTA
           LABEL RECORD IS STANDARD.
           COPY TITULREC.

       FD  ARCHIVO-HISTORIAL
           LABEL RECORD IS STANDARD.
           COPY HISTARC.
               88  HO-MOV-DEBITO
                   VALUE "RETIRO" "TRANSF-DEB" "CUOTA-MES"
                         "COM-RETIRO" "COM-TRANSF" "INT-SOBREG"
                         "TRANSF-ENV" "PF-APERT" "PREST-CAP"
                         "PREST-INT" "REVERSO-DB" "CHEQUE-PAG"
                         "COM-CHEQUE" "EMBARGO-DB".
           05  HO-MONTO-TRANSACCION       PIC 9(09)V99.
           05  FILLER                     PIC X(10).

           01  FS-HISTARC                 PIC X(02).
           01  FS-ORDENADO                PIC X(02).
           01  FS-EXTRACTO                PIC X(02).
           01  FS-TITULARES               PIC X(02).

      *        Saldo corrido del extracto; con signo porque una cuenta
      *        mal posteada puede pasar por un saldo negativo.
               88  FIN-CUENTAS                    VALUE "S".
           01  SW-ORDENADO-EOF            PIC X(01) VALUE "N".
               88  FIN-ORDENADO                   VALUE "S".
      *        Sin archivo CLIENTES los titulares salen como no
      *        registrados.
           01  SW-CLIENTES-ABIERTO        PIC X(01) VALUE "N".
               88  HAY-CLIENTES                   VALUE "S".
      *        Sin archivo TITULARES toda cuenta es de titular unico.
           01  SW-TITULARES-ABIERTO       PIC X(01) VALUE "N".
               88  HAY-TITULARES                  VALUE "S".
           01  SW-TITULARES-EOF           PIC X(01) VALUE "N".
               88  FIN-TITULARES                  VALUE "S".

      *        Lineas del extracto impreso.
           01  ENC-TITULO.
               05  FILLER                 PIC X(09) VALUE "TITULAR: ".
               05  ENC-TITULAR            PIC X(30).
               05  FILLER                 PIC X(72) VALUE SPACES.
           01  ENC-COTITULAR.
               05  FILLER                 PIC X(21) VALUE SPACES.
               05  FILLER                 PIC X(12) VALUE
                   "CO-TITULAR: ".
               05  ENC-NOMBRE-COTITULAR   PIC X(30).
               05  FILLER                 PIC X(69) VALUE SPACES.
           01  ENC-COLUMNAS.
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  FILLER                 PIC X(10) VALUE "FECHA".
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
           OPEN INPUT ARCHIVO-ORDENADO
           IF FS-ORDENADO NOT = "00"
               DISPLAY "EXTRACTO: NO SE PUDO ABRIR ARCHIVO-ORDENADO."
           MOVE CR-NUM-CUENTA TO ENC-NUM-CUENTA
      *        Instalaciones anteriores al maestro de clientes pueden
      *        no tener el archivo CLIENTES todavia.
           IF NOT HAY-CLIENTES
               MOVE "(NO REGISTRADO)" TO ENC-TITULAR
           ELSE
               MOVE CR-NUM-CLIENTE TO CL-NUM-CLIENTE
               END-READ
           END-IF
           WRITE EX-LINEA FROM ENC-CUENTA AFTER ADVANCING 1 LINE
           IF HAY-TITULARES
               PERFORM 2150-IMPRIMIR-COTITULARES THRU 2150-EXIT
           END-IF
           WRITE EX-LINEA FROM ENC-COLUMNAS AFTER ADVANCING 2 LINES.

      *        Una linea por co-titular de la cuenta, en el orden de
      *        TITULARES. El titular principal ya salio arriba.
       2150-IMPRIMIR-COTITULARES.
           MOVE "N" TO SW-TITULARES-EOF
           MOVE CR-NUM-CUENTA TO TI-NUM-CUENTA
           MOVE 0 TO TI-NUM-CLIENTE
           START TITULARES-CUENTA
               KEY NOT LESS THAN TI-CLAVE-TITULAR
               INVALID KEY
                   GO TO 2150-EXIT
           END-START
           PERFORM 2160-IMPRIMIR-UN-COTITULAR THRU 2160-EXIT
               UNTIL FIN-TITULARES.
       2150-EXIT.
           EXIT.

       2160-IMPRIMIR-UN-COTITULAR.
           READ TITULARES-CUENTA NEXT RECORD
               AT END
                   MOVE "S" TO SW-TITULARES-EOF
                   GO TO 2160-EXIT
           END-READ
           IF TI-NUM-CUENTA NOT = CR-NUM-CUENTA
               MOVE "S" TO SW-TITULARES-EOF
               GO TO 2160-EXIT
           END-IF
           IF NOT TI-COTITULAR
               GO TO 2160-EXIT
           END-IF
           MOVE "(NO REGISTRADO)" TO ENC-NOMBRE-COTITULAR
           IF HAY-CLIENTES
               MOVE TI-NUM-CLIENTE TO CL-NUM-CLIENTE
               READ CLIENTES-MAESTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CL-NOMBRE TO ENC-NOMBRE-COTITULAR
               END-READ
           END-IF
           WRITE EX-LINEA FROM ENC-COTITULAR AFTER ADVANCING 1 LINE.
       2160-EXIT.
           EXIT.

       2200-SALTAR-HUERFANOS.
           ADD 1 TO TOTAL-MOV-HUERFANOS
           PERFORM 7000-LEER-ARCHIVADO THRU 7000-EXIT.

       9999-FINALIZAR.
           CLOSE CUENTAS-MAESTRO
           IF HAY-CLIENTES
               CLOSE CLIENTES-MAESTRO
           END-IF
           IF HAY-TITULARES
               CLOSE TITULARES-CUENTA
           END-IF
           CLOSE ARCHIVO-ORDENADO
           CLOSE REPORTE-EXTRACTO.

