      *                audit entries written by CAJERO).
      *          Every letter generated is recorded on the REGCARTA
      *          register (date, time, type, account, holder), so we
      *          can prove a notice went out. A letter on a joint
      *          account is addressed to the titular and to every
      *          co-titular on the TITULARES file.
      * Tectonics: cobc
      *
      * Modification History:
      *                   aviso window and one low-balance notice
      *                   per month and account, instead of the same
      *                   letter every night.
      *   15/10/2026 MDR  BO-MOV-DEL-BANCO kept in step with
      *                   DORMIDAS (loan collection entries).
      *   15/10/2026 MDR  BO-MOV-DEL-BANCO kept in step with
      *                   DORMIDAS (supervisor reversals).
      *   15/10/2026 MDR  BO-MOV-DEL-BANCO kept in step with
      *                   DORMIDAS (bounced-check fee).
      *   15/10/2026 MDR  Joint accounts: each letter now carries the
      *                   name and address of every co-titular on the
      *                   TITULARES file after the titular's, so all
      *                   owners are notified. Apoderados are not.
      *   15/10/2026 MDR  Hand-copied audit-log layouts (BO-/SO-)
      *                   follow AUDITREC to 114 bytes (sequence and
      *                   check value).
      *   15/10/2026 MDR  BO-MOV-DEL-BANCO kept in step with
      *                   DORMIDAS (entitlement refusals).
      *   15/10/2026 MDR  Audit-log layouts follow AUDITREC to 140
      *                   bytes (currency-exchange area).
      *   15/10/2026 MDR  Audit-log layouts follow AUDITREC to 156
      *                   bytes (card number).
      *   15/10/2026 MDR  BO-MOV-DEL-BANCO kept in step with
      *                   DORMIDAS (refused card withdrawals).
      *   15/10/2026 MDR  BO-MOV-DEL-BANCO kept in step with
      *                   DORMIDAS (judicial garnishments).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAS.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-NUM-CLIENTE
               FILE STATUS IS FS-CLIENTES.
      *        Co-titulares de cada cuenta, tambien destinatarios.
           SELECT TITULARES-CUENTA
               ASSIGN TO "TITULARES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-CLAVE-TITULAR
               FILE STATUS IS FS-TITULARES.
      *        Bitacora - entrada del SORT por cuenta y fecha, y
      *        luego releida en linea para los eventos del dia.
           SELECT BITACORA-AUDITORIA
           LABEL RECORD IS STANDARD.
           COPY CLIENREC.

       FD  TITULARES-CUENTA
           LABEL RECORD IS STANDARD.
           COPY TITULREC.

       FD  BITACORA-AUDITORIA
           LABEL RECORD IS STANDARD.
           COPY AUDITREC.
                   VALUE "INTERES" "CUOTA-MES" "COM-RETIRO"
                         "COM-TRANSF" "LIBERA-RET" "INT-SOBREG"
                         "PF-INTERES" "PF-VENCE" "ORDEN-FALL"
                         "BLOQUEO" "PREST-CAP" "PREST-INT"
                         "PREST-MORA" "REVERSO-DB" "REVERSO-CR"
                         "COM-CHEQUE" "DENEG-EST" "TARJ-RECH"
                         "EMBARGO" "EMB-LIBERA" "EMBARGO-DB".
           05  BO-MONTO-TRANSACCION       PIC 9(09)V99.
           05  BO-FECHA                   PIC 9(08).
           05  BO-HORA                    PIC 9(06).
           05  BO-APROBADOR               PIC X(08).
           05  BO-REFERENCIA              PIC X(16).
           05  BO-SUCURSAL                PIC 9(03).
           05  FILLER                     PIC X(61).

       SD  ORDEN-TRABAJO.
       01  SO-REGISTRO-TRABAJO.
           05  SO-APROBADOR               PIC X(08).
           05  SO-REFERENCIA              PIC X(16).
           05  SO-SUCURSAL                PIC 9(03).
           05  FILLER                     PIC X(61).

       FD  ARCHIVO-CARTAS
           LABEL RECORD IS STANDARD.
           01  FS-REGCARTA                PIC X(02).
           01  FS-FECHADIA                PIC X(02).
           01  FS-PARAMS                  PIC X(02).
           01  FS-TITULARES               PIC X(02).

      *        Ventanas y minimo, con sus respaldos compilados
      *        (claves DIASDORM, DIASAVIS y SALDOMIN en PARAMS).
               88  FIN-REGCARTA                   VALUE "S".
           01  SW-CARTA-ENVIADA           PIC X(01) VALUE "N".
               88  CARTA-YA-ENVIADA               VALUE "S".
      *        Sin archivo TITULARES toda cuenta es de titular unico.
           01  SW-TITULARES-ABIERTO       PIC X(01) VALUE "N".
               88  HAY-TITULARES                  VALUE "S".
           01  SW-TITULARES-EOF           PIC X(01) VALUE "N".
               88  FIN-TITULARES                  VALUE "S".

      *        Lineas de la carta impresa.
           01  CAR-FECHA.
               STOP RUN
           END-IF
           OPEN INPUT CLIENTES-MAESTRO
           OPEN INPUT TITULARES-CUENTA
           IF FS-TITULARES = "00"
               MOVE "S" TO SW-TITULARES-ABIERTO
           END-IF
           OPEN INPUT BITACORA-ORDENADA
           IF FS-ORDENADA NOT = "00"
               DISPLAY "CARTAS: NO SE PUDO ABRIR BITACORA-ORDENADA."
           WRITE CA-LINEA FROM CAR-FECHA AFTER ADVANCING PAGE
           WRITE CA-LINEA FROM CAR-NOMBRE AFTER ADVANCING 2 LINES
           WRITE CA-LINEA FROM CAR-DIRECCION AFTER ADVANCING 1 LINE
           IF HAY-TITULARES
               PERFORM 6050-DESTINATARIOS-COTITULARES THRU 6050-EXIT
           END-IF
           MOVE CR-NUM-CUENTA TO CAR-NUM-CUENTA
           WRITE CA-LINEA FROM CAR-CUENTA AFTER ADVANCING 2 LINES
           MOVE "ESTIMADO CLIENTE:" TO CAR-TEXTO-LINEA
       6000-EXIT.
           EXIT.

      *        Nombre y direccion de cada co-titular de la cuenta,
      *        debajo de los del titular. El registro de la carta
      *        sigue a nombre del titular principal.
       6050-DESTINATARIOS-COTITULARES.
           MOVE "N" TO SW-TITULARES-EOF
           MOVE CR-NUM-CUENTA TO TI-NUM-CUENTA
           MOVE 0 TO TI-NUM-CLIENTE
           START TITULARES-CUENTA
               KEY NOT LESS THAN TI-CLAVE-TITULAR
               INVALID KEY
                   GO TO 6050-EXIT
           END-START
           PERFORM 6060-UN-COTITULAR THRU 6060-EXIT
               UNTIL FIN-TITULARES.
       6050-EXIT.
           EXIT.

       6060-UN-COTITULAR.
           READ TITULARES-CUENTA NEXT RECORD
               AT END
                   MOVE "S" TO SW-TITULARES-EOF
                   GO TO 6060-EXIT
           END-READ
           IF TI-NUM-CUENTA NOT = CR-NUM-CUENTA
               MOVE "S" TO SW-TITULARES-EOF
               GO TO 6060-EXIT
           END-IF
           IF NOT TI-COTITULAR
               GO TO 6060-EXIT
           END-IF
           MOVE "(TITULAR NO REGISTRADO)" TO CAR-NOMBRE-TITULAR
           MOVE SPACES TO CAR-DIRECCION-TITULAR
           MOVE TI-NUM-CLIENTE TO CL-NUM-CLIENTE
           READ CLIENTES-MAESTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CL-NOMBRE TO CAR-NOMBRE-TITULAR
                   MOVE CL-DIRECCION TO CAR-DIRECCION-TITULAR
           END-READ
           WRITE CA-LINEA FROM CAR-NOMBRE AFTER ADVANCING 2 LINES
           WRITE CA-LINEA FROM CAR-DIRECCION AFTER ADVANCING 1 LINE.
       6060-EXIT.
           EXIT.

       6100-CUERPO-DE-LA-CARTA.
           EVALUATE TIPO-CARTA-ACTUAL
               WHEN "A"
       9999-FINALIZAR.
           CLOSE CUENTAS-MAESTRO
           CLOSE CLIENTES-MAESTRO
           IF HAY-TITULARES
               CLOSE TITULARES-CUENTA
           END-IF
           CLOSE BITACORA-ORDENADA
           CLOSE ARCHIVO-CARTAS
           CLOSE REGISTRO-CARTAS.
