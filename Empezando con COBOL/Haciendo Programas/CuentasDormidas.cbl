      *                   fees and commissions (COMISION) and the
      *                   hold releases (RETENLIB) do not keep an
      *                   account alive either.
      *   15/10/2026 MDR  The installment collections and arrears
      *                   entries of COBRAPRE (PREST-CAP, PREST-INT,
      *                   PREST-MORA) join BO-MOV-DEL-BANCO: a loan
      *                   debited every month does not keep an
      *                   otherwise idle account alive.
      *   15/10/2026 MDR  Supervisor reversals (REVERSO-DB and
      *                   REVERSO-CR) join BO-MOV-DEL-BANCO: undoing
      *                   an entry posted in error is not customer
      *                   activity.
      *   15/10/2026 MDR  The bounced-check fee COM-CHEQUE joins
      *                   BO-MOV-DEL-BANCO; a check paid in clearing
      *                   (CHEQUE-PAG) stays customer activity.
      *   15/10/2026 MDR  Hand-copied audit-log layouts (BO-/SO-)
      *                   follow AUDITREC to 114 bytes (sequence and
      *                   check value).
      *   15/10/2026 MDR  Refused ESTADO DE CUENTA actions
      *                   (DENEG-EST) join BO-MOV-DEL-BANCO: a
      *                   teller's attempt that was not allowed
      *                   is not customer activity.
      *   15/10/2026 MDR  Audit-log layouts follow AUDITREC to 140
      *                   bytes (currency-exchange area).
      *   15/10/2026 MDR  Audit-log layouts follow AUDITREC to 156
      *                   bytes (card number).
      *   15/10/2026 MDR  Refused debit-card withdrawals (TARJ-RECH)
      *                   join BO-MOV-DEL-BANCO: an attempt with a
      *                   lost, stolen or expired card is not
      *                   customer activity.
      *   15/10/2026 MDR  Judicial garnishment entries (EMBARGO,
      *                   EMB-LIBERA and EMBARGO-DB) join
      *                   BO-MOV-DEL-BANCO: a court order and the
      *                   funds it sweeps are not the debtor's own
      *                   activity. EMBARGO-CR keeps the court's
      *                   account alive.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMIDAS.
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

       FD  ARCHIVO-FECHA-DIA
           LABEL RECORD IS STANDARD.
