      *   02/09/2026 MDR  RJ-REFERENCIA mirrors the new TB-REFERENCIA
      *                   of TRANSREC, and reason 09 marks a
      *                   reference the batch had already posted.
      *   15/10/2026 MDR  Reasons 10 (cash or cheque on a foreign-
      *                   currency account) and 11 (no exchange rate in
      *                   force for a cross-currency transfer).
      *   15/10/2026 MDR  RJ-NUM-TARJETA mirrors the new
      *                   TB-NUM-TARJETA of TRANSREC. Reasons 12 (card
      *                   missing, unknown or not linked to the
      *                   account), 13 (card reported lost or stolen),
      *                   14 (card expired) and 15 (daily withdrawal
      *                   limit of the card exceeded).
      *   15/10/2026 MDR  Reason 16: debit refused because the account
      *                   holder's document or due-diligence review
      *                   expired beyond the grace period.
      ******************************************************************
       01  RJ-REGISTRO-RECHAZO.
           05  RJ-NUM-CUENTA              PIC 9(08).
           05  RJ-CODIGO-SUPERVISOR       PIC 9(04).
           05  RJ-CUENTA-DESTINO          PIC 9(08).
           05  RJ-REFERENCIA              PIC X(16).
           05  RJ-NUM-TARJETA             PIC 9(16).
           05  FILLER                     PIC X(02).
      *        Motivo del rechazo, agregado despues del trazado
      *        TRANSREC para no estorbar la resubmision.
               88  RJ-DESTINO-INVALIDO        VALUE "07".
               88  RJ-DESTINO-IGUAL-ORIGEN    VALUE "08".
               88  RJ-REFERENCIA-DUPLICADA    VALUE "09".
               88  RJ-MONEDA-NO-ADMITIDA      VALUE "10".
               88  RJ-SIN-TIPO-CAMBIO         VALUE "11".
               88  RJ-TARJETA-INVALIDA        VALUE "12".
               88  RJ-TARJETA-DENUNCIADA      VALUE "13".
               88  RJ-TARJETA-VENCIDA         VALUE "14".
               88  RJ-LIMITE-DIARIO           VALUE "15".
               88  RJ-CLIENTE-SIN-REVISION    VALUE "16".
