      *                   CERTINT skips entries still in the old
      *                   format and reports them, instead of
      *                   misparsing them into the certificates.
      *   15/10/2026 MDR  Added AL-REVERSO-EFECTIVO out of the
      *                   trailing FILLER (length unchanged): on a
      *                   REVERSO-DB / REVERSO-CR entry it says the
      *                   reversed movement was cash over the counter
      *                   (DEPOSITO or RETIRO), so the drawer and the
      *                   general-ledger cash totals undo it too.
      *                   A reversal carries the ORIGINAL entry's
      *                   AL-REFERENCIA, which ties the two together.
      *   15/10/2026 MDR  Added AL-SECUENCIA and AL-VALOR-CONTROL: a
      *                   gap-free sequence number over the whole log
      *                   and a check value chained to the previous
      *                   entry's, both stamped by the AUDITSEL
      *                   routine immediately before every append
      *                   (the last sequence and value live on the
      *                   AUDITCTL control file). DEPURA rolls entries
      *                   to the generations untouched, so the chain
      *                   runs on across AUDITGEN.AAAAMMDD into the
      *                   live log, and VERIFAUD walks it nightly. The
      *                   record grows from 96 to 114 bytes: AUDITLOG
      *                   and the generations must be converted once
      *                   (new fields zero); such unsealed entries are
      *                   accepted only ahead of the first sealed one.
      *   15/10/2026 MDR  Added AL-DATOS-CAMBIO after the check value:
      *                   on each leg of a transfer between accounts in
      *                   different currencies it carries the two
      *                   currencies, the exchange rate applied and the
      *                   counterpart leg's amount, so one entry shows
      *                   the rate and both amounts. Spaces on every
      *                   other entry. AUDITSEL seals the area only
      *                   when it is not spaces, so entries written
      *                   before the change keep their check value. The
      *                   record grows from 114 to 140 bytes: AUDITLOG
      *                   and the generations are converted once as
      *                   before (new area spaces).
      *   15/10/2026 MDR  Added AL-NUM-TARJETA after the exchange
      *                   area: the debit card a withdrawal was made
      *                   with (also on its reversal and on a refused
      *                   card, TARJ-RECH), spaces on every other
      *                   entry. Like the exchange area, AUDITSEL seals
      *                   it only when it is not spaces. The record
      *                   grows from 140 to 156 bytes: AUDITLOG and the
      *                   generations are converted once as before
      *                   (new field spaces).
      ******************************************************************
       01  AL-REGISTRO-BITACORA.
           05  AL-NUM-CUENTA              PIC 9(08).
           05  AL-REFERENCIA             PIC X(16).
      *        Sucursal del movimiento; cero = no aplica.
           05  AL-SUCURSAL               PIC 9(03).
      *        S = reverso de un movimiento en efectivo.
           05  AL-REVERSO-EFECTIVO       PIC X(01).
               88  AL-REVERSA-EFECTIVO       VALUE "S".
      *        Numero de orden de la entrada en toda la bitacora
      *        (1, 2, 3... sin huecos); cero = entrada anterior al
      *        sellado.
           05  AL-SECUENCIA              PIC 9(09).
      *        Valor de control: se calcula sobre los 105 bytes
      *        anteriores (todo el registro salvo este campo) a
      *        partir del valor de control de la entrada previa.
           05  AL-VALOR-CONTROL          PIC 9(09).
      *        Cambio de moneda, solo en las patas de una
      *        transferencia entre cuentas de distinta moneda;
      *        espacios en toda otra entrada. Entra en el valor de
      *        control solo cuando no esta en espacios.
           05  AL-DATOS-CAMBIO.
      *            Moneda del monto de la entrada (la de su cuenta)
      *            y de la cuenta contraparte; espacios = nacional.
               10  AL-MONEDA-MOVIMIENTO  PIC X(03).
               10  AL-MONEDA-CONTRAPARTE PIC X(03).
      *            Tipo de cambio aplicado: moneda nacional por una
      *            unidad de la moneda extranjera de la pata (o de
      *            la contraparte, si esta pata es nacional).
               10  AL-TIPO-CAMBIO        PIC 9(05)V9(04).
      *            Monto de la otra pata, en la moneda contraparte.
               10  AL-MONTO-CONTRAPARTE  PIC 9(09)V99.
      *        Tarjeta con que se opero (maestro TARJETAS), en los
      *        retiros, en su reverso y en los rechazos de tarjeta;
      *        espacios en toda otra entrada. Entra en el valor de
      *        control solo cuando no esta en espacios.
           05  AL-NUM-TARJETA            PIC X(16).
