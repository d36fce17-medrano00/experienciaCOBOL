      *          credits each giro to its CUENTAS account under the
      *          usual posting rules (active accounts only, history
      *          roll-off to HISTARC, REWRITE, audit entry of type
      *          TRANSF-REC). Giros for another bank, for unknown,
      *          non-active or foreign-currency accounts (the
      *          exchange is national-currency only) or with a zero
      *          amount go to the INTERREJ reject file with a reason
      *          code, like TRANSREJ does for CAJERO LOTE. Ends with
      *          the settlement report of the business day: outbound
      *          debits (AUDITLOG TRANSF-ENV) against the dated
      *          TRANSENV.AAAAMMDD exchange file, and inbound credits
      *          (AUDITLOG TRANSF-REC) against the received file.
      *
      * Modification History:
      *   02/09/2026 MDR  Initial version.
      *   15/10/2026 MDR  Every AUDITLOG entry is now sealed by
      *                   AUDITSEL (sequence number and chained check
      *                   value) right before it is written.
      *   15/10/2026 MDR  Audit entries leave the new currency-exchange
      *                   area (AL-DATOS-CAMBIO) in spaces.
      *   15/10/2026 MDR  Audit entries leave the new card-number
      *                   field (AL-NUM-TARJETA) in spaces.
      *   15/10/2026 MDR  A giro for a foreign-currency account is
      *                   rejected with reason 05 instead of being
      *                   credited unconverted.
      *   15/10/2026 MDR  Audit entries now clear AL-REVERSO-EFECTIVO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERBAN.
               88  IR-CUENTA-NO-ENCONTRADA    VALUE "02".
               88  IR-CUENTA-NO-ACTIVA        VALUE "03".
               88  IR-MONTO-INVALIDO          VALUE "04".
               88  IR-CUENTA-MONEDA-EXTRANJERA VALUE "05".

       FD  CUENTAS-MAESTRO
           LABEL RECORD IS STANDARD.
           01  FS-FECHADIA                PIC X(02).
           01  FS-PARAMS                  PIC X(02).

      *        Parametros de la rutina que sella cada entrada de
      *        la bitacora (AUDITSEL).
           COPY SELLOPRM.

      *        Codigo de banco propio (clave BANCOPRO en PARAMS).
           77  CAJ-BANCO-PROPIO           PIC 9(04) VALUE 1.
           77  CAJ-MAX-HISTORIAL          PIC 9(02) VALUE 10.
               PERFORM 2800-REGISTRAR-RECHAZO
               GO TO 2000-EXIT
           END-IF
      *        El intercambio es solo en moneda nacional: un giro no
      *        se acredita sin convertir en una cuenta en divisas.
           IF NOT CR-MONEDA-NACIONAL
               MOVE "05" TO IR-MOTIVO-RECHAZO
               PERFORM 2800-REGISTRAR-RECHAZO
               GO TO 2000-EXIT
           END-IF
           MOVE IB-MONTO TO CANTIDAD
           ADD CANTIDAD TO CR-SALDO-CUENTA
           PERFORM 7000-POSTEAR-EN-CUENTA
           ELSE
               MOVE 1 TO AL-SUCURSAL
           END-IF
           MOVE SPACES TO AL-DATOS-CAMBIO
           MOVE "N" TO AL-REVERSO-EFECTIVO
           MOVE SPACES TO AL-NUM-TARJETA
           MOVE "S" TO SE-FUNCION
           CALL "AUDITSEL" USING SE-PARAMETROS-SELLO
               AL-REGISTRO-BITACORA
           WRITE AL-REGISTRO-BITACORA.

      ******************************************************************
