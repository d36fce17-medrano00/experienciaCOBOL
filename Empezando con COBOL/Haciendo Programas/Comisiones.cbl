      *          transaction type) so GLDIARIO totals it into its own
      *          journal category and RECONCIL still ties out. A
      *          charge already present in this month's AUDITLOG is
      *          not charged again, so a rerun is harmless. The PARAMS
      *          fees are national-currency amounts, so foreign-
      *          currency accounts are not charged; they are only
      *          counted in the closing summary.
      * Tectonics: cobc
      *
      * Modification History:
      *   02/09/2026 MDR  Initial version.
      *   15/10/2026 MDR  Every AUDITLOG entry is now sealed by
      *                   AUDITSEL (sequence number and chained check
      *                   value) right before it is written.
      *   15/10/2026 MDR  Hand-copied audit-log layouts (BO-/SO-)
      *                   follow AUDITREC to 114 bytes (sequence and
      *                   check value).
      *   15/10/2026 MDR  Audit-log layouts follow AUDITREC to 140
      *                   bytes (currency-exchange area); the fee
      *                   entries leave that area in spaces.
      *   15/10/2026 MDR  Audit entries leave the new card-number
      *                   field (AL-NUM-TARJETA) in spaces.
      *   15/10/2026 MDR  Audit-log layouts follow AUDITREC to 156
      *                   bytes (card number).
      *   15/10/2026 MDR  Foreign-currency accounts are no longer
      *                   charged: the PARAMS fees are national-
      *                   currency amounts.
      *   15/10/2026 MDR  Audit entries now clear AL-REVERSO-EFECTIVO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMISION.
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

       FD  ARCHIVO-HISTORIAL
           LABEL RECORD IS STANDARD.
           01  FS-FECHADIA                PIC X(02).
           01  FS-PARAMS                  PIC X(02).

      *        Parametros de la rutina que sella cada entrada de
      *        la bitacora (AUDITSEL).
           COPY SELLOPRM.

      *        Cuotas y comisiones con sus respaldos compilados; los
      *        valores vigentes se cargan de PARAMS (claves CUOTAMCC,
      *        CUOTAMCA, RETGRATI, COMRETIR y COMTRANS), ignorando
           01  TOTAL-CUENTAS-LEIDAS       PIC 9(05) VALUE 0.
           01  TOTAL-CARGOS-POSTEADOS     PIC 9(05) VALUE 0.
           01  TOTAL-SIN-SALDO            PIC 9(05) VALUE 0.
           01  TOTAL-MONEDA-EXTRANJERA    PIC 9(05) VALUE 0.
           01  MONTO-TOTAL-CARGADO        PIC 9(11)V99 VALUE 0.
           01  MONTO-TOTAL-PANTALLA       PIC Z(10)9,99.

               OR BO-NUM-CUENTA NOT = CR-NUM-CUENTA
      *        Solo se cobra sobre cuentas activas; las dormidas,
      *        congeladas, bloqueadas o cerradas no generan cargos.
      *        Las tarifas de PARAMS son montos en moneda nacional:
      *        una cuenta en moneda extranjera no se cobra.
           IF CR-CUENTA-ACTIVA
               AND NOT CR-MONEDA-NACIONAL
               ADD 1 TO TOTAL-MONEDA-EXTRANJERA
               GO TO 2000-EXIT
           END-IF
           IF CR-CUENTA-ACTIVA
               PERFORM 3000-COBRAR-CUOTA THRU 3000-EXIT
               PERFORM 3100-COBRAR-COM-RETIROS THRU 3100-EXIT
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
           DISPLAY "CUENTAS LEIDAS     : " TOTAL-CUENTAS-LEIDAS.
           DISPLAY "CARGOS POSTEADOS   : " TOTAL-CARGOS-POSTEADOS.
           DISPLAY "CARGOS SIN SALDO   : " TOTAL-SIN-SALDO.
           DISPLAY "EN MONEDA EXTRANJ. : " TOTAL-MONEDA-EXTRANJERA.
           MOVE MONTO-TOTAL-CARGADO TO MONTO-TOTAL-PANTALLA
           DISPLAY "MONTO TOTAL CARGADO: " MONTO-TOTAL-PANTALLA.
           DISPLAY "=============================================".
