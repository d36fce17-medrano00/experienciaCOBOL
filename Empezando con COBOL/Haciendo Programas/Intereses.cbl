      *                   00:30 run lands on the right business day;
      *                   the job refuses to run while the day is
      *                   closed.
      *   15/10/2026 MDR  Every AUDITLOG entry is now sealed by
      *                   AUDITSEL (sequence number and chained check
      *                   value) right before it is written.
      *   15/10/2026 MDR  Audit entries leave the new currency-exchange
      *                   area (AL-DATOS-CAMBIO) in spaces.
      *   15/10/2026 MDR  Audit entries leave the new card-number
      *                   field (AL-NUM-TARJETA) in spaces.
      *   15/10/2026 MDR  Audit entries now clear AL-REVERSO-EFECTIVO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERES.
           01  FS-FECHADIA                PIC X(02).
           01  FS-PARAMS                  PIC X(02).

      *        Parametros de la rutina que sella cada entrada de
      *        la bitacora (AUDITSEL).
           COPY SELLOPRM.

      *        Tasa de interes plana de respaldo: rige cuando PARAMS
      *        no existe o no trae ninguna banda vigente.
           77  TASA-INTERES               PIC 9(01)V9(04) VALUE 0,0010.
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

       8000-IMPRIMIR-RESUMEN.
