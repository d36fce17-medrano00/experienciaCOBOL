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
      *   15/10/2026 MDR  Audit entries now clear AL-REVERSO-EFECTIVO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENLIB.
           01  FS-AUDITLOG                PIC X(02).
           01  FS-FECHADIA                PIC X(02).

      *        Parametros de la rutina que sella cada entrada de
      *        la bitacora (AUDITSEL).
           COPY SELLOPRM.

           01  FECHA-HOY                  PIC 9(08).
      *        Fecha de negocio tomada de FECHADIA: contra ella se
      *        decide que retenciones ya vencieron.
           ADD 1 TO REF-SECUENCIA
           MOVE REFERENCIA-PROPIA TO AL-REFERENCIA
           MOVE 0 TO AL-SUCURSAL
           MOVE SPACES TO AL-DATOS-CAMBIO
           MOVE "N" TO AL-REVERSO-EFECTIVO
           MOVE SPACES TO AL-NUM-TARJETA
           MOVE "S" TO SE-FUNCION
           CALL "AUDITSEL" USING SE-PARAMETROS-SELLO
               AL-REGISTRO-BITACORA
           WRITE AL-REGISTRO-BITACORA.

       8000-IMPRIMIR-RESUMEN.
