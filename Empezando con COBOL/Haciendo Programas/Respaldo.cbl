      *
      * Modification History:
      *   02/09/2026 MDR  Initial version.
      *   15/10/2026 MDR  Widened the CLIENTES snapshot record for the
      *                   customer due-diligence fields.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPALDO.

       FD  RESPALDO-CLIENTES
           LABEL RECORD IS STANDARD.
       01  BL-REGISTRO-CLIENTE            PIC X(200).

       FD  RESPALDO-ORDENES
           LABEL RECORD IS STANDARD.
