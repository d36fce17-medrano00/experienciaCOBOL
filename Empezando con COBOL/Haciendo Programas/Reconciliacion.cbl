      *                   so the monthly fee and commission charges
      *                   (CUOTA-MES, COM-RETIRO, COM-TRANSF) tie out
      *                   without touching this program again.
      *   15/10/2026 MDR  HO-MOV-DEBITO gains the loan collection
      *                   legs PREST-CAP and PREST-INT, in step with
      *                   HA-MOV-DEBITO.
      *   15/10/2026 MDR  HO-MOV-DEBITO gains REVERSO-DB (reversal of
      *                   a credit), in step with HA-MOV-DEBITO.
      *   15/10/2026 MDR  HO-MOV-DEBITO gains CHEQUE-PAG (check paid
      *                   in inward clearing) and COM-CHEQUE
      *                   (bounced-check fee), in step with
      *                   HA-MOV-DEBITO.
      *   15/10/2026 MDR  HO-MOV-DEBITO gains EMBARGO-DB (funds seized
      *                   for a court order), in step with
      *                   HA-MOV-DEBITO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONCIL.
               88  HO-MOV-DEBITO
                   VALUE "RETIRO" "TRANSF-DEB" "CUOTA-MES"
                         "COM-RETIRO" "COM-TRANSF" "INT-SOBREG"
                         "TRANSF-ENV" "PF-APERT" "PREST-CAP"
                         "PREST-INT" "REVERSO-DB" "CHEQUE-PAG"
                         "COM-CHEQUE" "EMBARGO-DB".
           05  HO-MONTO-TRANSACCION       PIC 9(09)V99.
           05  FILLER                     PIC X(10).

