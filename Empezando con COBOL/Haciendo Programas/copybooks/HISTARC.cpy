      *                   list as CR-MOV-DEBITO on CUENTAREC) so the
      *                   programs that replay the archive stop
      *                   repeating the debit-type list by hand.
      *   15/10/2026 MDR  PREST-CAP and PREST-INT added to
      *                   HA-MOV-DEBITO, in step with CUENTAREC.
      *   15/10/2026 MDR  REVERSO-DB added to HA-MOV-DEBITO, in step
      *                   with CUENTAREC.
      *   15/10/2026 MDR  CHEQUE-PAG and COM-CHEQUE added to
      *                   HA-MOV-DEBITO, in step with CUENTAREC.
      *   15/10/2026 MDR  EMBARGO-DB added to HA-MOV-DEBITO, in step
      *                   with CUENTAREC.
      ******************************************************************
       01  HA-REGISTRO-ARCHIVO.
           05  HA-NUM-CUENTA              PIC 9(08).
               88  HA-MOV-DEBITO
                   VALUE "RETIRO" "TRANSF-DEB" "CUOTA-MES"
                         "COM-RETIRO" "COM-TRANSF" "INT-SOBREG"
                         "TRANSF-ENV" "PF-APERT" "PREST-CAP"
                         "PREST-INT" "REVERSO-DB" "CHEQUE-PAG"
                         "COM-CHEQUE" "EMBARGO-DB".
           05  HA-MONTO-TRANSACCION      PIC 9(09)V99.
           05  FILLER                    PIC X(10).
