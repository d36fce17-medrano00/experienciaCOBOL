      *                   supervisor approved (zero = no overdraft).
      *                   The record grows: existing CUENTAS files
      *                   must be reloaded once with the new length.
      *   15/10/2026 MDR  PREST-CAP and PREST-INT (installment-loan
      *                   capital and interest collected by COBRAPRE)
      *                   added to CR-MOV-DEBITO.
      *   15/10/2026 MDR  REVERSO-DB (supervisor reversal of a credit
      *                   posted in error) added to CR-MOV-DEBITO; its
      *                   mirror REVERSO-CR adds like any credit.
      *   15/10/2026 MDR  CHEQUE-PAG (check paid in inward clearing)
      *                   and COM-CHEQUE (bounced-check fee) added to
      *                   CR-MOV-DEBITO.
      *   15/10/2026 MDR  Foreign-currency accounts: CR-MONEDA carries
      *                   the ISO code of the account's currency (USD
      *                   ...); spaces = national currency, which is
      *                   what every existing account holds. The
      *                   balance, limits and history are kept in that
      *                   currency. The record grows by 3 bytes:
      *                   existing CUENTAS files must be reloaded once
      *                   (new field spaces).
      *   15/10/2026 MDR  EMBARGO-DB (funds seized by the EMBBARRE
      *                   sweep for a court order) added to
      *                   CR-MOV-DEBITO; its mirror EMBARGO-CR on the
      *                   court's account adds like any credit.
      ******************************************************************
       01  CR-REGISTRO-CUENTA.
      *        Clave primaria del archivo indexado CUENTAS.
                   88  CR-MOV-DEBITO
                       VALUE "RETIRO" "TRANSF-DEB" "CUOTA-MES"
                             "COM-RETIRO" "COM-TRANSF" "INT-SOBREG"
                             "TRANSF-ENV" "PF-APERT" "PREST-CAP"
                             "PREST-INT" "REVERSO-DB" "CHEQUE-PAG"
                             "COM-CHEQUE" "EMBARGO-DB".
               10  CR-MONTO-TRANSACCION       PIC 9(09)V99 VALUE 0.
      *        Titular de la cuenta (clave en el maestro CLIENTES).
           05  CR-NUM-CLIENTE             PIC 9(06).
      *        Sucursal de apertura de la cuenta; espacios en
      *        registros anteriores al campo valen como la 001.
           05  CR-SUCURSAL                PIC 9(03).
      *        Moneda de la cuenta (codigo ISO, p.ej. USD); espacios
      *        = moneda nacional. Saldos, limite e historial estan
      *        expresados en esta moneda.
           05  CR-MONEDA                  PIC X(03).
               88  CR-MONEDA-NACIONAL         VALUE SPACES.
           05  FILLER                     PIC X(01).
