      ******************************************************************
      * Copybook: SOLCREC
      * Author: medrano00
      * Date-Written: 15/10/2026
      * Purpose: Balance-confirmation request record (sequential
      *          SOLCONF file, one line per account or customer an
      *          auditor or court asked about), input of CONFSALD.
      *          A customer request covers every account the customer
      *          owns (titular or co-titular). A zero cut-off date
      *          takes the date given to CONFSALD for the whole run.
      ******************************************************************
       01  SF-REGISTRO-SOLICITUD.
      *        A = una cuenta, C = todas las cuentas de un cliente.
           05  SF-TIPO-SOLICITUD          PIC X(01).
               88  SF-POR-CUENTA              VALUE "A".
               88  SF-POR-CLIENTE             VALUE "C".
      *        Numero de cuenta, o de cliente alineado a la derecha.
           05  SF-NUMERO                  PIC 9(08).
           05  SF-FECHA-CORTE             PIC 9(08).
      *        Referencia del pedido (auditor, expediente judicial).
           05  SF-REFERENCIA              PIC X(30).
           05  FILLER                     PIC X(10).
