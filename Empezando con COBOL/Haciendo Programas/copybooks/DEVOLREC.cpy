      ******************************************************************
      * Copybook: DEVOLREC
      * Author: medrano00
      * Date-Written: 15/10/2026
      * Purpose: Returned-check record. Same layout as CANJEREC (the
      *          presented check exactly as it came) plus the return
      *          reason code, written by CANJECHQ to the dated
      *          outbound file CHEQDEV.AAAAMMDD for the clearing
      *          house, the way RECHREC mirrors TRANSREC.
      ******************************************************************
       01  DV-REGISTRO-DEVOLUCION.
           05  DV-BANCO-PRESENTA          PIC 9(04).
           05  DV-BANCO-GIRADO            PIC 9(04).
           05  DV-NUM-CUENTA              PIC 9(08).
           05  DV-NUM-CHEQUE              PIC 9(07).
           05  DV-MONTO                   PIC 9(09)V99.
           05  DV-FECHA-PRESENTACION      PIC 9(08).
           05  DV-REFERENCIA              PIC X(16).
           05  FILLER                     PIC X(10).
      *        Motivo de la devolucion, agregado despues del trazado
      *        CANJEREC.
           05  DV-MOTIVO-DEVOLUCION       PIC X(02).
               88  DV-BANCO-AJENO             VALUE "01".
               88  DV-MONTO-INVALIDO          VALUE "02".
               88  DV-CUENTA-NO-ENCONTRADA    VALUE "03".
               88  DV-CUENTA-NO-OPERABLE      VALUE "04".
               88  DV-CHEQUE-NO-EMITIDO       VALUE "05".
               88  DV-ORDEN-NO-PAGO           VALUE "06".
               88  DV-CHEQUE-YA-PAGADO        VALUE "07".
               88  DV-FONDOS-INSUFICIENTES    VALUE "08".
