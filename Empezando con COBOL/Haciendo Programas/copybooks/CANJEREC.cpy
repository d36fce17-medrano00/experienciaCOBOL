      ******************************************************************
      * Copybook: CANJEREC
      * Author: medrano00
      * Date-Written: 15/10/2026
      * Purpose: Inward-clearing record. One per check drawn on us
      *          that another bank took in deposit and presents for
      *          payment through the clearing house (inbound file
      *          CHEQRCV, posted nightly by CANJECHQ). The drawee
      *          bank code must be our own (PARAMS key BANCOPRO).
      ******************************************************************
       01  CJ-REGISTRO-CHEQUE.
      *        Banco que presenta el cheque al cobro.
           05  CJ-BANCO-PRESENTA          PIC 9(04).
      *        Banco girado (el nuestro), cuenta y serie del cheque.
           05  CJ-BANCO-GIRADO            PIC 9(04).
           05  CJ-NUM-CUENTA              PIC 9(08).
           05  CJ-NUM-CHEQUE              PIC 9(07).
           05  CJ-MONTO                   PIC 9(09)V99.
      *        Fecha de negocio del canje en el banco que presenta.
           05  CJ-FECHA-PRESENTACION      PIC 9(08).
      *        Referencia de la partida en la camara, para que el
      *        banco que presenta concilie la devolucion.
           05  CJ-REFERENCIA              PIC X(16).
           05  FILLER                     PIC X(10).
