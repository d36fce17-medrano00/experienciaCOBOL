      ******************************************************************
      * Copybook: CHEQREC
      * Author: medrano00
      * Date-Written: 15/10/2026
      * Purpose: Checkbook record (indexed CHEQUES file). One record
      *          per checkbook CAJERO issues on a checking account,
      *          keyed by account and first serial number: it records
      *          the serial range handed to the customer and the
      *          state of every check in it - issued, stopped by a
      *          stop-payment order the customer placed at the
      *          teller, or paid by the CANJECHQ inward-clearing
      *          batch. Serials run on per account from one checkbook
      *          to the next, so a serial belongs to exactly one
      *          checkbook of the account.
      ******************************************************************
       01  CH-REGISTRO-CHEQUERA.
      *        Clave primaria del archivo indexado CHEQUES.
           05  CH-CLAVE-CHEQUERA.
               10  CH-NUM-CUENTA          PIC 9(08).
               10  CH-SERIE-DESDE         PIC 9(07).
           05  CH-SERIE-HASTA             PIC 9(07).
           05  CH-CANTIDAD-CHEQUES        PIC 9(02).
           05  CH-FECHA-EMISION           PIC 9(08).
      *        Operador que entrego la chequera y sucursal de la
      *        cuenta al emitirla.
           05  CH-OPERADOR                PIC X(08).
           05  CH-SUCURSAL                PIC 9(03).
      *        Un elemento por cheque, en orden de serie: la
      *        posicion del cheque es su serie menos CH-SERIE-DESDE
      *        mas uno. Las posiciones por encima de
      *        CH-CANTIDAD-CHEQUES quedan en blanco.
      *        E = emitido (pagadero), N = orden de no pago,
      *        P = pagado en el canje.
           05  CH-CHEQUE OCCURS 50 TIMES.
               10  CH-ESTADO-CHEQUE       PIC X(01).
                   88  CH-CHEQUE-EMITIDO      VALUE "E".
                   88  CH-CHEQUE-NO-PAGAR     VALUE "N".
                   88  CH-CHEQUE-PAGADO       VALUE "P".
      *        Fecha de negocio de la orden de no pago o del pago.
               10  CH-FECHA-ESTADO        PIC 9(08).
               10  CH-MONTO-PAGADO        PIC 9(09)V99.
           05  FILLER                     PIC X(10).
