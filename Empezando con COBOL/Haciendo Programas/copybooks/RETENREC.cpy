      *        Fecha de negocio en que se deposito el cheque.
           05  RT-FECHA-DEPOSITO          PIC 9(08).
      *        Fecha de negocio en que los fondos quedan disponibles
      *        (deposito mas la ventana DIASCHEQ de PARAMS, en dias
      *        habiles segun CALENDARIO).
           05  RT-FECHA-LIBERACION        PIC 9(08).
      *        A = retencion abierta, L = liberada por RETENLIB (o
      *        anulada por el reverso del deposito en CAJERO).
           05  RT-ESTADO                  PIC X(01).
               88  RT-RETENCION-ACTIVA        VALUE "A".
               88  RT-RETENCION-LIBERADA      VALUE "L".
