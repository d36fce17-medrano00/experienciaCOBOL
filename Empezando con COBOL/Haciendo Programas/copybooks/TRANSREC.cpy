      *                   resubmitted file cannot post twice. Spaces
      *                   on legacy files skip the check. The record
      *                   grows: old TRANSIN files must be rebuilt.
      *   15/10/2026 MDR  Added TB-NUM-TARJETA: the debit card an
      *                   operation R is made with, checked against
      *                   the TARJETAS master and its daily limit.
      *                   The record grows: old TRANSIN files must be
      *                   rebuilt.
      ******************************************************************
       01  TB-REGISTRO-TRANSACCION.
           05  TB-NUM-CUENTA              PIC 9(08).
      *        Referencia unica asignada por el originador del
      *        archivo; espacios en archivos antiguos.
           05  TB-REFERENCIA              PIC X(16).
      *        Tarjeta de debito con que se retira (maestro
      *        TARJETAS); cero en las demas operaciones.
           05  TB-NUM-TARJETA             PIC 9(16).
           05  FILLER                     PIC X(02).
