      ******************************************************************
      * Copybook: SALHREC
      * Author: medrano00
      * Date-Written: 15/10/2026
      * Purpose: Daily closing-balance history record (indexed
      *          SALDOHIS file). FINDIA CERRAR appends one record per
      *          account and business date with the balance the
      *          account closed the day with, so a balance as of any
      *          past date is read instead of rebuilt from HISTARC and
      *          AUDITGEN. A date with no record (a non-business day)
      *          carries the balance of the last business day before
      *          it. Read by CONFSALD (balance confirmation letters)
      *          and SALPROM (monthly average daily balance).
      ******************************************************************
       01  SH-REGISTRO-SALDO.
      *        Clave primaria del archivo indexado SALDOHIS.
           05  SH-CLAVE.
               10  SH-NUM-CUENTA          PIC 9(08).
               10  SH-FECHA-NEGOCIO       PIC 9(08).
      *        Titular, sucursal, tipo y estado de la cuenta ese dia.
           05  SH-NUM-CLIENTE             PIC 9(06).
           05  SH-SUCURSAL                PIC 9(03).
           05  SH-TIPO-CUENTA             PIC X(01).
           05  SH-ESTADO-CUENTA           PIC X(01).
      *        Saldo al cierre del dia (con signo: sobregiro).
           05  SH-SALDO                   PIC S9(09)V99.
      *        Fecha y hora de maquina en que se grabo.
           05  SH-FECHA-GRABACION         PIC 9(08).
           05  SH-HORA-GRABACION          PIC 9(06).
           05  FILLER                     PIC X(10).
