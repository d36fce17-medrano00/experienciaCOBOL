      *                   FILLER, so offsets and record length are
      *                   unchanged): the journal now carries one
      *                   line per branch.
      *   15/10/2026 MDR  Added GL-MONEDA (out of the trailing FILLER,
      *                   so offsets and record length are unchanged):
      *                   totals are journaled per currency, spaces =
      *                   national currency.
      ******************************************************************
       01  GL-REGISTRO-DIARIO.
           05  GL-FECHA                   PIC 9(08).
      *        Sucursal del total (001 en la historia de una sola
      *        ubicacion).
           05  GL-SUCURSAL                PIC 9(03).
      *        Moneda de las cuentas del total (la del maestro
      *        CUENTAS); espacios = moneda nacional.
           05  GL-MONEDA                  PIC X(03).
           05  FILLER                     PIC X(04).
