      ******************************************************************
      * Copybook: SEGDREC
      * Author: medrano00
      * Date-Written: 15/10/2026
      * Purpose: Deposit-insurance regulatory file record (dated
      *          sequential SEGDEP.AAAAMMDD file written by SEGURDEP
      *          for the deposit-guarantee regulator). Fixed 150-byte
      *          records, amounts in national currency, unsigned and
      *          zero-filled with two implied decimals:
      *            C  one header - bank code, cut-off date, run date
      *               and the coverage limit per depositor;
      *            D  one detail per CLIENTES depositor - identity,
      *               counts and balances of accounts and term
      *               deposits (principal plus accrued interest),
      *               the total, the insured part (capped at the
      *               limit) and the uninsured excess;
      *            T  one trailer - depositor count and the grand
      *               totals, for the regulator's control.
      ******************************************************************
       01  SG-REGISTRO-SEGURO.
      *        C = cabecera, D = depositante, T = totales.
           05  SG-TIPO-REGISTRO           PIC X(01).
               88  SG-CABECERA                VALUE "C".
               88  SG-DETALLE                 VALUE "D".
               88  SG-TOTALES                 VALUE "T".
           05  SG-DATOS                   PIC X(149).
      *        Cabecera del archivo.
           05  SG-DATOS-CABECERA REDEFINES SG-DATOS.
               10  SG-COD-BANCO           PIC 9(04).
               10  SG-FECHA-CORTE         PIC 9(08).
               10  SG-FECHA-GENERACION    PIC 9(08).
               10  SG-LIMITE-COBERTURA    PIC 9(11)V99.
               10  FILLER                 PIC X(116).
      *        Un depositante.
           05  SG-DATOS-DETALLE REDEFINES SG-DATOS.
               10  SG-NUM-DEPOSITANTE     PIC 9(06).
               10  SG-DOC-IDENTIDAD       PIC X(15).
               10  SG-NOMBRE              PIC X(30).
               10  SG-CANT-CUENTAS        PIC 9(03).
               10  SG-CANT-PLAZOS         PIC 9(03).
               10  SG-SALDO-CUENTAS       PIC 9(13)V99.
               10  SG-SALDO-PLAZOS        PIC 9(13)V99.
               10  SG-TOTAL-DEPOSITOS     PIC 9(13)V99.
               10  SG-MONTO-ASEGURADO     PIC 9(13)V99.
               10  SG-MONTO-NO-ASEGURADO  PIC 9(13)V99.
               10  FILLER                 PIC X(17).
      *        Totales de control del archivo.
           05  SG-DATOS-TOTALES REDEFINES SG-DATOS.
               10  SG-TOTAL-DEPOSITANTES  PIC 9(07).
               10  SG-TOTAL-GENERAL       PIC 9(15)V99.
               10  SG-TOTAL-ASEGURADO     PIC 9(15)V99.
               10  SG-TOTAL-NO-ASEGURADO  PIC 9(15)V99.
               10  FILLER                 PIC X(91).
