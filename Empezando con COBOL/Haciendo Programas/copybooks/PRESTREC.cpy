      ******************************************************************
      * Copybook: PRESTREC
      * Author: medrano00
      * Date-Written: 15/10/2026
      * Purpose: Installment-loan record (indexed PRESTAMOS file).
      *          Originated from the CAJERO menu with supervisor
      *          approval, it credits the principal to the linked
      *          account (PREST-DES) and carries the agreed rate, the
      *          number of monthly installments and the fixed
      *          installment (French system). The COBRAPRE nightly
      *          batch collects each installment on its due date from
      *          the linked account - capital (PREST-CAP) and
      *          interest (PREST-INT) as two separate legs - under
      *          the same funds rule as ORDENPER, and ages the
      *          installments it could not collect.
      ******************************************************************
       01  PR-REGISTRO-PRESTAMO.
      *        Clave primaria del archivo indexado PRESTAMOS.
           05  PR-NUM-PRESTAMO            PIC 9(06).
      *        Cuenta que recibio el desembolso y paga las cuotas.
           05  PR-NUM-CUENTA              PIC 9(08).
      *        Titular, copiado de la cuenta al otorgar.
           05  PR-NUM-CLIENTE             PIC 9(06).
           05  PR-MONTO-PRINCIPAL         PIC 9(09)V99.
      *        Tasa nominal anual pactada (clave TASAPRES de PARAMS
      *        al otorgar; queda congelada aqui). Cada cuota devenga
      *        la doceava parte sobre el capital pendiente.
           05  PR-TASA-ANUAL              PIC 9(01)V9(04).
           05  PR-PLAZO-CUOTAS            PIC 9(03).
      *        Cuota fija del sistema frances; la ultima cuota ajusta
      *        el redondeo y cancela el capital que quede.
           05  PR-MONTO-CUOTA             PIC 9(09)V99.
           05  PR-SALDO-CAPITAL           PIC 9(09)V99.
           05  PR-FECHA-DESEMBOLSO        PIC 9(08).
      *        Dia del mes en que vence cada cuota; en meses mas
      *        cortos vence el ultimo dia del mes.
           05  PR-DIA-PAGO                PIC 9(02).
      *        Vencimiento de la cuota impaga mas antigua.
           05  PR-FECHA-PROX-CUOTA        PIC 9(08).
           05  PR-CUOTAS-PAGADAS          PIC 9(03).
           05  PR-FECHA-ULT-COBRO         PIC 9(08).
      *        A = al dia, M = en mora (una cuota vencida sin
      *        cobrar), C = cancelado.
           05  PR-ESTADO                  PIC X(01).
               88  PR-PRESTAMO-ACTIVO         VALUE "A".
               88  PR-PRESTAMO-EN-MORA        VALUE "M".
               88  PR-PRESTAMO-CANCELADO      VALUE "C".
      *        ID del supervisor que aprobo el otorgamiento.
           05  PR-APROBADOR               PIC X(08).
      *        Sucursal de la cuenta al otorgar.
           05  PR-SUCURSAL                PIC 9(03).
           05  FILLER                     PIC X(10).
