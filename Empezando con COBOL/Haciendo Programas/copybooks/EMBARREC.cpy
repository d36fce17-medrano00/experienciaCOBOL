      ******************************************************************
      * Copybook: EMBARREC
      * Author: medrano00
      * Date-Written: 15/10/2026
      * Purpose: Judicial garnishment (embargo) record - indexed
      *          EMBARGOS file, maintained by EMBMANT. One record per
      *          court order: the court and case number, the customer
      *          whose funds are seized, the amount the court ordered
      *          and the court's account that receives the seized
      *          funds. The amount still to seize (ordered less
      *          seized less released) is blocked on every national-
      *          currency account of the customer: the funds rule of
      *          CAJERO, ORDENPER, COBRAPRE and CANJECHQ counts it
      *          like an open hold. The nightly EMBBARRE sweep moves
      *          the customer's incoming credits to the court's
      *          account until the order is satisfied; a release
      *          (partial or full) needs a supervisor. What was
      *          seized and released in the month rides on the
      *          record for the monthly EMBINFOR report.
      ******************************************************************
       01  EM-REGISTRO-EMBARGO.
      *        Clave primaria del archivo indexado EMBARGOS.
           05  EM-NUM-EMBARGO             PIC 9(06).
      *        Juzgado que ordena y numero de expediente.
           05  EM-JUZGADO                 PIC X(30).
           05  EM-EXPEDIENTE              PIC X(20).
      *        Cliente embargado (clave en el maestro CLIENTES).
           05  EM-NUM-CLIENTE             PIC 9(06).
      *        Cuenta del juzgado que recibe lo embargado.
           05  EM-CUENTA-JUZGADO          PIC 9(08).
      *        Fecha del oficio judicial (AAAAMMDD).
           05  EM-FECHA-OFICIO            PIC 9(08).
      *        Montos en moneda nacional. Lo pendiente de embargar
      *        es ordenado - embargado - liberado.
           05  EM-MONTO-ORDENADO          PIC 9(09)V99.
           05  EM-MONTO-EMBARGADO         PIC 9(09)V99.
           05  EM-MONTO-LIBERADO          PIC 9(09)V99.
      *        A = activo, S = satisfecho (todo lo ordenado fue
      *        embargado), L = levantado (liberacion total).
           05  EM-ESTADO                  PIC X(01).
               88  EM-ACTIVO                  VALUE "A".
               88  EM-SATISFECHO              VALUE "S".
               88  EM-LEVANTADO               VALUE "L".
               88  EM-CERRADO                 VALUE "S" "L".
      *        Embargado y liberado en el mes EM-MES-MOVIMIENTO
      *        (AAAAMM); otro mes arranca de cero.
           05  EM-MES-MOVIMIENTO          PIC 9(06).
           05  EM-EMBARGADO-MES           PIC 9(09)V99.
           05  EM-LIBERADO-MES            PIC 9(09)V99.
      *        Alta, ultimo cambio y supervisor de la ultima
      *        liberacion.
           05  EM-FECHA-ALTA              PIC 9(08).
           05  EM-OPERADOR-ALTA           PIC X(08).
           05  EM-FECHA-CAMBIO            PIC 9(08).
           05  EM-OPERADOR-CAMBIO         PIC X(08).
           05  EM-APROBADOR-LIBERACION    PIC X(08).
           05  FILLER                     PIC X(10).
