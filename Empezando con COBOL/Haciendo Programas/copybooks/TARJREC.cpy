      ******************************************************************
      * Copybook: TARJREC
      * Author: medrano00
      * Date-Written: 15/10/2026
      * Purpose: Debit-card master record (indexed TARJETAS file,
      *          maintained by TARJMANT). One record per card: the
      *          customer it was issued to, up to three accounts it
      *          can withdraw from, its expiry month, its status and
      *          its daily cash-withdrawal limit. The amount already
      *          withdrawn with the card on the business date rides
      *          on the record itself, so every channel that pays
      *          cash against the card (CAJERO at the counter and
      *          CAJERO LOTE) adds to the same running total. A lost
      *          or stolen card is hot-listed for good; a replacement
      *          is a new card.
      ******************************************************************
       01  TJ-REGISTRO-TARJETA.
      *        Clave primaria del archivo indexado TARJETAS.
           05  TJ-NUM-TARJETA             PIC 9(16).
           05  TJ-NUM-CLIENTE             PIC 9(06).
      *        Cuentas vinculadas; cero = posicion libre.
           05  TJ-CUENTAS-VINCULADAS.
               10  TJ-CUENTA              PIC 9(08) OCCURS 3 TIMES.
      *        Ultimo mes de validez de la tarjeta (AAAAMM).
           05  TJ-VENCIMIENTO             PIC 9(06).
           05  TJ-VENCIMIENTO-DET REDEFINES TJ-VENCIMIENTO.
               10  TJ-VENCE-ANIO          PIC 9(04).
               10  TJ-VENCE-MES           PIC 9(02).
      *        A = activa, P = denunciada perdida, R = denunciada
      *        robada, V = vencida (la marca el lote TARJVENC).
           05  TJ-ESTADO                  PIC X(01).
               88  TJ-ACTIVA                  VALUE "A".
               88  TJ-PERDIDA                 VALUE "P".
               88  TJ-ROBADA                  VALUE "R".
               88  TJ-VENCIDA                 VALUE "V".
               88  TJ-DENUNCIADA              VALUE "P" "R".
      *        Tope de retiros en efectivo por dia de negocio.
           05  TJ-LIMITE-DIARIO           PIC 9(07)V99.
      *        Retirado con la tarjeta en el dia TJ-FECHA-RETIROS;
      *        otro dia de negocio arranca de cero.
           05  TJ-FECHA-RETIROS           PIC 9(08).
           05  TJ-RETIRADO-DIA            PIC 9(09)V99.
      *        Emision y ultimo cambio de estado o de limite.
           05  TJ-FECHA-EMISION           PIC 9(08).
           05  TJ-OPERADOR-EMISION        PIC X(08).
           05  TJ-FECHA-CAMBIO            PIC 9(08).
           05  TJ-OPERADOR-CAMBIO         PIC X(08).
           05  FILLER                     PIC X(10).
