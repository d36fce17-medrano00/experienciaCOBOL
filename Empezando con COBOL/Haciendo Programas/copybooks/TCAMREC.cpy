      ******************************************************************
      * Copybook: TCAMREC
      * Author: medrano00
      * Date-Written: 15/10/2026
      * Purpose: Exchange-rate table record (indexed TIPOCAMB file,
      *          maintained by TIPCMANT). One record per foreign
      *          currency and effective date, with the bank's buying
      *          and selling rate in national currency per unit. The
      *          rate in force on a business date is the one of the
      *          latest APPROVED record of that currency dated on or
      *          before it. Like PARAMS, no rate applies on one
      *          person's word: a supervisor proposes it and a
      *          second, different supervisor approves it. Once its
      *          date has been reached an approved rate is never
      *          changed, so the table is also the rate history.
      ******************************************************************
       01  TC-REGISTRO-CAMBIO.
      *        Clave primaria del archivo indexado TIPOCAMB.
           05  TC-CLAVE.
               10  TC-MONEDA              PIC X(03).
               10  TC-FECHA-VIGENCIA      PIC 9(08).
      *        Tipos vigentes (aprobados): moneda nacional por una
      *        unidad de la moneda. El banco compra al tipo
      *        comprador y vende al vendedor.
           05  TC-COMPRA                  PIC 9(05)V9(04).
           05  TC-VENTA                   PIC 9(05)V9(04).
      *        P = nunca aprobado (solo hay propuesta), A = aprobado.
           05  TC-ESTADO                  PIC X(01).
               88  TC-SIN-APROBAR             VALUE "P".
               88  TC-APROBADO                VALUE "A".
      *        Quien cargo y quien aprobo los tipos vigentes.
           05  TC-OPERADOR-CARGA          PIC X(08).
           05  TC-FECHA-CARGA             PIC 9(08).
           05  TC-OPERADOR-APROBACION     PIC X(08).
           05  TC-FECHA-APROBACION        PIC 9(08).
           05  TC-HORA-APROBACION         PIC 9(06).
      *        Cambio propuesto que espera la aprobacion de otro
      *        supervisor (S = hay propuesta).
           05  TC-PROPUESTA.
               10  TC-HAY-PROPUESTA       PIC X(01).
                   88  TC-CON-PROPUESTA       VALUE "S".
               10  TC-COMPRA-PROPUESTA    PIC 9(05)V9(04).
               10  TC-VENTA-PROPUESTA     PIC 9(05)V9(04).
               10  TC-OPERADOR-PROPUESTA  PIC X(08).
               10  TC-FECHA-PROPUESTA     PIC 9(08).
               10  TC-HORA-PROPUESTA      PIC 9(06).
           05  FILLER                     PIC X(10).
