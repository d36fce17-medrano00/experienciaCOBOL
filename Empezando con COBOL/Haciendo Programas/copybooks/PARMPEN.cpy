      ******************************************************************
      * Copybook: PARMPEN
      * Author: medrano00
      * Date-Written: 15/10/2026
      * Purpose: Pending PARAMS change (indexed PARAMPEN file,
      *          maintained by PARMANT). A supervisor's create or
      *          update of a key waits here, with the new values and
      *          who entered it, until a second, different supervisor
      *          approves it (PARMANT applies it to PARAMS and writes
      *          PARAMHIS) or any supervisor rejects it (the record is
      *          dropped). At most one change per key is pending.
      ******************************************************************
       01  PN-REGISTRO-PENDIENTE.
      *        Clave primaria del archivo indexado PARAMPEN: la misma
      *        clave del parametro que se quiere cambiar.
           05  PN-CLAVE                   PIC X(08).
      *        A = alta de una clave nueva, M = modificacion.
           05  PN-TIPO-CAMBIO             PIC X(01).
               88  PN-CAMBIO-ALTA             VALUE "A".
               88  PN-CAMBIO-MODIFICACION     VALUE "M".
      *        Valores propuestos, con el mismo formato de PARAMREC.
           05  PN-VALOR                   PIC 9(09)V99.
           05  PN-TASA                    PIC 9(01)V9(04).
           05  PN-BANDA-HASTA             PIC 9(09)V99.
           05  PN-FECHA-VIGENCIA          PIC 9(08).
      *        Supervisor que cargo el cambio y cuando.
           05  PN-OPERADOR-CARGA          PIC X(08).
           05  PN-FECHA-CARGA             PIC 9(08).
           05  PN-HORA-CARGA              PIC 9(06).
           05  FILLER                     PIC X(10).
