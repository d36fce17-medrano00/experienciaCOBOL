      ******************************************************************
      * Copybook: PARMHIS
      * Author: medrano00
      * Date-Written: 15/10/2026
      * Purpose: PARAMS change-history record (sequential PARAMHIS
      *          file, appended by PARMANT each time an approved
      *          change is applied). Keeps the values before and after
      *          the change, the supervisor who entered it and the one
      *          who approved it, and when it was applied, so PARAMRPT
      *          can tell what value a key had on any past date. The
      *          file is written in the order changes were applied.
      ******************************************************************
       01  PH-REGISTRO-HISTORIA.
           05  PH-CLAVE                   PIC X(08).
      *        A = alta de una clave nueva, M = modificacion.
           05  PH-TIPO-CAMBIO             PIC X(01).
               88  PH-CAMBIO-ALTA             VALUE "A".
               88  PH-CAMBIO-MODIFICACION     VALUE "M".
      *        Valores anteriores (en cero en un alta).
           05  PH-VALORES-ANTERIORES.
               10  PH-ANT-VALOR           PIC 9(09)V99.
               10  PH-ANT-TASA            PIC 9(01)V9(04).
               10  PH-ANT-BANDA-HASTA     PIC 9(09)V99.
               10  PH-ANT-FECHA-VIGENCIA  PIC 9(08).
      *        Valores nuevos que quedaron en PARAMS.
           05  PH-VALORES-NUEVOS.
               10  PH-NUE-VALOR           PIC 9(09)V99.
               10  PH-NUE-TASA            PIC 9(01)V9(04).
               10  PH-NUE-BANDA-HASTA     PIC 9(09)V99.
               10  PH-NUE-FECHA-VIGENCIA  PIC 9(08).
      *        Quien cargo el cambio y cuando.
           05  PH-OPERADOR-CARGA          PIC X(08).
           05  PH-FECHA-CARGA             PIC 9(08).
           05  PH-HORA-CARGA              PIC 9(06).
      *        Quien lo aprobo, y fecha y hora del sistema en que se
      *        aplico a PARAMS.
           05  PH-OPERADOR-APROBACION     PIC X(08).
           05  PH-FECHA-APLICACION        PIC 9(08).
           05  PH-HORA-APLICACION         PIC 9(06).
      *        Fecha de negocio (FECHADIA) en que se aplico: desde
      *        ese dia PARAMS tiene el valor nuevo.
           05  PH-FECHA-NEGOCIO           PIC 9(08).
           05  FILLER                     PIC X(10).
