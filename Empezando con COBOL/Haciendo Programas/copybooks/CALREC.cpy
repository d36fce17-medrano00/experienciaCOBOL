      ******************************************************************
      * Copybook: CALREC
      * Author: medrano00
      * Date-Written: 15/10/2026
      * Purpose: Non-business-day record (indexed CALENDARIO file,
      *          maintained with CALMANT). A date is a business day
      *          unless it has a record here: Saturdays and Sundays
      *          (loaded a year at a time by CALMANT) and every public
      *          holiday. FINDIA ABRIR skips these dates, the DIASCHEQ
      *          check-clearing window counts only business days,
      *          ORDENPER and PLAZOFIJ move what falls on one of them
      *          to the next business day, and CADENA uses the file
      *          to know the last business day of the month. Without
      *          the file every calendar day is a business day, as
      *          before.
      ******************************************************************
       01  CA-REGISTRO-CALENDARIO.
      *        Clave primaria del archivo indexado CALENDARIO.
           05  CA-FECHA                   PIC 9(08).
      *        S = sabado o domingo (generado por CALMANT),
      *        F = feriado cargado a mano.
           05  CA-TIPO-DIA                PIC X(01).
               88  CA-FIN-DE-SEMANA           VALUE "S".
               88  CA-FERIADO                 VALUE "F".
           05  CA-DESCRIPCION             PIC X(30).
      *        Operador (o proceso) y fecha de negocio del alta.
           05  CA-OPERADOR                PIC X(08).
           05  CA-FECHA-ALTA              PIC 9(08).
           05  FILLER                     PIC X(10).
