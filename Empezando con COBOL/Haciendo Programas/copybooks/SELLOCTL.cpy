      ******************************************************************
      * Copybook: SELLOCTL
      * Author: medrano00
      * Date-Written: 15/10/2026
      * Purpose: Audit-log chain control record (indexed AUDITCTL
      *          file). Key C + zeros holds the tail of the whole
      *          chain: the last sequence number handed out and the
      *          check value of that entry (AUDITSEL advances it on
      *          every append). Key G + AAAAMMDD describes one
      *          AUDITGEN.AAAAMMDD generation as DEPURA wrote it:
      *          first and last sealed entry with their check values
      *          and the number of records. VERIFAUD walks the
      *          generations in key order from these records, then
      *          the live AUDITLOG, and finally ties the chain's end
      *          to the C record.
      ******************************************************************
       01  AC-REGISTRO-CONTROL.
           05  AC-CLAVE.
      *        C = cola de la cadena, G = una generacion.
               10  AC-TIPO-CONTROL        PIC X(01).
                   88  AC-CONTROL-CADENA      VALUE "C".
                   88  AC-CONTROL-GENERACION  VALUE "G".
      *        Fecha de la generacion (cero en el registro C).
               10  AC-FECHA-GENERACION    PIC 9(08).
      *        Primera entrada sellada de la generacion (cero si solo
      *        tiene entradas anteriores al sellado).
           05  AC-PRIMERA-SECUENCIA       PIC 9(09).
           05  AC-PRIMER-VALOR            PIC 9(09).
      *        Ultima entrada sellada (en el registro C: la ultima de
      *        toda la bitacora).
           05  AC-ULTIMA-SECUENCIA        PIC 9(09).
           05  AC-ULTIMO-VALOR            PIC 9(09).
           05  AC-TOTAL-REGISTROS         PIC 9(09).
           05  AC-FECHA-ACTUALIZACION     PIC 9(08).
           05  AC-HORA-ACTUALIZACION      PIC 9(06).
           05  FILLER                     PIC X(10).
