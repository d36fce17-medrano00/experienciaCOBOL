      *          government ID, address, phone). Accounts point at the
      *          holder through CR-NUM-CLIENTE on CUENTAREC, so one
      *          customer can hold several accounts (the usual
      *          checking/savings pair). Also carries the
      *          customer due-diligence data: document expiry, date
      *          of birth, occupation, risk rating and the review
      *          cycle (last review and next review due).
      *
      * Modification History:
      *   22/08/2026 MDR  Initial layout.
      *   15/10/2026 MDR  Added the due-diligence block (document
      *                   expiry, birth date, occupation, risk rating,
      *                   last/next review). The record GROWS here:
      *                   existing CLIENTES files must be reloaded
      *                   once with the new length (new fields zero).
      ******************************************************************
       01  CL-REGISTRO-CLIENTE.
      *        Clave primaria del archivo indexado CLIENTES.
           05  CL-DOC-IDENTIDAD           PIC X(15).
           05  CL-DIRECCION               PIC X(40).
           05  CL-TELEFONO                PIC X(12).
      *        Debida diligencia. Fechas AAAAMMDD; cero = sin dato.
           05  CL-VENCE-DOCUMENTO         PIC 9(08).
           05  CL-FECHA-NACIMIENTO        PIC 9(08).
           05  CL-OCUPACION               PIC X(20).
      *        B = bajo, M = medio, A = alto, SPACE = sin calificar
      *        (para el ciclo de revision cuenta como medio).
           05  CL-NIVEL-RIESGO            PIC X(01).
               88  CL-RIESGO-BAJO             VALUE "B".
               88  CL-RIESGO-MEDIO            VALUE "M".
               88  CL-RIESGO-ALTO             VALUE "A".
               88  CL-RIESGO-VALIDO           VALUE "B" "M" "A".
               88  CL-SIN-CALIFICAR           VALUE SPACE.
      *        M = fijado en CLIMANT, E = elevado a alto por el
      *        reporte de efectivo EFECTIVO.
           05  CL-ORIGEN-RIESGO           PIC X(01).
               88  CL-RIESGO-POR-EFECTIVO     VALUE "E".
      *        Ultima revision registrada y proxima revision debida.
           05  CL-FECHA-REVISION          PIC 9(08).
           05  CL-OPERADOR-REVISION       PIC X(08).
           05  CL-PROXIMA-REVISION        PIC 9(08).
           05  FILLER                     PIC X(10).
