      *          over for the same number of days, auditing the
      *          interest alone. A deposit whose linked account is
      *          missing or not active stays pending and is reported.
      *          A maturity that fell on a non-business day of the
      *          CALENDARIO file is paid on the next business day,
      *          the first one the run sees it due.
      *          Refuses to run while the business day is closed.
      * Tectonics: cobc
      *
      * Modification History:
      *   02/09/2026 MDR  Initial version.
      *   15/10/2026 MDR  A renewed deposit whose new maturity falls
      *                   on a Saturday, Sunday or holiday of the
      *                   CALENDARIO file matures on the next business
      *                   day instead; maturities already on file
      *                   that fell on such a day are paid on the
      *                   first business day after it, as CAJERO now
      *                   sets them at opening.
      *   15/10/2026 MDR  Every AUDITLOG entry is now sealed by
      *                   AUDITSEL (sequence number and chained check
      *                   value) right before it is written.
      *   15/10/2026 MDR  Audit entries leave the new currency-exchange
      *                   area (AL-DATOS-CAMBIO) in spaces.
      *   15/10/2026 MDR  Audit entries leave the new card-number
      *                   field (AL-NUM-TARJETA) in spaces.
      *   15/10/2026 MDR  Audit entries now clear AL-REVERSO-EFECTIVO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAZOFIJ.
               ASSIGN TO "FECHADIA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-FECHADIA.
      *        Dias no habiles (sabados, domingos y feriados).
           SELECT ARCHIVO-CALENDARIO
               ASSIGN TO "CALENDARIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CA-FECHA
               FILE STATUS IS FS-CALENDARIO.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD IS STANDARD.
           COPY FECHACTL.

       FD  ARCHIVO-CALENDARIO
           LABEL RECORD IS STANDARD.
           COPY CALREC.

       WORKING-STORAGE SECTION.
           01  FS-PLAZOS                  PIC X(02).
           01  FS-CUENTAS                 PIC X(02).
           01  FS-HISTARC                 PIC X(02).
           01  FS-AUDITLOG                PIC X(02).
           01  FS-FECHADIA                PIC X(02).
           01  FS-CALENDARIO              PIC X(02).

      *        Parametros de la rutina que sella cada entrada de
      *        la bitacora (AUDITSEL).
           COPY SELLOPRM.

           77  CAJ-MAX-HISTORIAL          PIC 9(02) VALUE 10.

           01  RESIDUO-ANO                PIC 9(04).
           01  SW-ANO-BISIESTO            PIC X(01) VALUE "N".
               88  ANO-BISIESTO                   VALUE "S".
      *        Sin archivo CALENDARIO todos los dias son habiles.
           01  SW-CALENDARIO-ABIERTO      PIC X(01) VALUE "N".
               88  HAY-CALENDARIO                 VALUE "S".
           01  SW-DIA-HABIL               PIC X(01) VALUE "N".
               88  DIA-HABIL                      VALUE "S".

           01  TOTAL-PLAZOS-LEIDOS        PIC 9(05) VALUE 0.
           01  TOTAL-PLAZOS-PAGADOS       PIC 9(05) VALUE 0.
           CLOSE CUENTAS-MAESTRO
           CLOSE ARCHIVO-HISTORIAL
           CLOSE BITACORA-AUDITORIA
           IF HAY-CALENDARIO
               CLOSE ARCHIVO-CALENDARIO
           END-IF
           STOP RUN.

      ******************************************************************
               CLOSE BITACORA-AUDITORIA
               OPEN EXTEND BITACORA-AUDITORIA
           END-IF
           OPEN INPUT ARCHIVO-CALENDARIO
           IF FS-CALENDARIO = "00"
               MOVE "S" TO SW-CALENDARIO-ABIERTO
           END-IF
           DISPLAY "==== VENCIMIENTO DE PLAZOS FIJOS - DIA "
               FECHA-NEGOCIO " ====".

           ELSE
               MOVE 1 TO AL-SUCURSAL
           END-IF
           MOVE SPACES TO AL-DATOS-CAMBIO
           MOVE "N" TO AL-REVERSO-EFECTIVO
           MOVE SPACES TO AL-NUM-TARJETA
           MOVE "S" TO SE-FUNCION
           CALL "AUDITSEL" USING SE-PARAMETROS-SELLO
               AL-REGISTRO-BITACORA
           WRITE AL-REGISTRO-BITACORA.

      ******************************************************************
      ******************************************************************
      * 8100 - AVANZA FECHA-TRABAJO DESDE LA FECHA DE NEGOCIO
      ******************************************************************
      *        Dias calendario del plazo; si el dia de llegada no es
      *        habil, el vencimiento pasa al siguiente habil.
       8100-AVANZAR-FECHA-NEGOCIO.
           MOVE FECHA-NEGOCIO TO FECHA-TRABAJO
           PERFORM 8110-DIA-SIGUIENTE
               VARYING CONTADOR-DIAS FROM 1 BY 1
               UNTIL CONTADOR-DIAS > DIAS-A-AVANZAR
           PERFORM 8140-CONSULTAR-CALENDARIO
           PERFORM 8150-PROBAR-DIA-SIGUIENTE
               UNTIL DIA-HABIL.

       8110-DIA-SIGUIENTE.
           PERFORM 8120-DIAS-DEL-MES
               END-IF
           END-IF.

      *        FECHA-TRABAJO es habil si no figura en CALENDARIO.
       8140-CONSULTAR-CALENDARIO.
           MOVE "S" TO SW-DIA-HABIL
           IF HAY-CALENDARIO
               MOVE FECHA-TRABAJO TO CA-FECHA
               READ ARCHIVO-CALENDARIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO SW-DIA-HABIL
               END-READ
           END-IF.

       8150-PROBAR-DIA-SIGUIENTE.
           PERFORM 8110-DIA-SIGUIENTE
           PERFORM 8140-CONSULTAR-CALENDARIO.

       END PROGRAM PLAZOFIJ.
