      * Purpose: Driver for the nightly chain. Runs the batch jobs of
      *          the business day in their one correct order -
      *          INTERES, SOBREGIR, RETENLIB, PLAZOFIJ, ORDENPER,
      *          COBRAPRE, CAJERO LOTE, INTERBAN, CANJECHQ, EMBBARRE,
      *          COMISION, RECONCIL, GLDIARIO, POSICMON, EFECTIVO,
      *          DORMIDAS, CARTAS, TARJVENC, REVISCLI, EXTRACTO,
      *          EMBINFOR, SEGURDEP, DEPURA, VERIFAUD, INTEGRID,
      *          RESPALDO, FINDIA CERRAR -
      *          recording each step's start, end and outcome in the
      *          JOBCTL step ledger, keyed by FECHADIA date and step
      *          number. A step already OK for the date is
      *          rerun resumes at the failed step instead of the
      *          top. Ends with the morning summary of the whole
      *          night; RESUMEN on the command line prints only the
      *          summary without running anything. COMISION,
      *          EXTRACTO, EMBINFOR and SEGURDEP run only on the last
      *          business day of the month, which the CALENDARIO file
      *          of non-business days tells apart.
      * Tectonics: cobc
      *
      * Modification History:
      *                   joined the chain right before FINDIA
      *                   CERRAR: the snapshot is taken once the
      *                   whole night has posted and tied out.
      *   15/10/2026 MDR  COBRAPRE (installment-loan collection and
      *                   delinquency aging) joined the chain after
      *                   ORDENPER, so standing orders keep their
      *                   claim on the funds first.
      *   15/10/2026 MDR  CANJECHQ (inward clearing of our checks
      *                   presented by other banks) joined the chain
      *                   after INTERBAN, so the day's incoming
      *                   credits are on the accounts before the
      *                   checks are paid.
      *   15/10/2026 MDR  Month-end steps: on the last business day
      *                   of the month (the next business day on the
      *                   CALENDARIO file falls in another month) the
      *                   chain runs COMISION after CANJECHQ, so the
      *                   fees tie out in RECONCIL and GLDIARIO, and
      *                   EXTRACTO after CARTAS, before DEPURA trims
      *                   the history. Other nights both steps are
      *                   reported as not due.
      *   15/10/2026 MDR  VERIFAUD (audit-log chain verification)
      *                   joined the chain after DEPURA, once the day's
      *                   generation has rolled, and before RESPALDO: a
      *                   broken chain stops the night before the
      *                   backup.
      *   15/10/2026 MDR  INTEGRID (cross-file referential integrity
      *                   audit) joined the chain after VERIFAUD and
      *                   before RESPALDO: a severe break stops the
      *                   night before the backup; warnings do not.
      *   15/10/2026 MDR  POSICMON (foreign-currency open position and
      *                   revaluation at the closing rate) joined the
      *                   chain after GLDIARIO.
      *   15/10/2026 MDR  TARJVENC (expired debit cards and the list
      *                   of cards to replace next month) joined the
      *                   chain after CARTAS.
      *   15/10/2026 MDR  REVISCLI (customers with an expired document
      *                   or overdue due-diligence review, by branch)
      *                   joined the chain after TARJVENC, so it sees
      *                   the risk ratings EFECTIVO raised.
      *   15/10/2026 MDR  EMBBARRE (nightly garnishment sweep) joined
      *                   the chain after CANJECHQ, once the day's
      *                   credits are all posted; EMBINFOR (monthly
      *                   report to the courts) runs at month end
      *                   after EXTRACTO.
      *   15/10/2026 MDR  SEGURDEP (deposit-insurance regulatory file
      *                   and its control reports) runs at month end
      *                   after EMBINFOR, before DEPURA trims history.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADENA.
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
           01  FS-JOBCTL                  PIC X(02).
           01  FS-FECHADIA                PIC X(02).
           01  FS-CALENDARIO              PIC X(02).

           77  TOTAL-PASOS-CADENA         PIC 9(02) VALUE 27.
      *        Tope de dias no habiles seguidos (el mismo de FINDIA).
           77  MAX-DIAS-NO-HABILES        PIC 9(02) VALUE 30.

      *        La cadena en su unico orden correcto. El comando de
      *        cada paso es el ejecutable (y su parametro) tal como
      *        la retaguardia lo corria a mano.
           01  TABLA-CADENA.
               05  FILLER                 PIC X(14) VALUE "INTERES".
               05  FILLER                 PIC X(01) VALUE "D".
               05  FILLER                 PIC X(14) VALUE "SOBREGIR".
               05  FILLER                 PIC X(01) VALUE "D".
               05  FILLER                 PIC X(14) VALUE "RETENLIB".
               05  FILLER                 PIC X(01) VALUE "D".
               05  FILLER                 PIC X(14) VALUE "PLAZOFIJ".
               05  FILLER                 PIC X(01) VALUE "D".
               05  FILLER                 PIC X(14) VALUE "ORDENPER".
               05  FILLER                 PIC X(01) VALUE "D".
               05  FILLER                 PIC X(14) VALUE "COBRAPRE".
               05  FILLER                 PIC X(01) VALUE "D".
               05  FILLER                 PIC X(14) VALUE "CAJERO LOTE".
               05  FILLER                 PIC X(01) VALUE "D".
               05  FILLER                 PIC X(14) VALUE "INTERBAN".
               05  FILLER                 PIC X(01) VALUE "D".
               05  FILLER                 PIC X(14) VALUE "CANJECHQ".
               05  FILLER                 PIC X(01) VALUE "D".
               05  FILLER                 PIC X(14) VALUE "EMBBARRE".
               05  FILLER                 PIC X(01) VALUE "D".
               05  FILLER                 PIC X(14) VALUE "COMISION".
               05  FILLER                 PIC X(01) VALUE "M".
               05  FILLER                 PIC X(14) VALUE "RECONCIL".
               05  FILLER                 PIC X(01) VALUE "D".
               05  FILLER                 PIC X(14) VALUE "GLDIARIO".
               05  FILLER                 PIC X(01) VALUE "D".
               05  FILLER                 PIC X(14) VALUE "POSICMON".
               05  FILLER                 PIC X(01) VALUE "D".
               05  FILLER                 PIC X(14) VALUE "EFECTIVO".
               05  FILLER                 PIC X(01) VALUE "D".
               05  FILLER                 PIC X(14) VALUE "DORMIDAS".
               05  FILLER                 PIC X(01) VALUE "D".
               05  FILLER                 PIC X(14) VALUE "CARTAS".
               05  FILLER                 PIC X(01) VALUE "D".
               05  FILLER                 PIC X(14) VALUE "TARJVENC".
               05  FILLER                 PIC X(01) VALUE "D".
               05  FILLER                 PIC X(14) VALUE "REVISCLI".
               05  FILLER                 PIC X(01) VALUE "D".
               05  FILLER                 PIC X(14) VALUE "EXTRACTO".
               05  FILLER                 PIC X(01) VALUE "M".
               05  FILLER                 PIC X(14) VALUE "EMBINFOR".
               05  FILLER                 PIC X(01) VALUE "M".
               05  FILLER                 PIC X(14) VALUE "SEGURDEP".
               05  FILLER                 PIC X(01) VALUE "M".
               05  FILLER                 PIC X(14) VALUE "DEPURA".
               05  FILLER                 PIC X(01) VALUE "D".
               05  FILLER                 PIC X(14) VALUE "VERIFAUD".
               05  FILLER                 PIC X(01) VALUE "D".
               05  FILLER                 PIC X(14) VALUE "INTEGRID".
               05  FILLER                 PIC X(01) VALUE "D".
               05  FILLER                 PIC X(14) VALUE "RESPALDO".
               05  FILLER                 PIC X(01) VALUE "D".
               05  FILLER                 PIC X(14) VALUE
                   "FINDIA CERRAR".
               05  FILLER                 PIC X(01) VALUE "D".
           01  TABLA-CADENA-DET REDEFINES TABLA-CADENA.
               05  PASO-CADENA OCCURS 27 TIMES.
                   10  PASO-COMANDO       PIC X(14).
      *        D = todas las noches, M = solo la noche del ultimo dia
      *        habil del mes.
                   10  PASO-FRECUENCIA    PIC X(01).
                       88  PASO-DE-FIN-DE-MES     VALUE "M".

           01  PARM-LINEA                 PIC X(20).
           01  FECHA-HOY                  PIC 9(08).
               88  CADENA-DETENIDA                VALUE "S".
           01  SW-PASO-REGISTRADO         PIC X(01) VALUE "N".
               88  PASO-YA-REGISTRADO             VALUE "S".
           01  SW-FIN-DE-MES              PIC X(01) VALUE "N".
               88  ES-FIN-DE-MES                  VALUE "S".
           01  SW-DIA-HABIL               PIC X(01) VALUE "N".
               88  DIA-HABIL                      VALUE "S".

      *        Fecha de trabajo para buscar el proximo dia habil.
           01  FECHA-TRABAJO              PIC 9(08).
           01  FECHA-TRABAJO-DET REDEFINES FECHA-TRABAJO.
               05  FT-ANO                 PIC 9(04).
               05  FT-MES                 PIC 9(02).
               05  FT-DIA                 PIC 9(02).
           01  DIAS-DEL-MES               PIC 9(02).
           01  DIAS-OMITIDOS              PIC 9(02) VALUE 0.
           01  COCIENTE-ANO               PIC 9(04).
           01  RESIDUO-ANO                PIC 9(04).
           01  SW-ANO-BISIESTO            PIC X(01) VALUE "N".
               88  ANO-BISIESTO                   VALUE "S".

       PROCEDURE DIVISION.
      ******************************************************************
               END-READ
               CLOSE ARCHIVO-FECHA-DIA
           END-IF
           PERFORM 1100-DETERMINAR-FIN-DE-MES THRU 1100-EXIT
           OPEN I-O CONTROL-TRABAJOS
           IF FS-JOBCTL NOT = "00"
               OPEN OUTPUT CONTROL-TRABAJOS
               END-IF
           END-IF
           DISPLAY "==== CADENA NOCTURNA - DIA " FECHA-NEGOCIO
               " ===="
           IF ES-FIN-DE-MES
               DISPLAY "ULTIMO DIA HABIL DEL MES - CORREN LOS PASOS "
                   "DE FIN DE MES."
           END-IF.

      *        Hoy es el ultimo dia habil del mes si el proximo dia
      *        que no figura en CALENDARIO cae en otro mes. Sin
      *        archivo todos los dias son habiles y rige el ultimo
      *        dia calendario.
       1100-DETERMINAR-FIN-DE-MES.
           MOVE "N" TO SW-FIN-DE-MES
           MOVE FECHA-NEGOCIO TO FECHA-TRABAJO
           MOVE 0 TO DIAS-OMITIDOS
           OPEN INPUT ARCHIVO-CALENDARIO
           IF FS-CALENDARIO = "00"
               MOVE "N" TO SW-DIA-HABIL
               PERFORM 1110-PROBAR-DIA-SIGUIENTE
                   UNTIL DIA-HABIL
                   OR DIAS-OMITIDOS > MAX-DIAS-NO-HABILES
               CLOSE ARCHIVO-CALENDARIO
           ELSE
               PERFORM 1200-DIA-SIGUIENTE
           END-IF
           IF FT-MES NOT = FECHA-NEGOCIO (5:2)
               MOVE "S" TO SW-FIN-DE-MES
           END-IF.
       1100-EXIT.
           EXIT.

       1110-PROBAR-DIA-SIGUIENTE.
           PERFORM 1200-DIA-SIGUIENTE
           MOVE FECHA-TRABAJO TO CA-FECHA
           READ ARCHIVO-CALENDARIO
               INVALID KEY
                   MOVE "S" TO SW-DIA-HABIL
               NOT INVALID KEY
                   ADD 1 TO DIAS-OMITIDOS
           END-READ.

       1200-DIA-SIGUIENTE.
           PERFORM 1210-DIAS-DEL-MES
           ADD 1 TO FT-DIA
           IF FT-DIA > DIAS-DEL-MES
               MOVE 1 TO FT-DIA
               ADD 1 TO FT-MES
               IF FT-MES > 12
                   MOVE 1 TO FT-MES
                   ADD 1 TO FT-ANO
               END-IF
           END-IF.

       1210-DIAS-DEL-MES.
           EVALUATE FT-MES
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO DIAS-DEL-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO DIAS-DEL-MES
               WHEN 2
                   PERFORM 1220-ANO-BISIESTO
                   IF ANO-BISIESTO
                       MOVE 29 TO DIAS-DEL-MES
                   ELSE
                       MOVE 28 TO DIAS-DEL-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO DIAS-DEL-MES
           END-EVALUATE.

      *        Bisiesto: divisible por 4, salvo los fines de siglo
      *        que no sean divisibles por 400.
       1220-ANO-BISIESTO.
           MOVE "N" TO SW-ANO-BISIESTO
           DIVIDE FT-ANO BY 4 GIVING COCIENTE-ANO
               REMAINDER RESIDUO-ANO
           IF RESIDUO-ANO = 0
               MOVE "S" TO SW-ANO-BISIESTO
               DIVIDE FT-ANO BY 100 GIVING COCIENTE-ANO
                   REMAINDER RESIDUO-ANO
               IF RESIDUO-ANO = 0
                   DIVIDE FT-ANO BY 400 GIVING COCIENTE-ANO
                       REMAINDER RESIDUO-ANO
                   IF RESIDUO-ANO NOT = 0
                       MOVE "N" TO SW-ANO-BISIESTO
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 2000 - EJECUTA (O SALTA) UN PASO DE LA CADENA
      ******************************************************************
       2000-EJECUTAR-UN-PASO.
           MOVE PASO-COMANDO (PASO-ACTUAL) TO COMANDO-PASO
      *        Un paso de fin de mes no corre las demas noches ni
      *        deja rastro en el libro de pasos.
           IF PASO-DE-FIN-DE-MES (PASO-ACTUAL)
               AND NOT ES-FIN-DE-MES
               DISPLAY "PASO " PASO-ACTUAL " " COMANDO-PASO
                   " NO CORRESPONDE - SOLO EL ULTIMO DIA HABIL DEL "
                   "MES."
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO SW-PASO-REGISTRADO
           MOVE FECHA-NEGOCIO TO JC-FECHA-NEGOCIO
           MOVE PASO-ACTUAL TO JC-NUM-PASO
           MOVE PASO-ACTUAL TO JC-NUM-PASO
           READ CONTROL-TRABAJOS
               INVALID KEY
                   IF PASO-DE-FIN-DE-MES (PASO-ACTUAL)
                       AND NOT ES-FIN-DE-MES
                       DISPLAY "PASO " PASO-ACTUAL " "
                           PASO-COMANDO (PASO-ACTUAL)
                           " NO CORRESPONDE (FIN DE MES)"
                   ELSE
                       DISPLAY "PASO " PASO-ACTUAL " "
                           PASO-COMANDO (PASO-ACTUAL)
                           " SIN EJECUTAR"
                   END-IF
                   GO TO 8100-EXIT
           END-READ
           EVALUATE TRUE
