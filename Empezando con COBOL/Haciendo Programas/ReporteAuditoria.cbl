      *                   on every detail line, so a pull can point
      *                   at ONE transaction instead of matching on
      *                   account, amount and time.
      *   15/10/2026 MDR  New "reversals of the day" filter: given a
      *                   business date it lists only the REVERSO-DB /
      *                   REVERSO-CR entries of that day, each with the
      *                   supervisor who approved it and the original
      *                   reference it undoes. The summary counts the
      *                   reversals selected by any filter.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITRPT.
           01  FIL-APROBADO               PIC X(01).
           01  FIL-MONTO-MINIMO           PIC 9(09)V99.
           01  FIL-REFERENCIA             PIC X(16).
      *        Fecha de negocio cuyos reversos se listan (solo los
      *        REVERSO-DB y REVERSO-CR de ese dia).
           01  FIL-REVERSOS-DEL-DIA       PIC 9(08).

           01  TOTAL-LEIDOS               PIC 9(07) VALUE 0.
           01  TOTAL-SELECCIONADOS        PIC 9(07) VALUE 0.
           01  TOTAL-APROBADOS            PIC 9(07) VALUE 0.
           01  MONTO-SELECCIONADO         PIC 9(11)V99 VALUE 0.
           01  MONTO-APROBADO             PIC 9(11)V99 VALUE 0.
           01  TOTAL-REVERSOS             PIC 9(07) VALUE 0.
           01  MONTO-REVERSOS             PIC 9(11)V99 VALUE 0.
           01  MONTO-PANTALLA             PIC Z(10)9,99.

           01  SW-AUDITLOG-EOF            PIC X(01) VALUE "N".
           ACCEPT FIL-MONTO-MINIMO
           DISPLAY "REFERENCIA (VACIO = TODAS): " WITH NO ADVANCING
           ACCEPT FIL-REFERENCIA
           DISPLAY "REVERSOS DEL DIA AAAAMMDD (0 = NO): "
               WITH NO ADVANCING
           ACCEPT FIL-REVERSOS-DEL-DIA
           OPEN INPUT BITACORA-AUDITORIA
           IF FS-AUDITLOG NOT = "00"
               DISPLAY "AUDITRPT: NO SE PUDO ABRIR LA BITACORA."
                   ADD 1 TO TOTAL-APROBADOS
                   ADD AL-MONTO-TRANSACCION TO MONTO-APROBADO
               END-IF
               IF AL-TIPO-TRANSACCION = "REVERSO-DB"
                   OR AL-TIPO-TRANSACCION = "REVERSO-CR"
                   ADD 1 TO TOTAL-REVERSOS
                   ADD AL-MONTO-TRANSACCION TO MONTO-REVERSOS
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.
           IF FIL-REFERENCIA NOT = SPACES
               AND AL-REFERENCIA NOT = FIL-REFERENCIA
               MOVE "N" TO SW-PASA-FILTRO
           END-IF
      *        Un reverso lleva la referencia del movimiento que
      *        deshace y en AL-APROBADOR al supervisor que lo firmo.
           IF FIL-REVERSOS-DEL-DIA NOT = ZERO
               IF AL-FECHA NOT = FIL-REVERSOS-DEL-DIA
                   OR (AL-TIPO-TRANSACCION NOT = "REVERSO-DB"
                       AND AL-TIPO-TRANSACCION NOT = "REVERSO-CR")
                   MOVE "N" TO SW-PASA-FILTRO
               END-IF
           END-IF.

       2200-IMPRIMIR-DETALLE.
           DISPLAY "APROBADAS POR SUPERV. : " TOTAL-APROBADOS.
           MOVE MONTO-APROBADO TO MONTO-PANTALLA
           DISPLAY "MONTO APROBADO        : " MONTO-PANTALLA.
           DISPLAY "REVERSOS              : " TOTAL-REVERSOS.
           MOVE MONTO-REVERSOS TO MONTO-PANTALLA
           DISPLAY "MONTO REVERSADO       : " MONTO-PANTALLA.
           DISPLAY "=============================================".

       END PROGRAM AUDITRPT.
