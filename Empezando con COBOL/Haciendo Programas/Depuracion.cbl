      *          teller sign-on stops slowing down as the system ages.
      *          Ends with a report of what rolled and the space that
      *          came back.
      *          The audit log rolls only from its head: everything
      *          up to the first entry inside the window goes to the
      *          generation and the rest stays, so the sealed chain
      *          (AL-SECUENCIA / AL-VALOR-CONTROL) runs on unbroken
      *          from one generation to the next and into AUDITLOG.
      *          Each generation's first and last sealed entry is
      *          recorded on AUDITCTL for VERIFAUD.
      * Tectonics: cobc
      *
      * Modification History:
      *                   same pass: released holds and stale active
      *                   ones older than the cutoff only slow down
      *                   every funds validation that scans the file.
      *   15/10/2026 MDR  The audit log now rolls only from its head,
      *                   so the sealed chain stays contiguous across
      *                   the generations and AUDITLOG; each
      *                   generation's first and last sealed entry is
      *                   recorded on AUDITCTL and the rolled sequence
      *                   range is reported.
      *   15/10/2026 MDR  Audit-log layouts follow AUDITREC to 140
      *                   bytes (currency-exchange area).
      *   15/10/2026 MDR  Audit-log layouts follow AUDITREC to 156
      *                   bytes (card number).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPURA.
               ASSIGN TO "AUDITTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-AUDITTMP.
      *        Control de la cadena de la bitacora: aqui se anota
      *        cada generacion rodada (clave G + fecha).
           SELECT CONTROL-BITACORA
               ASSIGN TO "AUDITCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-CLAVE
               FILE STATUS IS FS-AUDITCTL.
           SELECT ARCHIVO-HISTORIAL
               ASSIGN TO "HISTARC"
               ORGANIZATION IS SEQUENTIAL
      *        Mismo largo que el registro AUDITREC.
       FD  BITACORA-GENERACION
           LABEL RECORD IS STANDARD.
       01  AG-REGISTRO-GENERACION         PIC X(156).

       FD  BITACORA-PUENTE
           LABEL RECORD IS STANDARD.
       01  AP-REGISTRO-PUENTE             PIC X(156).

       FD  CONTROL-BITACORA
           LABEL RECORD IS STANDARD.
           COPY SELLOCTL.

       FD  ARCHIVO-HISTORIAL
           LABEL RECORD IS STANDARD.
           01  FS-AUDITLOG                PIC X(02).
           01  FS-AUDITGEN                PIC X(02).
           01  FS-AUDITTMP                PIC X(02).
           01  FS-AUDITCTL                PIC X(02).
           01  FS-HISTARC                 PIC X(02).
           01  FS-HISTGEN                 PIC X(02).
           01  FS-HISTTMP                 PIC X(02).
           01  TOTAL-RETENCIONES-BORRADAS PIC 9(07) VALUE 0.
           01  ESPACIO-RECUPERADO         PIC 9(12) VALUE 0.

      *        Primera y ultima entrada sellada rodada en esta
      *        corrida (secuencia y valor de control).
           01  ROD-PRIMERA-SECUENCIA      PIC 9(09) VALUE 0.
           01  ROD-PRIMER-VALOR           PIC 9(09) VALUE 0.
           01  ROD-ULTIMA-SECUENCIA       PIC 9(09) VALUE 0.
           01  ROD-ULTIMO-VALOR           PIC 9(09) VALUE 0.

           01  SW-AUDITLOG-EOF            PIC X(01) VALUE "N".
               88  FIN-AUDITLOG                   VALUE "S".
      *        Se enciende con la primera entrada dentro de la
      *        ventana: de ahi en adelante todo queda vigente.
           01  SW-CORTE-ALCANZADO         PIC X(01) VALUE "N".
               88  CORTE-ALCANZADO                VALUE "S".
           01  SW-CONTROL-NUEVO           PIC X(01) VALUE "N".
               88  CONTROL-NUEVO                  VALUE "S".
           01  SW-HISTARC-EOF             PIC X(01) VALUE "N".
               88  FIN-HISTARC                    VALUE "S".
           01  SW-PUENTE-EOF              PIC X(01) VALUE "N".
           END-IF
           OPEN OUTPUT BITACORA-PUENTE
           MOVE "N" TO SW-AUDITLOG-EOF
           MOVE "N" TO SW-CORTE-ALCANZADO
           PERFORM 2100-CLASIFICAR-UNA-BITACORA THRU 2100-EXIT
               UNTIL FIN-AUDITLOG
           CLOSE BITACORA-AUDITORIA
           CLOSE BITACORA-GENERACION
           CLOSE BITACORA-PUENTE
           IF TOTAL-BITACORA-RODADAS > 0
               PERFORM 2300-ANOTAR-GENERACION THRU 2300-EXIT
           END-IF
      *        La bitacora se reescribe solo con lo vigente.
           OPEN OUTPUT BITACORA-AUDITORIA
           OPEN INPUT BITACORA-PUENTE
                   MOVE "S" TO SW-AUDITLOG-EOF
                   GO TO 2100-EXIT
           END-READ
      *        Solo rueda la cabeza de la bitacora: una entrada
      *        vieja que aparezca despues de una vigente se queda,
      *        para no abrir un hueco en la cadena sellada.
           IF AL-FECHA NOT < FECHA-CORTE
               MOVE "S" TO SW-CORTE-ALCANZADO
           END-IF
           IF CORTE-ALCANZADO
               WRITE AP-REGISTRO-PUENTE
                   FROM AL-REGISTRO-BITACORA
               ADD 1 TO TOTAL-BITACORA-VIGENTES
               GO TO 2100-EXIT
           END-IF
           WRITE AG-REGISTRO-GENERACION
               FROM AL-REGISTRO-BITACORA
           ADD 1 TO TOTAL-BITACORA-RODADAS
           IF AL-SECUENCIA NUMERIC AND AL-SECUENCIA > 0
               IF ROD-PRIMERA-SECUENCIA = 0
                   MOVE AL-SECUENCIA TO ROD-PRIMERA-SECUENCIA
                   MOVE AL-VALOR-CONTROL TO ROD-PRIMER-VALOR
               END-IF
               MOVE AL-SECUENCIA TO ROD-ULTIMA-SECUENCIA
               MOVE AL-VALOR-CONTROL TO ROD-ULTIMO-VALOR
           END-IF.
       2100-EXIT.
           EXIT.
       2200-EXIT.
           EXIT.

      *        Deja en AUDITCTL la primera y la ultima entrada
      *        sellada de la generacion del dia; si DEPURA corre dos
      *        veces la misma fecha, la generacion crece por el final.
       2300-ANOTAR-GENERACION.
           OPEN I-O CONTROL-BITACORA
           IF FS-AUDITCTL NOT = "00"
               OPEN OUTPUT CONTROL-BITACORA
               CLOSE CONTROL-BITACORA
               OPEN I-O CONTROL-BITACORA
               IF FS-AUDITCTL NOT = "00"
                   DISPLAY "DEPURA: NO SE PUDO ABRIR AUDITCTL - "
                       "LA GENERACION QUEDA SIN ANOTAR."
                   GO TO 2300-EXIT
               END-IF
           END-IF
           MOVE "N" TO SW-CONTROL-NUEVO
           MOVE "G" TO AC-TIPO-CONTROL
           MOVE GEN-BITACORA-FECHA TO AC-FECHA-GENERACION
           READ CONTROL-BITACORA
               INVALID KEY
                   MOVE "S" TO SW-CONTROL-NUEVO
                   INITIALIZE AC-REGISTRO-CONTROL
                   MOVE "G" TO AC-TIPO-CONTROL
                   MOVE GEN-BITACORA-FECHA TO AC-FECHA-GENERACION
           END-READ
           IF AC-PRIMERA-SECUENCIA = 0
               MOVE ROD-PRIMERA-SECUENCIA TO AC-PRIMERA-SECUENCIA
               MOVE ROD-PRIMER-VALOR TO AC-PRIMER-VALOR
           END-IF
           IF ROD-ULTIMA-SECUENCIA > 0
               MOVE ROD-ULTIMA-SECUENCIA TO AC-ULTIMA-SECUENCIA
               MOVE ROD-ULTIMO-VALOR TO AC-ULTIMO-VALOR
           END-IF
           ADD TOTAL-BITACORA-RODADAS TO AC-TOTAL-REGISTROS
           MOVE FECHA-NEGOCIO TO AC-FECHA-ACTUALIZACION
           ACCEPT AC-HORA-ACTUALIZACION FROM TIME
           IF CONTROL-NUEVO
               WRITE AC-REGISTRO-CONTROL
           ELSE
               REWRITE AC-REGISTRO-CONTROL
           END-IF
           IF FS-AUDITCTL NOT = "00"
               DISPLAY "DEPURA: NO SE PUDO ANOTAR LA GENERACION EN "
                   "AUDITCTL (" FS-AUDITCTL ")."
           END-IF
           CLOSE CONTROL-BITACORA.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 3000 - RUEDA EL HISTORIAL VIEJO, PLEGANDOLO EN LA APERTURA
      ******************************************************************
           DISPLAY "=============================================".
           DISPLAY "BITACORA RODADA A AUDITGEN : "
               TOTAL-BITACORA-RODADAS.
           DISPLAY "  PRIMERA SECUENCIA RODADA : "
               ROD-PRIMERA-SECUENCIA.
           DISPLAY "  ULTIMA SECUENCIA RODADA  : "
               ROD-ULTIMA-SECUENCIA.
           DISPLAY "BITACORA VIGENTE           : "
               TOTAL-BITACORA-VIGENTES.
           DISPLAY "HISTORIAL RODADO A HISTGEN : "
