      *          record. CERRAR on the command line closes the
      *          business day (CAJERO then refuses to post,
      *          interactive and batch) once RECONCIL ties out; ABRIR
      *          advances the business date to the next business
      *          day (skipping the non-business days on the
      *          CALENDARIO file) and opens it. With no parameter it
      *          just shows the current record. A missing FECHADIA is
      *          initialized open on the machine date.
      *          CERRAR first appends every account's closing balance
      *          for the business date to the SALDOHIS history.
      * Tectonics: cobc
      *
      * Modification History:
      *   22/08/2026 MDR  Initial version.
      *   15/10/2026 MDR  ABRIR skips the Saturdays, Sundays and
      *                   holidays on the CALENDARIO file (CALMANT)
      *                   and opens the next business day, listing
      *                   each day it skips. Without the file every
      *                   day is a business day, as before.
      *   15/10/2026 MDR  CERRAR appends each account's closing
      *                   balance for the business date to the new
      *                   SALDOHIS history (account + date key)
      *                   before closing; if CUENTAS or SALDOHIS
      *                   cannot be opened the day stays open, RC 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINDIA.
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
      *        Maestro de cuentas - saldos al cierre.
           SELECT CUENTAS-MAESTRO
               ASSIGN TO "CUENTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-NUM-CUENTA
               FILE STATUS IS FS-CUENTAS.
      *        Historia de saldos al cierre por cuenta y fecha.
           SELECT SALDOS-HISTORIA
               ASSIGN TO "SALDOHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SH-CLAVE
               FILE STATUS IS FS-SALDOHIS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD IS STANDARD.
           COPY FECHACTL.

       FD  ARCHIVO-CALENDARIO
           LABEL RECORD IS STANDARD.
           COPY CALREC.

       FD  CUENTAS-MAESTRO
           LABEL RECORD IS STANDARD.
           COPY CUENTAREC.

       FD  SALDOS-HISTORIA
           LABEL RECORD IS STANDARD.
           COPY SALHREC.

       WORKING-STORAGE SECTION.
           01  FS-FECHADIA                PIC X(02).
           01  FS-CALENDARIO              PIC X(02).
           01  FS-CUENTAS                 PIC X(02).
           01  FS-SALDOHIS                PIC X(02).

           01  FECHA-GRABACION            PIC 9(08).
           01  HORA-GRABACION             PIC 9(06).
           01  TOTAL-SALDOS-GRABADOS      PIC 9(07) VALUE 0.
           01  SW-CUENTAS-EOF             PIC X(01) VALUE "N".
               88  FIN-CUENTAS                    VALUE "S".
           01  SW-SALDOS-GRABADOS         PIC X(01) VALUE "N".
               88  SALDOS-GRABADOS                VALUE "S".

      *        Tope de dias no habiles seguidos que ABRIR acepta
      *        saltar: mas que eso es un calendario mal cargado.
           77  MAX-DIAS-NO-HABILES        PIC 9(02) VALUE 30.
           01  DIAS-OMITIDOS              PIC 9(02) VALUE 0.
           01  SW-CALENDARIO-ABIERTO      PIC X(01) VALUE "N".
               88  HAY-CALENDARIO                 VALUE "S".
           01  SW-DIA-HABIL               PIC X(01) VALUE "N".
               88  DIA-HABIL                      VALUE "S".

           01  PARM-LINEA                 PIC X(20).
           01  FECHA-MAQUINA              PIC 9(08).
               CLOSE ARCHIVO-FECHA-DIA
               GO TO 2000-EXIT
           END-IF
      *        Sin la foto de saldos el dia no se cierra: un rerun
      *        de CERRAR la vuelve a tomar completa.
           PERFORM 2100-GRABAR-SALDOS THRU 2100-EXIT
           IF NOT SALDOS-GRABADOS
               CLOSE ARCHIVO-FECHA-DIA
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           MOVE "C" TO FC-ESTADO-DIA
           MOVE FC-FECHA-NEGOCIO TO FC-FECHA-ULT-CIERRE
           REWRITE FC-REGISTRO-FECHA
       2000-EXIT.
           EXIT.

      *        Saldo de cierre de cada cuenta para la fecha de
      *        negocio. Un registro que ya existe (CERRAR cortado a
      *        mitad y vuelto a correr) se reemplaza.
       2100-GRABAR-SALDOS.
           MOVE "N" TO SW-SALDOS-GRABADOS
           MOVE 0 TO TOTAL-SALDOS-GRABADOS
           ACCEPT FECHA-GRABACION FROM DATE YYYYMMDD
           ACCEPT HORA-GRABACION FROM TIME
           OPEN INPUT CUENTAS-MAESTRO
           IF FS-CUENTAS NOT = "00"
               DISPLAY "FINDIA: NO SE PUDO ABRIR CUENTAS - EL DIA NO "
                   "SE CIERRA."
               GO TO 2100-EXIT
           END-IF
           OPEN I-O SALDOS-HISTORIA
           IF FS-SALDOHIS NOT = "00"
               OPEN OUTPUT SALDOS-HISTORIA
               CLOSE SALDOS-HISTORIA
               OPEN I-O SALDOS-HISTORIA
               IF FS-SALDOHIS NOT = "00"
                   DISPLAY "FINDIA: NO SE PUDO ABRIR SALDOHIS - EL "
                       "DIA NO SE CIERRA."
                   CLOSE CUENTAS-MAESTRO
                   GO TO 2100-EXIT
               END-IF
           END-IF
           MOVE "N" TO SW-CUENTAS-EOF
           PERFORM 2110-GRABAR-UN-SALDO THRU 2110-EXIT
               UNTIL FIN-CUENTAS
           CLOSE CUENTAS-MAESTRO
           CLOSE SALDOS-HISTORIA
           MOVE "S" TO SW-SALDOS-GRABADOS
           DISPLAY "FINDIA: " TOTAL-SALDOS-GRABADOS
               " SALDOS DE CIERRE GRABADOS EN SALDOHIS.".
       2100-EXIT.
           EXIT.

       2110-GRABAR-UN-SALDO.
           READ CUENTAS-MAESTRO NEXT RECORD
               AT END
                   MOVE "S" TO SW-CUENTAS-EOF
                   GO TO 2110-EXIT
           END-READ
           MOVE CR-NUM-CUENTA TO SH-NUM-CUENTA
           MOVE FC-FECHA-NEGOCIO TO SH-FECHA-NEGOCIO
           MOVE CR-NUM-CLIENTE TO SH-NUM-CLIENTE
      *        Los registros anteriores al campo valen como la 001.
           IF CR-SUCURSAL NUMERIC
               MOVE CR-SUCURSAL TO SH-SUCURSAL
           ELSE
               MOVE 1 TO SH-SUCURSAL
           END-IF
           MOVE CR-TIPO-CUENTA TO SH-TIPO-CUENTA
           MOVE CR-ESTADO-CUENTA TO SH-ESTADO-CUENTA
           MOVE CR-SALDO-CUENTA TO SH-SALDO
           MOVE FECHA-GRABACION TO SH-FECHA-GRABACION
           MOVE HORA-GRABACION TO SH-HORA-GRABACION
           WRITE SH-REGISTRO-SALDO
               INVALID KEY
                   REWRITE SH-REGISTRO-SALDO
           END-WRITE
           ADD 1 TO TOTAL-SALDOS-GRABADOS.
       2110-EXIT.
           EXIT.

      ******************************************************************
      * 3000 - ABRE EL DIA SIGUIENTE
      ******************************************************************
               GO TO 3000-EXIT
           END-IF
           MOVE FC-FECHA-NEGOCIO TO FECHA-TRABAJO
           PERFORM 3100-BUSCAR-DIA-HABIL
           IF NOT DIA-HABIL
               DISPLAY "FINDIA: MAS DE " MAX-DIAS-NO-HABILES
                   " DIAS NO HABILES SEGUIDOS - REVISE CALENDARIO."
               CLOSE ARCHIVO-FECHA-DIA
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           MOVE FECHA-TRABAJO TO FC-FECHA-NEGOCIO
           MOVE "A" TO FC-ESTADO-DIA
           REWRITE FC-REGISTRO-FECHA
       3000-EXIT.
           EXIT.

      *        Avanza FECHA-TRABAJO de a un dia calendario hasta dar
      *        con uno que no figure en CALENDARIO.
       3100-BUSCAR-DIA-HABIL.
           MOVE "N" TO SW-DIA-HABIL
           MOVE 0 TO DIAS-OMITIDOS
           OPEN INPUT ARCHIVO-CALENDARIO
           IF FS-CALENDARIO = "00"
               MOVE "S" TO SW-CALENDARIO-ABIERTO
           END-IF
           PERFORM 3200-PROBAR-DIA-SIGUIENTE
               UNTIL DIA-HABIL
               OR DIAS-OMITIDOS > MAX-DIAS-NO-HABILES
           IF HAY-CALENDARIO
               CLOSE ARCHIVO-CALENDARIO
           END-IF.

       3200-PROBAR-DIA-SIGUIENTE.
           PERFORM 8000-CALCULAR-DIA-SIGUIENTE
           MOVE "S" TO SW-DIA-HABIL
           IF HAY-CALENDARIO
               MOVE FECHA-TRABAJO TO CA-FECHA
               READ ARCHIVO-CALENDARIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO SW-DIA-HABIL
                       ADD 1 TO DIAS-OMITIDOS
                       DISPLAY "FINDIA: " CA-FECHA " NO HABIL ("
                           CA-DESCRIPCION ") - SE OMITE."
               END-READ
           END-IF.

       4000-MOSTRAR-DIA.
           DISPLAY "FECHA DE NEGOCIO: " FC-FECHA-NEGOCIO
           IF FC-DIA-ABIERTO
