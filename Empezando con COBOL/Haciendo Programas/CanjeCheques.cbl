      ******************************************************************
      * Author: medrano00
      * Installation: Banco Simulado
      * Date-Written: 15/10/2026
      * Date-Compiled:
      * Purpose: Nightly inward-clearing batch for checks drawn on us.
      *          Reads the CHEQRCV file of our checks that other banks
      *          present through the clearing house (CANJEREC layout)
      *          and pays each one from the drawer's account under the
      *          same funds rule as CAJERO (available balance net of
      *          RETENES holds, savings minimum, approved overdraft on
      *          checking), posting it as CHEQUE-PAG with history
      *          roll-off to HISTARC and an audit-log entry, and
      *          marking the serial paid on the CHEQUES checkbook
      *          file. A check for another bank, with a zero amount,
      *          on an unknown or non-operable account, never issued,
      *          under a stop-payment order, already paid or short of
      *          funds goes back on the dated outbound returns file
      *          CHEQDEV.AAAAMMDD (DEVOLREC layout) with its reason
      *          code, and - unless the fault is not the drawer's,
      *          as with a repeat presentment - the drawer is charged
      *          the COMCHDEV bounced-check fee (COM-CHEQUE). A check
      *          already paid that same night for the same amount
      *          (the step being rerun) is skipped, and CHEQDEV is
      *          opened EXTEND so a rerun keeps the returns already
      *          written. Ends with the paid/returned control report.
      * Tectonics: cobc
      *
      * Modification History:
      *   15/10/2026 MDR  Initial version.
      *   15/10/2026 MDR  Every AUDITLOG entry is now sealed by
      *                   AUDITSEL (sequence number and chained check
      *                   value) right before it is written.
      *   15/10/2026 MDR  Audit entries leave the new currency-exchange
      *                   area (AL-DATOS-CAMBIO) in spaces.
      *   15/10/2026 MDR  Audit entries leave the new card-number
      *                   field (AL-NUM-TARJETA) in spaces.
      *   15/10/2026 MDR  The funds rule also subtracts the amount
      *                   still to seize on each active EMBARGOS order
      *                   against the account holder, as in CAJERO:
      *                   a check or its bounce fee can no longer
      *                   drain funds a court has seized.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANJECHQ.
       AUTHOR. MEDRANO00.
       INSTALLATION. BANCO-SIMULADO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        Cheques propios presentados por otros bancos.
           SELECT CANJE-ENTRADA
               ASSIGN TO "CHEQRCV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CHEQRCV.
      *        Devoluciones del dia para la camara, fechadas con la
      *        fecha de negocio (misma convencion que TRANSENV).
           SELECT DEVOLUCIONES-SALIDA
               ASSIGN TO NOMBRE-DEVOLUCIONES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CHEQDEV.
      *        Chequeras emitidas (las emite CAJERO).
           SELECT CHEQUERAS-EMITIDAS
               ASSIGN TO "CHEQUES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CLAVE-CHEQUERA
               FILE STATUS IS FS-CHEQUES.
           SELECT CUENTAS-MAESTRO
               ASSIGN TO "CUENTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-NUM-CUENTA
               FILE STATUS IS FS-CUENTAS.
      *        Historial archivado - mismo recurso que usa CAJERO.
           SELECT ARCHIVO-HISTORIAL
               ASSIGN TO "HISTARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-HISTARC.
      *        Bitacora de auditoria - misma que alimenta CAJERO.
           SELECT BITACORA-AUDITORIA
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
      *        Registro de control de la fecha de negocio.
           SELECT ARCHIVO-FECHA-DIA
               ASSIGN TO "FECHADIA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-FECHADIA.
      *        Parametros de operacion: banco propio, saldo minimo
      *        de ahorros y comision por cheque devuelto.
           SELECT ARCHIVO-PARAMETROS
               ASSIGN TO "PARAMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PA-CLAVE
               FILE STATUS IS FS-PARAMS.
      *        Retenciones de fondos de cheques sin canjear: restan
      *        del saldo disponible en la regla de fondos.
           SELECT RETENCIONES-FONDOS
               ASSIGN TO "RETENES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-NUM-RETENCION
               FILE STATUS IS FS-RETENES.
      *        Embargos judiciales: lo pendiente de embargar queda
      *        bloqueado en las cuentas del cliente.
           SELECT EMBARGOS-JUDICIALES
               ASSIGN TO "EMBARGOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-NUM-EMBARGO
               FILE STATUS IS FS-EMBARGOS.

       DATA DIVISION.
       FILE SECTION.
       FD  CANJE-ENTRADA
           LABEL RECORD IS STANDARD.
           COPY CANJEREC.

       FD  DEVOLUCIONES-SALIDA
           LABEL RECORD IS STANDARD.
           COPY DEVOLREC.

       FD  CHEQUERAS-EMITIDAS
           LABEL RECORD IS STANDARD.
           COPY CHEQREC.

       FD  CUENTAS-MAESTRO
           LABEL RECORD IS STANDARD.
           COPY CUENTAREC.

       FD  ARCHIVO-HISTORIAL
           LABEL RECORD IS STANDARD.
           COPY HISTARC.

       FD  BITACORA-AUDITORIA
           LABEL RECORD IS STANDARD.
           COPY AUDITREC.

       FD  ARCHIVO-FECHA-DIA
           LABEL RECORD IS STANDARD.
           COPY FECHACTL.

       FD  ARCHIVO-PARAMETROS
           LABEL RECORD IS STANDARD.
           COPY PARAMREC.

       FD  RETENCIONES-FONDOS
           LABEL RECORD IS STANDARD.
           COPY RETENREC.

       FD  EMBARGOS-JUDICIALES
           LABEL RECORD IS STANDARD.
           COPY EMBARREC.

       WORKING-STORAGE SECTION.
           01  FS-CHEQRCV                 PIC X(02).
           01  FS-CHEQDEV                 PIC X(02).
           01  FS-CHEQUES                 PIC X(02).
           01  FS-CUENTAS                 PIC X(02).
           01  FS-HISTARC                 PIC X(02).
           01  FS-AUDITLOG                PIC X(02).
           01  FS-FECHADIA                PIC X(02).
           01  FS-PARAMS                  PIC X(02).
           01  FS-RETENES                 PIC X(02).
           01  FS-EMBARGOS                PIC X(02).

      *        Parametros de la rutina que sella cada entrada de
      *        la bitacora (AUDITSEL).
           COPY SELLOPRM.

      *        Parametros con sus respaldos compilados (mismos
      *        valores por defecto que CAJERO).
           77  CAJ-BANCO-PROPIO           PIC 9(04) VALUE 1.
           77  CAJ-SALDO-MINIMO-AHORROS   PIC 9(09)V99 VALUE 1000,00.
           77  CAJ-MAX-HISTORIAL          PIC 9(02) VALUE 10.
      *        Comision por cheque devuelto (clave COMCHDEV en
      *        PARAMS, con fecha de vigencia como las tarifas de
      *        COMISION; el VALUE es el respaldo).
           77  COMISION-CHEQUE-DEVUELTO   PIC 9(09)V99 VALUE 50,00.

      *        Nombre fechado del archivo de devoluciones del dia.
           01  NOMBRE-DEVOLUCIONES.
               05  FILLER                 PIC X(08) VALUE "CHEQDEV.".
               05  NOMBRE-DEVOL-FECHA     PIC 9(08).

           01  FECHA-HOY                  PIC 9(08).
           01  FECHA-NEGOCIO              PIC 9(08).
           01  HORA-ACTUAL                PIC 9(06).

           01  CANTIDAD                   PIC 9(09)V99.
           01  TIPO-TRANSACCION-ACTUAL    PIC X(10).
           01  INDICE-HIST                PIC 9(02) COMP.
           01  MONTO-PANTALLA             PIC Z(10)9,99.

      *        Cheque en curso dentro de su chequera.
           01  POSICION-CHEQUE            PIC 9(07).
           01  MOTIVO-ACTUAL              PIC 9(02).

      *        Cifras de control de la corrida.
           01  TOTAL-CHEQUES-LEIDOS       PIC 9(05) VALUE 0.
           01  TOTAL-CHEQUES-PAGADOS      PIC 9(05) VALUE 0.
           01  TOTAL-CHEQUES-DEVUELTOS    PIC 9(05) VALUE 0.
           01  TOTAL-CHEQUES-YA-PAGADOS   PIC 9(05) VALUE 0.
           01  TOTAL-COMISIONES-COBRADAS  PIC 9(05) VALUE 0.
           01  TOTAL-COMISIONES-SIN-SALDO PIC 9(05) VALUE 0.
           01  MONTO-CHEQUES-LEIDOS       PIC 9(11)V99 VALUE 0.
           01  MONTO-CHEQUES-PAGADOS      PIC 9(11)V99 VALUE 0.
           01  MONTO-CHEQUES-DEVUELTOS    PIC 9(11)V99 VALUE 0.
           01  MONTO-CHEQUES-YA-PAGADOS   PIC 9(11)V99 VALUE 0.
           01  MONTO-COMISIONES-COBRADAS  PIC 9(11)V99 VALUE 0.
           01  MONTO-COMISIONES-SIN-SALDO PIC 9(11)V99 VALUE 0.
      *        Devoluciones por motivo (el indice es el codigo).
           01  TABLA-MOTIVOS.
               05  MOTIVO-ENTRADA OCCURS 8 TIMES.
                   10  MOTIVO-CANTIDAD    PIC 9(05).
                   10  MOTIVO-MONTO       PIC 9(11)V99.
           01  NOMBRE-MOTIVO              PIC X(24).
           01  LINEA-MOTIVO.
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  LD-MOTIVO              PIC 9(02).
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  LD-NOMBRE              PIC X(24).
               05  LD-CANTIDAD            PIC Z(04)9.
               05  FILLER                 PIC X(03) VALUE SPACES.
               05  LD-MONTO               PIC Z(10)9,99.

           01  SW-CHEQRCV-ABIERTO         PIC X(01) VALUE "N".
               88  HAY-CANJE                      VALUE "S".
           01  SW-CHEQRCV-EOF             PIC X(01) VALUE "N".
               88  FIN-CHEQRCV                    VALUE "S".
           01  SW-CHEQUES-EOF             PIC X(01) VALUE "N".
               88  FIN-CHEQUES                    VALUE "S".
           01  SW-CHEQUERA-HALLADA        PIC X(01) VALUE "N".
               88  CHEQUERA-HALLADA               VALUE "S".
           01  SW-CUENTA-OPERABLE         PIC X(01) VALUE "N".
               88  CUENTA-OPERABLE                VALUE "S".
           01  SW-FONDOS-SUFICIENTES      PIC X(01) VALUE "N".
               88  FONDOS-SUFICIENTES             VALUE "S".

      *        Suma de retenciones abiertas de la cuenta en curso:
      *        la regla de fondos valida contra el saldo DISPONIBLE.
           01  MONTO-RETENIDO             PIC 9(11)V99 VALUE 0.
           01  SW-RETENES-ABIERTO         PIC X(01) VALUE "N".
               88  HAY-RETENCIONES                VALUE "S".
           01  SW-RETENES-EOF             PIC X(01) VALUE "N".
               88  FIN-RETENES                    VALUE "S".
      *        Sin archivo EMBARGOS no hay montos embargados que
      *        restar del disponible.
           01  SW-EMBARGOS-ABIERTO        PIC X(01) VALUE "N".
               88  HAY-EMBARGOS                   VALUE "S".
           01  SW-EMBARGOS-EOF            PIC X(01) VALUE "N".
               88  FIN-EMBARGOS                   VALUE "S".

      *        Referencia unica de cada entrada de bitacora que este
      *        programa origina: prefijo, fecha y secuencia.
           01  REFERENCIA-PROPIA.
               05  REF-PREFIJO            PIC X(03) VALUE "CHQ".
               05  REF-FECHA              PIC 9(08).
               05  REF-SECUENCIA          PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESAR-UN-CHEQUE THRU 2000-EXIT
               UNTIL FIN-CHEQRCV
           PERFORM 8000-REPORTE-CONTROL
           PERFORM 9999-FINALIZAR
           STOP RUN.

      ******************************************************************
      * 1000 - FECHA DE NEGOCIO, PARAMETROS Y APERTURAS
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT HORA-ACTUAL FROM TIME
           PERFORM 1050-LEER-FECHA-NEGOCIO THRU 1050-EXIT
           MOVE FECHA-NEGOCIO TO NOMBRE-DEVOL-FECHA
           PERFORM 1100-LEER-PARAMETROS
           MOVE ZEROES TO TABLA-MOTIVOS
           OPEN INPUT CANJE-ENTRADA
           IF FS-CHEQRCV = "00"
               MOVE "S" TO SW-CHEQRCV-ABIERTO
           ELSE
               DISPLAY "CANJECHQ: SIN ARCHIVO CHEQRCV - NADA QUE "
                   "PAGAR."
               MOVE "S" TO SW-CHEQRCV-EOF
           END-IF
      *        Se AMPLIA: si la cadena vuelve a correr el paso, las
      *        devoluciones ya grabadas esa noche no se pierden.
           OPEN EXTEND DEVOLUCIONES-SALIDA
           IF FS-CHEQDEV NOT = "00"
               OPEN OUTPUT DEVOLUCIONES-SALIDA
           END-IF
      *        Sin chequeras no se puede saber que cheque se emitio:
      *        devolver todo el canje seria peor que no correr.
           OPEN I-O CHEQUERAS-EMITIDAS
           IF FS-CHEQUES NOT = "00"
               DISPLAY "CANJECHQ: NO SE PUDO ABRIR CHEQUES."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CUENTAS-MAESTRO
           IF FS-CUENTAS NOT = "00"
               DISPLAY "CANJECHQ: NO SE PUDO ABRIR CUENTAS-MAESTRO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND ARCHIVO-HISTORIAL
           IF FS-HISTARC NOT = "00"
               OPEN OUTPUT ARCHIVO-HISTORIAL
               CLOSE ARCHIVO-HISTORIAL
               OPEN EXTEND ARCHIVO-HISTORIAL
           END-IF
           OPEN EXTEND BITACORA-AUDITORIA
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT BITACORA-AUDITORIA
               CLOSE BITACORA-AUDITORIA
               OPEN EXTEND BITACORA-AUDITORIA
           END-IF
      *        Sin archivo de retenciones no hay nada que restar.
           OPEN INPUT RETENCIONES-FONDOS
           IF FS-RETENES = "00"
               MOVE "S" TO SW-RETENES-ABIERTO
           END-IF
           OPEN INPUT EMBARGOS-JUDICIALES
           IF FS-EMBARGOS = "00"
               MOVE "S" TO SW-EMBARGOS-ABIERTO
           END-IF
           DISPLAY "==== CANJE DE CHEQUES PROPIOS - DIA "
               FECHA-NEGOCIO " ====".

       1050-LEER-FECHA-NEGOCIO.
           MOVE FECHA-HOY TO FECHA-NEGOCIO
           OPEN INPUT ARCHIVO-FECHA-DIA
           IF FS-FECHADIA NOT = "00"
               GO TO 1050-EXIT
           END-IF
           READ ARCHIVO-FECHA-DIA
               AT END
                   CLOSE ARCHIVO-FECHA-DIA
                   GO TO 1050-EXIT
           END-READ
           MOVE FC-FECHA-NEGOCIO TO FECHA-NEGOCIO
           IF FC-DIA-CERRADO
               DISPLAY "CANJECHQ: DIA DE NEGOCIO " FECHA-NEGOCIO
                   " CERRADO - CORRIDA CANCELADA."
               CLOSE ARCHIVO-FECHA-DIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE ARCHIVO-FECHA-DIA.
       1050-EXIT.
           EXIT.

       1100-LEER-PARAMETROS.
           OPEN INPUT ARCHIVO-PARAMETROS
           IF FS-PARAMS NOT = "00"
               DISPLAY "CANJECHQ: SIN ARCHIVO DE PARAMETROS - RIGEN "
                   "VALORES POR DEFECTO."
           ELSE
               MOVE "BANCOPRO" TO PA-CLAVE
               READ ARCHIVO-PARAMETROS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PA-VALOR TO CAJ-BANCO-PROPIO
               END-READ
               MOVE "SALDOMIN" TO PA-CLAVE
               READ ARCHIVO-PARAMETROS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PA-VALOR TO CAJ-SALDO-MINIMO-AHORROS
               END-READ
               MOVE "COMCHDEV" TO PA-CLAVE
               READ ARCHIVO-PARAMETROS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PA-FECHA-VIGENCIA NOT > FECHA-NEGOCIO
                           MOVE PA-VALOR TO COMISION-CHEQUE-DEVUELTO
                       END-IF
               END-READ
               CLOSE ARCHIVO-PARAMETROS
           END-IF.

      ******************************************************************
      * 2000 - PAGA (O DEVUELVE) UN CHEQUE PRESENTADO
      ******************************************************************
       2000-PROCESAR-UN-CHEQUE.
           READ CANJE-ENTRADA
               AT END
                   MOVE "S" TO SW-CHEQRCV-EOF
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO TOTAL-CHEQUES-LEIDOS
           ADD CJ-MONTO TO MONTO-CHEQUES-LEIDOS
           IF CJ-BANCO-GIRADO NOT = CAJ-BANCO-PROPIO
               MOVE 1 TO MOTIVO-ACTUAL
               PERFORM 2800-DEVOLVER-CHEQUE THRU 2800-EXIT
               GO TO 2000-EXIT
           END-IF
           IF CJ-MONTO = ZERO
               MOVE 2 TO MOTIVO-ACTUAL
               PERFORM 2800-DEVOLVER-CHEQUE THRU 2800-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE CJ-NUM-CUENTA TO CR-NUM-CUENTA
           READ CUENTAS-MAESTRO
               INVALID KEY
                   MOVE 3 TO MOTIVO-ACTUAL
                   PERFORM 2800-DEVOLVER-CHEQUE THRU 2800-EXIT
                   GO TO 2000-EXIT
           END-READ
           PERFORM 3100-VERIFICAR-CUENTA
           IF NOT CUENTA-OPERABLE
               MOVE 4 TO MOTIVO-ACTUAL
               PERFORM 2800-DEVOLVER-CHEQUE THRU 2800-EXIT
               GO TO 2000-EXIT
           END-IF
           PERFORM 3200-BUSCAR-CHEQUERA THRU 3200-EXIT
           IF NOT CHEQUERA-HALLADA
               MOVE 5 TO MOTIVO-ACTUAL
               PERFORM 2800-DEVOLVER-CHEQUE THRU 2800-EXIT
               GO TO 2000-EXIT
           END-IF
           IF CH-CHEQUE-NO-PAGAR (POSICION-CHEQUE)
               MOVE 6 TO MOTIVO-ACTUAL
               PERFORM 2800-DEVOLVER-CHEQUE THRU 2800-EXIT
               GO TO 2000-EXIT
           END-IF
      *        Pagado esta misma noche por el mismo monto: es el
      *        mismo canje vuelto a correr, no una segunda
      *        presentacion. Se salta sin pagar ni devolver.
           IF CH-CHEQUE-PAGADO (POSICION-CHEQUE)
               AND CH-FECHA-ESTADO (POSICION-CHEQUE) = FECHA-NEGOCIO
               AND CH-MONTO-PAGADO (POSICION-CHEQUE) = CJ-MONTO
               ADD 1 TO TOTAL-CHEQUES-YA-PAGADOS
               ADD CJ-MONTO TO MONTO-CHEQUES-YA-PAGADOS
               DISPLAY "YA PAGADO HOY: CUENTA " CJ-NUM-CUENTA
                   " CHEQUE " CJ-NUM-CHEQUE " - SE SALTA"
               GO TO 2000-EXIT
           END-IF
           IF CH-CHEQUE-PAGADO (POSICION-CHEQUE)
               MOVE 7 TO MOTIVO-ACTUAL
               PERFORM 2800-DEVOLVER-CHEQUE THRU 2800-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE CJ-MONTO TO CANTIDAD
           PERFORM 3300-VALIDAR-FONDOS
           IF NOT FONDOS-SUFICIENTES
               MOVE 8 TO MOTIVO-ACTUAL
               PERFORM 2800-DEVOLVER-CHEQUE THRU 2800-EXIT
               GO TO 2000-EXIT
           END-IF
      *        Se paga: la serie queda pagada en su chequera, asi
      *        una segunda presentacion se devuelve, y recien
      *        entonces se debita la cuenta (la contraparte es la
      *        serie del cheque). Si la chequera no se puede
      *        regrabar el cheque no se paga ni se devuelve: queda
      *        fuera del cuadre para revisarlo a mano.
           MOVE "P" TO CH-ESTADO-CHEQUE (POSICION-CHEQUE)
           MOVE FECHA-NEGOCIO TO CH-FECHA-ESTADO (POSICION-CHEQUE)
           MOVE CJ-MONTO TO CH-MONTO-PAGADO (POSICION-CHEQUE)
           REWRITE CH-REGISTRO-CHEQUERA
               INVALID KEY
                   DISPLAY "CANJECHQ: NO SE PUDO REGRABAR LA CHEQUERA "
                       "- CUENTA " CJ-NUM-CUENTA " CHEQUE "
                       CJ-NUM-CHEQUE " NO SE PAGA."
                   MOVE 8 TO RETURN-CODE
                   GO TO 2000-EXIT
           END-REWRITE
           MOVE "CHEQUE-PAG" TO TIPO-TRANSACCION-ACTUAL
           SUBTRACT CANTIDAD FROM CR-SALDO-CUENTA
           PERFORM 7000-POSTEAR-EN-CUENTA THRU 7000-EXIT
           ADD 1 TO TOTAL-CHEQUES-PAGADOS
           ADD CJ-MONTO TO MONTO-CHEQUES-PAGADOS
           MOVE CJ-MONTO TO MONTO-PANTALLA
           DISPLAY "PAGADO: CUENTA " CJ-NUM-CUENTA
               " CHEQUE " CJ-NUM-CHEQUE
               " MONTO " MONTO-PANTALLA
               " BANCO " CJ-BANCO-PRESENTA.
       2000-EXIT.
           EXIT.

      *        El cheque vuelve a la camara tal como vino, con el
      *        motivo. Si la devolucion es imputable al librador
      *        (cheque no emitido, con orden de no pago o sin
      *        fondos) se le cobra la comision por cheque devuelto;
      *        la cuenta ya esta en el area de registro. Un cheque
      *        ya pagado que se presenta de nuevo no es culpa del
      *        librador y no lleva comision.
       2800-DEVOLVER-CHEQUE.
           MOVE CJ-BANCO-PRESENTA TO DV-BANCO-PRESENTA
           MOVE CJ-BANCO-GIRADO TO DV-BANCO-GIRADO
           MOVE CJ-NUM-CUENTA TO DV-NUM-CUENTA
           MOVE CJ-NUM-CHEQUE TO DV-NUM-CHEQUE
           MOVE CJ-MONTO TO DV-MONTO
           MOVE CJ-FECHA-PRESENTACION TO DV-FECHA-PRESENTACION
           MOVE CJ-REFERENCIA TO DV-REFERENCIA
           MOVE MOTIVO-ACTUAL TO DV-MOTIVO-DEVOLUCION
           WRITE DV-REGISTRO-DEVOLUCION
           ADD 1 TO TOTAL-CHEQUES-DEVUELTOS
           ADD CJ-MONTO TO MONTO-CHEQUES-DEVUELTOS
           ADD 1 TO MOTIVO-CANTIDAD (MOTIVO-ACTUAL)
           ADD CJ-MONTO TO MOTIVO-MONTO (MOTIVO-ACTUAL)
           DISPLAY "DEVUELTO: CUENTA " CJ-NUM-CUENTA
               " CHEQUE " CJ-NUM-CHEQUE
               " MOTIVO " DV-MOTIVO-DEVOLUCION
           IF MOTIVO-ACTUAL < 5
               OR MOTIVO-ACTUAL = 7
               OR COMISION-CHEQUE-DEVUELTO = ZERO
               GO TO 2800-EXIT
           END-IF
           PERFORM 2900-COBRAR-COMISION THRU 2900-EXIT.
       2800-EXIT.
           EXIT.

      *        La comision pasa por la misma regla de fondos que un
      *        debito del cliente: el cargo nunca lleva la cuenta mas
      *        alla de su sobregiro aprobado (ni una caja de ahorros
      *        por debajo del minimo). La que no entra queda en el
      *        reporte como no cobrada.
       2900-COBRAR-COMISION.
           MOVE COMISION-CHEQUE-DEVUELTO TO CANTIDAD
           PERFORM 3300-VALIDAR-FONDOS
           IF NOT FONDOS-SUFICIENTES
               ADD 1 TO TOTAL-COMISIONES-SIN-SALDO
               ADD CANTIDAD TO MONTO-COMISIONES-SIN-SALDO
               MOVE CANTIDAD TO MONTO-PANTALLA
               DISPLAY "SIN SALDO: CUENTA " CR-NUM-CUENTA
                   " COM-CHEQUE " MONTO-PANTALLA
               GO TO 2900-EXIT
           END-IF
           MOVE "COM-CHEQUE" TO TIPO-TRANSACCION-ACTUAL
           SUBTRACT CANTIDAD FROM CR-SALDO-CUENTA
           PERFORM 7000-POSTEAR-EN-CUENTA THRU 7000-EXIT
           ADD 1 TO TOTAL-COMISIONES-COBRADAS
           ADD CANTIDAD TO MONTO-COMISIONES-COBRADAS.
       2900-EXIT.
           EXIT.

      *        El pago de un cheque corre sobre una cuenta activa o
      *        dormida (sin reactivarla, como los debitos de
      *        ORDENPER); congeladas, bloqueadas y cerradas devuelven.
       3100-VERIFICAR-CUENTA.
           IF CR-CUENTA-ACTIVA OR CR-CUENTA-DORMIDA
               MOVE "S" TO SW-CUENTA-OPERABLE
           ELSE
               MOVE "N" TO SW-CUENTA-OPERABLE
           END-IF.

      ******************************************************************
      * 3200 - UBICA LA CHEQUERA DE LA CUENTA QUE CONTIENE LA SERIE
      ******************************************************************
      *        Recorre las chequeras de la cuenta en orden de serie;
      *        al hallarla deja el registro en el area y en
      *        POSICION-CHEQUE el elemento del cheque.
       3200-BUSCAR-CHEQUERA.
           MOVE "N" TO SW-CHEQUERA-HALLADA
           MOVE "N" TO SW-CHEQUES-EOF
           MOVE CJ-NUM-CUENTA TO CH-NUM-CUENTA
           MOVE 0 TO CH-SERIE-DESDE
           START CHEQUERAS-EMITIDAS
               KEY NOT LESS THAN CH-CLAVE-CHEQUERA
               INVALID KEY
                   GO TO 3200-EXIT
           END-START
           PERFORM 3210-PROBAR-UNA-CHEQUERA THRU 3210-EXIT
               UNTIL FIN-CHEQUES
               OR CHEQUERA-HALLADA.
       3200-EXIT.
           EXIT.

       3210-PROBAR-UNA-CHEQUERA.
           READ CHEQUERAS-EMITIDAS NEXT RECORD
               AT END
                   MOVE "S" TO SW-CHEQUES-EOF
                   GO TO 3210-EXIT
           END-READ
           IF CH-NUM-CUENTA NOT = CJ-NUM-CUENTA
               MOVE "S" TO SW-CHEQUES-EOF
               GO TO 3210-EXIT
           END-IF
           IF CJ-NUM-CHEQUE NOT < CH-SERIE-DESDE
               AND CJ-NUM-CHEQUE NOT > CH-SERIE-HASTA
               COMPUTE POSICION-CHEQUE =
                   CJ-NUM-CHEQUE - CH-SERIE-DESDE + 1
               MOVE "S" TO SW-CHEQUERA-HALLADA
           END-IF.
       3210-EXIT.
           EXIT.

      *        Misma regla de fondos que CAJERO y ORDENPER: las
      *        cuentas de ahorro conservan un saldo minimo; las
      *        corrientes pueden girar en descubierto hasta su limite
      *        de sobregiro aprobado (cero = sin sobregiro). La regla
      *        valida contra el saldo DISPONIBLE: el saldo del
      *        maestro menos las retenciones abiertas de cheques sin
      *        canjear, y lo pendiente de los embargos del titular.
       3300-VALIDAR-FONDOS.
           PERFORM 3350-SUMAR-RETENCIONES THRU 3350-EXIT
           PERFORM 3370-SUMAR-EMBARGOS THRU 3370-EXIT
           IF CR-CUENTA-AHORROS
               IF (CR-SALDO-CUENTA - MONTO-RETENIDO - CANTIDAD)
                       < CAJ-SALDO-MINIMO-AHORROS
                   MOVE "N" TO SW-FONDOS-SUFICIENTES
               ELSE
                   MOVE "S" TO SW-FONDOS-SUFICIENTES
               END-IF
           ELSE
               IF CANTIDAD > (CR-SALDO-CUENTA + CR-LIMITE-SOBREGIRO
                       - MONTO-RETENIDO)
                   MOVE "N" TO SW-FONDOS-SUFICIENTES
               ELSE
                   MOVE "S" TO SW-FONDOS-SUFICIENTES
               END-IF
           END-IF.

      *        Suma en MONTO-RETENIDO las retenciones abiertas de la
      *        cuenta en el area de registro, igual que 3350 en
      *        ORDENPER.
       3350-SUMAR-RETENCIONES.
           MOVE 0 TO MONTO-RETENIDO
           IF NOT HAY-RETENCIONES
               GO TO 3350-EXIT
           END-IF
           MOVE "N" TO SW-RETENES-EOF
           MOVE 0 TO RT-NUM-RETENCION
           START RETENCIONES-FONDOS
               KEY NOT LESS THAN RT-NUM-RETENCION
               INVALID KEY
                   GO TO 3350-EXIT
           END-START
           PERFORM 3360-SUMAR-UNA-RETENCION THRU 3360-EXIT
               UNTIL FIN-RETENES.
       3350-EXIT.
           EXIT.

       3360-SUMAR-UNA-RETENCION.
           READ RETENCIONES-FONDOS NEXT RECORD
               AT END
                   MOVE "S" TO SW-RETENES-EOF
                   GO TO 3360-EXIT
           END-READ
           IF RT-NUM-CUENTA = CR-NUM-CUENTA
               AND RT-RETENCION-ACTIVA
               AND RT-FECHA-LIBERACION > FECHA-NEGOCIO
               ADD RT-MONTO TO MONTO-RETENIDO
           END-IF.
       3360-EXIT.
           EXIT.

      *        Suma a MONTO-RETENIDO lo pendiente de embargar de cada
      *        embargo activo del titular de la cuenta, igual que
      *        6170 en CAJERO. Una cuenta en moneda extranjera no se
      *        bloquea: los embargos son en moneda nacional.
       3370-SUMAR-EMBARGOS.
           IF NOT HAY-EMBARGOS
               GO TO 3370-EXIT
           END-IF
           IF NOT CR-MONEDA-NACIONAL
               GO TO 3370-EXIT
           END-IF
           MOVE "N" TO SW-EMBARGOS-EOF
           MOVE 0 TO EM-NUM-EMBARGO
           START EMBARGOS-JUDICIALES
               KEY NOT LESS THAN EM-NUM-EMBARGO
               INVALID KEY
                   GO TO 3370-EXIT
           END-START
           PERFORM 3380-SUMAR-UN-EMBARGO THRU 3380-EXIT
               UNTIL FIN-EMBARGOS.
       3370-EXIT.
           EXIT.

       3380-SUMAR-UN-EMBARGO.
           READ EMBARGOS-JUDICIALES NEXT RECORD
               AT END
                   MOVE "S" TO SW-EMBARGOS-EOF
                   GO TO 3380-EXIT
           END-READ
           IF EM-NUM-CLIENTE = CR-NUM-CLIENTE
               AND EM-ACTIVO
               AND EM-MONTO-ORDENADO >
                   EM-MONTO-EMBARGADO + EM-MONTO-LIBERADO
               COMPUTE MONTO-RETENIDO = MONTO-RETENIDO
                   + EM-MONTO-ORDENADO - EM-MONTO-EMBARGADO
                   - EM-MONTO-LIBERADO
           END-IF.
       3380-EXIT.
           EXIT.

      ******************************************************************
      * 7000 - CONTABILIZA SOBRE LA CUENTA EN EL AREA DE REGISTRO
      ******************************************************************
      *        Mismo esquema que 9000 en CAJERO: historial con
      *        archivado del mas antiguo, REWRITE del maestro y
      *        entrada de bitacora.
       7000-POSTEAR-EN-CUENTA.
           IF CR-CONTADOR-HIST NOT < CAJ-MAX-HISTORIAL
               PERFORM 7100-ARCHIVAR-MAS-ANTIGUO
               PERFORM 7110-DESPLAZAR-UNA-POSICION THRU 7110-EXIT
                   VARYING INDICE-HIST FROM 1 BY 1
                   UNTIL INDICE-HIST > CAJ-MAX-HISTORIAL - 1
               SUBTRACT 1 FROM CR-CONTADOR-HIST
           END-IF
           ADD 1 TO CR-CONTADOR-HIST
           MOVE TIPO-TRANSACCION-ACTUAL
               TO CR-TIPO-TRANSACCION (CR-CONTADOR-HIST)
           MOVE CANTIDAD TO CR-MONTO-TRANSACCION (CR-CONTADOR-HIST)
           REWRITE CR-REGISTRO-CUENTA
           PERFORM 7200-ESCRIBIR-BITACORA.
       7000-EXIT.
           EXIT.

       7100-ARCHIVAR-MAS-ANTIGUO.
           ACCEPT HORA-ACTUAL FROM TIME
           MOVE CR-NUM-CUENTA TO HA-NUM-CUENTA
           MOVE FECHA-NEGOCIO TO HA-FECHA-ARCHIVO
           MOVE HORA-ACTUAL TO HA-HORA-ARCHIVO
           MOVE CR-TIPO-TRANSACCION (1) TO HA-TIPO-TRANSACCION
           MOVE CR-MONTO-TRANSACCION (1) TO HA-MONTO-TRANSACCION
           WRITE HA-REGISTRO-ARCHIVO.

       7110-DESPLAZAR-UNA-POSICION.
           MOVE CR-TIPO-TRANSACCION (INDICE-HIST + 1)
               TO CR-TIPO-TRANSACCION (INDICE-HIST)
           MOVE CR-MONTO-TRANSACCION (INDICE-HIST + 1)
               TO CR-MONTO-TRANSACCION (INDICE-HIST).
       7110-EXIT.
           EXIT.

      *        La contraparte de ambos movimientos (pago y comision)
      *        es la serie del cheque.
       7200-ESCRIBIR-BITACORA.
           ACCEPT HORA-ACTUAL FROM TIME
           MOVE CR-NUM-CUENTA TO AL-NUM-CUENTA
           MOVE TIPO-TRANSACCION-ACTUAL TO AL-TIPO-TRANSACCION
           MOVE CANTIDAD TO AL-MONTO-TRANSACCION
           MOVE FECHA-NEGOCIO TO AL-FECHA
           MOVE HORA-ACTUAL TO AL-HORA
           MOVE "CANJECHQ" TO AL-OPERADOR
           MOVE HORA-ACTUAL TO AL-ID-SESION
           MOVE "N" TO AL-APROBADO-SUPERVISOR
           MOVE SPACES TO AL-APROBADOR
           MOVE CJ-NUM-CHEQUE TO AL-CUENTA-CONTRAPARTE
           MOVE FECHA-NEGOCIO TO REF-FECHA
           ADD 1 TO REF-SECUENCIA
           MOVE REFERENCIA-PROPIA TO AL-REFERENCIA
           MOVE "N" TO AL-REVERSO-EFECTIVO
      *        La sucursal del movimiento es la de la cuenta (los
      *        registros anteriores al campo valen como la 001).
           IF CR-SUCURSAL NUMERIC
               MOVE CR-SUCURSAL TO AL-SUCURSAL
           ELSE
               MOVE 1 TO AL-SUCURSAL
           END-IF
           MOVE SPACES TO AL-DATOS-CAMBIO
           MOVE SPACES TO AL-NUM-TARJETA
           MOVE "S" TO SE-FUNCION
           CALL "AUDITSEL" USING SE-PARAMETROS-SELLO
               AL-REGISTRO-BITACORA
           WRITE AL-REGISTRO-BITACORA.

      ******************************************************************
      * 8000 - REPORTE DE CONTROL: PAGADOS Y DEVUELTOS
      ******************************************************************
      *        Lo presentado debe cuadrar con lo pagado mas lo
      *        devuelto, en cantidad y monto; las devoluciones se
      *        abren por motivo para la camara.
       8000-REPORTE-CONTROL.
           DISPLAY " "
           DISPLAY "====== CONTROL DEL CANJE DE CHEQUES - DIA "
               FECHA-NEGOCIO " ======"
           MOVE MONTO-CHEQUES-LEIDOS TO MONTO-PANTALLA
           DISPLAY "CHEQUES PRESENTADOS     : " TOTAL-CHEQUES-LEIDOS
               "  MONTO: " MONTO-PANTALLA
           MOVE MONTO-CHEQUES-PAGADOS TO MONTO-PANTALLA
           DISPLAY "CHEQUES PAGADOS         : " TOTAL-CHEQUES-PAGADOS
               "  MONTO: " MONTO-PANTALLA
           MOVE MONTO-CHEQUES-DEVUELTOS TO MONTO-PANTALLA
           DISPLAY "CHEQUES DEVUELTOS       : "
               TOTAL-CHEQUES-DEVUELTOS
               "  MONTO: " MONTO-PANTALLA
           MOVE MONTO-CHEQUES-YA-PAGADOS TO MONTO-PANTALLA
           DISPLAY "YA PAGADOS ESTA NOCHE   : "
               TOTAL-CHEQUES-YA-PAGADOS
               "  MONTO: " MONTO-PANTALLA
           IF TOTAL-CHEQUES-PAGADOS + TOTAL-CHEQUES-DEVUELTOS
                   + TOTAL-CHEQUES-YA-PAGADOS = TOTAL-CHEQUES-LEIDOS
               AND MONTO-CHEQUES-PAGADOS + MONTO-CHEQUES-DEVUELTOS
                   + MONTO-CHEQUES-YA-PAGADOS = MONTO-CHEQUES-LEIDOS
               DISPLAY "CANJE: CUADRA."
           ELSE
               DISPLAY "CANJE: NO CUADRA - REVISAR."
           END-IF
           DISPLAY "  MOT  MOTIVO                  CANT.   MONTO"
           PERFORM 8100-IMPRIMIR-UN-MOTIVO THRU 8100-EXIT
               VARYING MOTIVO-ACTUAL FROM 1 BY 1
               UNTIL MOTIVO-ACTUAL > 8
           MOVE MONTO-COMISIONES-COBRADAS TO MONTO-PANTALLA
           DISPLAY "COMISIONES COBRADAS     : "
               TOTAL-COMISIONES-COBRADAS
               "  MONTO: " MONTO-PANTALLA
           MOVE MONTO-COMISIONES-SIN-SALDO TO MONTO-PANTALLA
           DISPLAY "COMISIONES SIN SALDO    : "
               TOTAL-COMISIONES-SIN-SALDO
               "  MONTO: " MONTO-PANTALLA
           DISPLAY "====================================="
               "===============".

       8100-IMPRIMIR-UN-MOTIVO.
           IF MOTIVO-CANTIDAD (MOTIVO-ACTUAL) = ZERO
               GO TO 8100-EXIT
           END-IF
           EVALUATE MOTIVO-ACTUAL
               WHEN 1
                   MOVE "BANCO GIRADO AJENO" TO NOMBRE-MOTIVO
               WHEN 2
                   MOVE "MONTO INVALIDO" TO NOMBRE-MOTIVO
               WHEN 3
                   MOVE "CUENTA INEXISTENTE" TO NOMBRE-MOTIVO
               WHEN 4
                   MOVE "CUENTA NO OPERABLE" TO NOMBRE-MOTIVO
               WHEN 5
                   MOVE "CHEQUE NO EMITIDO" TO NOMBRE-MOTIVO
               WHEN 6
                   MOVE "ORDEN DE NO PAGO" TO NOMBRE-MOTIVO
               WHEN 7
                   MOVE "CHEQUE YA PAGADO" TO NOMBRE-MOTIVO
               WHEN OTHER
                   MOVE "FONDOS INSUFICIENTES" TO NOMBRE-MOTIVO
           END-EVALUATE
           MOVE MOTIVO-ACTUAL TO LD-MOTIVO
           MOVE NOMBRE-MOTIVO TO LD-NOMBRE
           MOVE MOTIVO-CANTIDAD (MOTIVO-ACTUAL) TO LD-CANTIDAD
           MOVE MOTIVO-MONTO (MOTIVO-ACTUAL) TO LD-MONTO
           DISPLAY LINEA-MOTIVO.
       8100-EXIT.
           EXIT.

       9999-FINALIZAR.
           IF HAY-CANJE
               CLOSE CANJE-ENTRADA
           END-IF
           CLOSE DEVOLUCIONES-SALIDA
           CLOSE CHEQUERAS-EMITIDAS
           CLOSE CUENTAS-MAESTRO
           CLOSE ARCHIVO-HISTORIAL
           CLOSE BITACORA-AUDITORIA
           IF HAY-RETENCIONES
               CLOSE RETENCIONES-FONDOS
           END-IF
           IF HAY-EMBARGOS
               CLOSE EMBARGOS-JUDICIALES
           END-IF.

       END PROGRAM CANJECHQ.
