      ******************************************************************
      * Author: medrano00
      * Installation: Banco Simulado
      * Date-Written: 15/10/2026
      * Date-Compiled:
      * Purpose: Nightly installment-loan batch. For every loan on the
      *          PRESTAMOS file whose oldest unpaid installment has
      *          fallen due, debits the installment from the linked
      *          account under the same funds rule as ORDENPER
      *          (available balance net of RETENES holds, savings
      *          minimum, approved overdraft on checking) and posts it
      *          as two legs - capital (PREST-CAP) and interest
      *          (PREST-INT) - with history roll-off to HISTARC and an
      *          audit-log entry per leg, so GLDIARIO and CERTINT can
      *          tell them apart. Several overdue installments are
      *          caught up in one night while funds last. A loan that
      *          cannot pay goes into arrears (estado M) with a
      *          PREST-MORA audit entry; the run ends with the
      *          collected/uncollected totals and the delinquency
      *          report by branch, aged up to 30, 31-60, 61-90 and over
      *          90 days past the oldest unpaid due date.
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
      *                   an installment can no longer
      *                   drain funds a court has seized.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRAPRE.
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
      *        Prestamos en cuotas (los otorga CAJERO).
           SELECT PRESTAMOS-CUOTAS
               ASSIGN TO "PRESTAMOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-NUM-PRESTAMO
               FILE STATUS IS FS-PRESTAMOS.
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
      *        Parametros de operacion (saldo minimo de ahorros).
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
       FD  PRESTAMOS-CUOTAS
           LABEL RECORD IS STANDARD.
           COPY PRESTREC.

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
           01  FS-PRESTAMOS               PIC X(02).
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
           77  CAJ-SALDO-MINIMO-AHORROS   PIC 9(09)V99 VALUE 1000,00.
           77  CAJ-MAX-HISTORIAL          PIC 9(02) VALUE 10.

           01  FECHA-NEGOCIO              PIC 9(08).
           01  HORA-ACTUAL                PIC 9(06).
      *        Fecha de trabajo con vista por partes, para avanzar
      *        vencimientos de a un mes y retroceder de a un dia.
           01  FECHA-TRABAJO              PIC 9(08).
           01  FECHA-TRABAJO-DET REDEFINES FECHA-TRABAJO.
               05  FT-ANO                 PIC 9(04).
               05  FT-MES                 PIC 9(02).
               05  FT-DIA                 PIC 9(02).
           01  DIAS-DEL-MES               PIC 9(02).
           01  CONTADOR-DIAS              PIC 9(03).
           01  COCIENTE-ANO               PIC 9(04).
           01  RESIDUO-ANO                PIC 9(04).
           01  SW-ANO-BISIESTO            PIC X(01) VALUE "N".
               88  ANO-BISIESTO                   VALUE "S".
      *        Fechas de corte de la antiguedad de mora: un
      *        vencimiento anterior a la fecha de corte de N dias
      *        lleva mas de N dias impago.
           01  FECHA-CORTE-30             PIC 9(08).
           01  FECHA-CORTE-60             PIC 9(08).
           01  FECHA-CORTE-90             PIC 9(08).

           01  CANTIDAD                   PIC 9(09)V99.
           01  TIPO-TRANSACCION-ACTUAL    PIC X(10).
           01  CUENTA-CONTRAPARTE         PIC 9(08) VALUE 0.
           01  INDICE-HIST                PIC 9(02) COMP.
           01  MONTO-PANTALLA             PIC Z(08)9,99.

      *        Cuota en curso: mismo calculo que el cronograma que
      *        CAJERO imprime al otorgar (4730/4735).
           01  TASA-MENSUAL               PIC 9(01)V9(08).
           01  INTERES-CUOTA              PIC 9(09)V99.
           01  CAPITAL-CUOTA              PIC 9(09)V99.
           01  TOTAL-CUOTA                PIC 9(09)V99.

           01  TOTAL-PRESTAMOS-LEIDOS     PIC 9(05) VALUE 0.
           01  TOTAL-CUOTAS-COBRADAS      PIC 9(05) VALUE 0.
           01  TOTAL-CUOTAS-IMPAGAS       PIC 9(05) VALUE 0.
           01  TOTAL-PRESTAMOS-CANCELADOS PIC 9(05) VALUE 0.
           01  MONTO-CAPITAL-COBRADO      PIC 9(11)V99 VALUE 0.
           01  MONTO-INTERES-COBRADO      PIC 9(11)V99 VALUE 0.
           01  MONTO-TOTAL-PANTALLA       PIC Z(10)9,99.

           01  SW-PRESTAMOS-EOF           PIC X(01) VALUE "N".
               88  FIN-PRESTAMOS                  VALUE "S".
           01  SW-FONDOS-SUFICIENTES      PIC X(01) VALUE "N".
               88  FONDOS-SUFICIENTES             VALUE "S".
           01  SW-CUENTA-OPERABLE         PIC X(01) VALUE "N".
               88  CUENTA-OPERABLE                VALUE "S".
           01  SW-COBRO-DETENIDO          PIC X(01) VALUE "N".
               88  COBRO-DETENIDO                 VALUE "S".

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

      *        Cartera en mora por sucursal y tramo de antiguedad
      *        (cantidad de prestamos y capital pendiente), misma
      *        convencion de tabla de 10 sucursales que CAJERO.
           77  MAX-SUCURSALES-MORA        PIC 9(02) VALUE 10.
           01  SUCURSALES-MORA            PIC 9(02) VALUE 0.
           01  TABLA-MORA-SUCURSAL.
               05  MORA-SUC-ENTRADA OCCURS 10 TIMES.
                   10  MORA-SUC-CODIGO    PIC 9(03).
                   10  MORA-SUC-TRAMO OCCURS 4 TIMES.
                       15  MORA-CANTIDAD  PIC 9(05).
                       15  MORA-CAPITAL   PIC 9(11)V99.
           01  INDICE-SUCURSAL            PIC 9(02).
           01  INDICE-TRAMO               PIC 9(01).
           01  SUCURSAL-PRESTAMO          PIC 9(03) VALUE 1.
           01  SW-SUCURSAL-HALLADA        PIC X(01) VALUE "N".
               88  SUCURSAL-HALLADA               VALUE "S".
           01  TABLA-MORA-BANCO.
               05  TOTAL-MORA-TRAMO OCCURS 4 TIMES.
                   10  TOTAL-MORA-CANTIDAD
                                          PIC 9(05).
                   10  TOTAL-MORA-CAPITAL PIC 9(11)V99.
           01  NOMBRE-TRAMO               PIC X(10).
           01  LINEA-MORA.
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  LM-SUCURSAL            PIC 9(03).
               05  FILLER                 PIC X(03) VALUE SPACES.
               05  LM-TRAMO               PIC X(10).
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  LM-CANTIDAD            PIC Z(04)9.
               05  FILLER                 PIC X(03) VALUE SPACES.
               05  LM-CAPITAL             PIC Z(10)9,99.

      *        Referencia unica de cada entrada de bitacora que este
      *        programa origina: prefijo, fecha y secuencia.
           01  REFERENCIA-PROPIA.
               05  REF-PREFIJO            PIC X(03) VALUE "PRE".
               05  REF-FECHA              PIC 9(08).
               05  REF-SECUENCIA          PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESAR-UN-PRESTAMO THRU 2000-EXIT
               UNTIL FIN-PRESTAMOS
           PERFORM 8000-IMPRIMIR-RESUMEN
           PERFORM 8100-IMPRIMIR-MORA
           PERFORM 9999-FINALIZAR
           STOP RUN.

      ******************************************************************
      * 1000 - FECHA DE NEGOCIO, PARAMETROS Y APERTURAS
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT FECHA-NEGOCIO FROM DATE YYYYMMDD
           ACCEPT HORA-ACTUAL FROM TIME
           OPEN INPUT ARCHIVO-FECHA-DIA
           IF FS-FECHADIA = "00"
               READ ARCHIVO-FECHA-DIA
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FC-FECHA-NEGOCIO TO FECHA-NEGOCIO
                       IF FC-DIA-CERRADO
                           DISPLAY "COBRAPRE: DIA DE NEGOCIO "
                               FC-FECHA-NEGOCIO " CERRADO - CORRIDA "
                               "CANCELADA."
                           CLOSE ARCHIVO-FECHA-DIA
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE ARCHIVO-FECHA-DIA
           END-IF
           PERFORM 1100-LEER-PARAMETROS
           PERFORM 1200-CALCULAR-FECHAS-CORTE
           MOVE ZEROES TO TABLA-MORA-SUCURSAL
           MOVE ZEROES TO TABLA-MORA-BANCO
           OPEN I-O PRESTAMOS-CUOTAS
           IF FS-PRESTAMOS NOT = "00"
               DISPLAY "COBRAPRE: SIN ARCHIVO DE PRESTAMOS - NADA QUE "
                   "COBRAR."
               STOP RUN
           END-IF
           MOVE 0 TO PR-NUM-PRESTAMO
           START PRESTAMOS-CUOTAS
               KEY NOT LESS THAN PR-NUM-PRESTAMO
               INVALID KEY
                   MOVE "S" TO SW-PRESTAMOS-EOF
           END-START
           OPEN I-O CUENTAS-MAESTRO
           IF FS-CUENTAS NOT = "00"
               DISPLAY "COBRAPRE: NO SE PUDO ABRIR CUENTAS-MAESTRO."
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
           DISPLAY "==== COBRO DE CUOTAS DE PRESTAMOS - DIA "
               FECHA-NEGOCIO " ====".

       1100-LEER-PARAMETROS.
           OPEN INPUT ARCHIVO-PARAMETROS
           IF FS-PARAMS NOT = "00"
               DISPLAY "COBRAPRE: SIN ARCHIVO DE PARAMETROS - RIGEN "
                   "VALORES POR DEFECTO."
           ELSE
               MOVE "SALDOMIN" TO PA-CLAVE
               READ ARCHIVO-PARAMETROS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PA-VALOR TO CAJ-SALDO-MINIMO-AHORROS
               END-READ
               CLOSE ARCHIVO-PARAMETROS
           END-IF.

      *        Fechas de corte de 30, 60 y 90 dias antes de la fecha
      *        de negocio, retrocediendo de a un dia calendario.
       1200-CALCULAR-FECHAS-CORTE.
           MOVE FECHA-NEGOCIO TO FECHA-TRABAJO
           PERFORM 7600-DIA-ANTERIOR
               VARYING CONTADOR-DIAS FROM 1 BY 1
               UNTIL CONTADOR-DIAS > 30
           MOVE FECHA-TRABAJO TO FECHA-CORTE-30
           PERFORM 7600-DIA-ANTERIOR
               VARYING CONTADOR-DIAS FROM 1 BY 1
               UNTIL CONTADOR-DIAS > 30
           MOVE FECHA-TRABAJO TO FECHA-CORTE-60
           PERFORM 7600-DIA-ANTERIOR
               VARYING CONTADOR-DIAS FROM 1 BY 1
               UNTIL CONTADOR-DIAS > 30
           MOVE FECHA-TRABAJO TO FECHA-CORTE-90.

      ******************************************************************
      * 2000 - COBRA LAS CUOTAS VENCIDAS DE UN PRESTAMO
      ******************************************************************
       2000-PROCESAR-UN-PRESTAMO.
           READ PRESTAMOS-CUOTAS NEXT RECORD
               AT END
                   MOVE "S" TO SW-PRESTAMOS-EOF
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO TOTAL-PRESTAMOS-LEIDOS
           IF PR-PRESTAMO-CANCELADO
               GO TO 2000-EXIT
           END-IF
      *        Cuota todavia no vencida: nada que cobrar ni que
      *        envejecer.
           IF PR-FECHA-PROX-CUOTA > FECHA-NEGOCIO
               GO TO 2000-EXIT
           END-IF
      *        Un reinicio de la corrida ya no encuentra vencidas las
      *        cuotas cobradas: el vencimiento avanzo con cada cobro.
           MOVE "N" TO SW-COBRO-DETENIDO
           PERFORM 3000-COBRAR-UNA-CUOTA THRU 3000-EXIT
               UNTIL COBRO-DETENIDO
               OR PR-PRESTAMO-CANCELADO
               OR PR-FECHA-PROX-CUOTA > FECHA-NEGOCIO
           IF PR-PRESTAMO-CANCELADO
               ADD 1 TO TOTAL-PRESTAMOS-CANCELADOS
               DISPLAY "PRESTAMO " PR-NUM-PRESTAMO " CANCELADO."
               GO TO 2000-EXIT
           END-IF
      *        Quedo una cuota vencida sin cobrar: el prestamo entra
      *        (o sigue) en mora y se envejece para el reporte.
           IF PR-FECHA-PROX-CUOTA NOT > FECHA-NEGOCIO
               ADD 1 TO TOTAL-CUOTAS-IMPAGAS
               IF NOT PR-PRESTAMO-EN-MORA
                   MOVE "M" TO PR-ESTADO
                   REWRITE PR-REGISTRO-PRESTAMO
               END-IF
               PERFORM 7300-BITACORA-CUOTA-IMPAGA
               PERFORM 5000-ACUMULAR-MORA THRU 5000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000 - COBRA LA CUOTA IMPAGA MAS ANTIGUA DEL PRESTAMO
      ******************************************************************
      *        Interes del mes sobre el capital pendiente y capital
      *        por diferencia con la cuota fija; la ultima cuota
      *        cancela todo el capital que quede. Si la cuenta no
      *        cubre la cuota entera no se cobra nada de ella.
       3000-COBRAR-UNA-CUOTA.
           COMPUTE TASA-MENSUAL ROUNDED = PR-TASA-ANUAL / 12
           COMPUTE INTERES-CUOTA ROUNDED =
               PR-SALDO-CAPITAL * TASA-MENSUAL
           IF PR-CUOTAS-PAGADAS + 1 NOT < PR-PLAZO-CUOTAS
               OR PR-MONTO-CUOTA - INTERES-CUOTA > PR-SALDO-CAPITAL
               MOVE PR-SALDO-CAPITAL TO CAPITAL-CUOTA
           ELSE
               COMPUTE CAPITAL-CUOTA = PR-MONTO-CUOTA - INTERES-CUOTA
           END-IF
           COMPUTE TOTAL-CUOTA = CAPITAL-CUOTA + INTERES-CUOTA
           MOVE PR-NUM-CUENTA TO CR-NUM-CUENTA
           READ CUENTAS-MAESTRO
               INVALID KEY
                   DISPLAY "PRESTAMO " PR-NUM-PRESTAMO " IMPAGO - "
                       "CUENTA " PR-NUM-CUENTA " NO ENCONTRADA."
                   MOVE "S" TO SW-COBRO-DETENIDO
                   GO TO 3000-EXIT
           END-READ
           PERFORM 3100-VERIFICAR-CUENTA
           IF NOT CUENTA-OPERABLE
               DISPLAY "PRESTAMO " PR-NUM-PRESTAMO " IMPAGO - "
                   "CUENTA " PR-NUM-CUENTA " NO OPERABLE."
               MOVE "S" TO SW-COBRO-DETENIDO
               GO TO 3000-EXIT
           END-IF
           MOVE TOTAL-CUOTA TO CANTIDAD
           PERFORM 3300-VALIDAR-FONDOS
           IF NOT FONDOS-SUFICIENTES
               DISPLAY "PRESTAMO " PR-NUM-PRESTAMO " IMPAGO - "
                   "FONDOS INSUFICIENTES."
               MOVE "S" TO SW-COBRO-DETENIDO
               GO TO 3000-EXIT
           END-IF
      *        Dos patas sobre la cuenta: capital e interes, cada una
      *        con su historial y su entrada de bitacora. La
      *        contraparte es el numero del prestamo.
           MOVE PR-NUM-PRESTAMO TO CUENTA-CONTRAPARTE
           IF CAPITAL-CUOTA > ZERO
               MOVE "PREST-CAP" TO TIPO-TRANSACCION-ACTUAL
               MOVE CAPITAL-CUOTA TO CANTIDAD
               SUBTRACT CANTIDAD FROM CR-SALDO-CUENTA
               PERFORM 7000-POSTEAR-EN-CUENTA THRU 7000-EXIT
           END-IF
           IF INTERES-CUOTA > ZERO
               MOVE "PREST-INT" TO TIPO-TRANSACCION-ACTUAL
               MOVE INTERES-CUOTA TO CANTIDAD
               SUBTRACT CANTIDAD FROM CR-SALDO-CUENTA
               PERFORM 7000-POSTEAR-EN-CUENTA THRU 7000-EXIT
           END-IF
           MOVE 0 TO CUENTA-CONTRAPARTE
           ADD CAPITAL-CUOTA TO MONTO-CAPITAL-COBRADO
           ADD INTERES-CUOTA TO MONTO-INTERES-COBRADO
           ADD 1 TO TOTAL-CUOTAS-COBRADAS
      *        La cuota queda paga: avanza el vencimiento un mes y el
      *        prestamo vuelve al dia (o se cancela con la ultima).
           SUBTRACT CAPITAL-CUOTA FROM PR-SALDO-CAPITAL
           ADD 1 TO PR-CUOTAS-PAGADAS
           MOVE FECHA-NEGOCIO TO PR-FECHA-ULT-COBRO
           MOVE PR-FECHA-PROX-CUOTA TO FECHA-TRABAJO
           PERFORM 7500-MES-SIGUIENTE
           MOVE FECHA-TRABAJO TO PR-FECHA-PROX-CUOTA
           IF PR-SALDO-CAPITAL = ZERO
               MOVE "C" TO PR-ESTADO
           ELSE
               MOVE "A" TO PR-ESTADO
           END-IF
           REWRITE PR-REGISTRO-PRESTAMO
           MOVE TOTAL-CUOTA TO MONTO-PANTALLA
           DISPLAY "PRESTAMO " PR-NUM-PRESTAMO " CUOTA "
               PR-CUOTAS-PAGADAS " COBRADA - CUENTA " PR-NUM-CUENTA
               " MONTO " MONTO-PANTALLA.
       3000-EXIT.
           EXIT.

      *        El cobro es un debito que genera el banco: corre sobre
      *        una cuenta activa o dormida (sin reactivarla, como los
      *        cargos de COMISION); congeladas, bloqueadas y cerradas
      *        no se debitan y la cuota queda impaga.
       3100-VERIFICAR-CUENTA.
           IF CR-CUENTA-ACTIVA OR CR-CUENTA-DORMIDA
               MOVE "S" TO SW-CUENTA-OPERABLE
           ELSE
               MOVE "N" TO SW-CUENTA-OPERABLE
           END-IF.

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
      * 5000 - ANTIGUEDAD DE LA MORA POR SUCURSAL
      ******************************************************************
      *        Tramo por la cuota impaga mas antigua: 1 = hasta 30
      *        dias (incluye la que vencio hoy), 2 = 31 a 60, 3 = 61
      *        a 90, 4 = mas de 90. Se acumula el capital pendiente
      *        del prestamo.
       5000-ACUMULAR-MORA.
           EVALUATE TRUE
               WHEN PR-FECHA-PROX-CUOTA NOT < FECHA-CORTE-30
                   MOVE 1 TO INDICE-TRAMO
               WHEN PR-FECHA-PROX-CUOTA NOT < FECHA-CORTE-60
                   MOVE 2 TO INDICE-TRAMO
               WHEN PR-FECHA-PROX-CUOTA NOT < FECHA-CORTE-90
                   MOVE 3 TO INDICE-TRAMO
               WHEN OTHER
                   MOVE 4 TO INDICE-TRAMO
           END-EVALUATE
           IF PR-SUCURSAL NUMERIC
               MOVE PR-SUCURSAL TO SUCURSAL-PRESTAMO
           ELSE
               MOVE 1 TO SUCURSAL-PRESTAMO
           END-IF
           ADD 1 TO TOTAL-MORA-CANTIDAD (INDICE-TRAMO)
           ADD PR-SALDO-CAPITAL TO TOTAL-MORA-CAPITAL (INDICE-TRAMO)
           MOVE "N" TO SW-SUCURSAL-HALLADA
           PERFORM 5100-PROBAR-UNA-SUCURSAL THRU 5100-EXIT
               VARYING INDICE-SUCURSAL FROM 1 BY 1
               UNTIL INDICE-SUCURSAL > SUCURSALES-MORA
               OR SUCURSAL-HALLADA
           IF NOT SUCURSAL-HALLADA
               IF SUCURSALES-MORA < MAX-SUCURSALES-MORA
                   ADD 1 TO SUCURSALES-MORA
                   MOVE SUCURSALES-MORA TO INDICE-SUCURSAL
                   MOVE SUCURSAL-PRESTAMO
                       TO MORA-SUC-CODIGO (INDICE-SUCURSAL)
               ELSE
      *        Tabla llena: el prestamo queda en el total del banco
      *        pero no en el desglose; se informa y la corrida
      *        termina con codigo 8.
                   DISPLAY "COBRAPRE: TABLA DE SUCURSALES LLENA - "
                       "PRESTAMO " PR-NUM-PRESTAMO
                       " FUERA DEL DESGLOSE."
                   MOVE 8 TO RETURN-CODE
                   GO TO 5000-EXIT
               END-IF
           END-IF
           ADD 1 TO MORA-CANTIDAD (INDICE-SUCURSAL, INDICE-TRAMO)
           ADD PR-SALDO-CAPITAL
               TO MORA-CAPITAL (INDICE-SUCURSAL, INDICE-TRAMO).
       5000-EXIT.
           EXIT.

      *        El VARYING avanza el indice una vez mas al hallar la
      *        sucursal; se compensa aqui para dejarlo sobre ella.
       5100-PROBAR-UNA-SUCURSAL.
           IF MORA-SUC-CODIGO (INDICE-SUCURSAL) = SUCURSAL-PRESTAMO
               MOVE "S" TO SW-SUCURSAL-HALLADA
               SUBTRACT 1 FROM INDICE-SUCURSAL
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 7000 - CONTABILIZA SOBRE LA CUENTA EN EL AREA DE REGISTRO
      ******************************************************************
      *        Mismo esquema que 7000 en ORDENPER: historial con
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

      *        El cobro no lleva aprobacion de supervisor: la dio el
      *        otorgamiento del prestamo.
       7200-ESCRIBIR-BITACORA.
           ACCEPT HORA-ACTUAL FROM TIME
           MOVE CR-NUM-CUENTA TO AL-NUM-CUENTA
           MOVE TIPO-TRANSACCION-ACTUAL TO AL-TIPO-TRANSACCION
           MOVE CANTIDAD TO AL-MONTO-TRANSACCION
           MOVE FECHA-NEGOCIO TO AL-FECHA
           MOVE HORA-ACTUAL TO AL-HORA
           MOVE "COBRAPRE" TO AL-OPERADOR
           MOVE HORA-ACTUAL TO AL-ID-SESION
           MOVE "N" TO AL-APROBADO-SUPERVISOR
           MOVE SPACES TO AL-APROBADOR
           MOVE CUENTA-CONTRAPARTE TO AL-CUENTA-CONTRAPARTE
           MOVE FECHA-NEGOCIO TO REF-FECHA
           ADD 1 TO REF-SECUENCIA
           MOVE REFERENCIA-PROPIA TO AL-REFERENCIA
      *        La sucursal del movimiento es la de la cuenta (los
      *        registros anteriores al campo valen como la 001).
           IF CR-SUCURSAL NUMERIC
               MOVE CR-SUCURSAL TO AL-SUCURSAL
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

      *        La cuota impaga queda en la bitacora sin efecto
      *        contable: el monto es el de la cuota, la contraparte
      *        el numero del prestamo. La sucursal es la de la
      *        cuenta del prestamo, releida porque el cobro pudo
      *        detenerse sin encontrarla (sin cuenta, la 001).
       7300-BITACORA-CUOTA-IMPAGA.
           MOVE PR-NUM-CUENTA TO CR-NUM-CUENTA
           READ CUENTAS-MAESTRO
               INVALID KEY
                   MOVE SPACES TO CR-REGISTRO-CUENTA
           END-READ
           ACCEPT HORA-ACTUAL FROM TIME
           MOVE PR-NUM-CUENTA TO AL-NUM-CUENTA
           MOVE "PREST-MORA" TO AL-TIPO-TRANSACCION
           MOVE TOTAL-CUOTA TO AL-MONTO-TRANSACCION
           MOVE FECHA-NEGOCIO TO AL-FECHA
           MOVE HORA-ACTUAL TO AL-HORA
           MOVE "COBRAPRE" TO AL-OPERADOR
           MOVE HORA-ACTUAL TO AL-ID-SESION
           MOVE "N" TO AL-APROBADO-SUPERVISOR
           MOVE PR-NUM-PRESTAMO TO AL-CUENTA-CONTRAPARTE
           MOVE SPACES TO AL-APROBADOR
           MOVE FECHA-NEGOCIO TO REF-FECHA
           ADD 1 TO REF-SECUENCIA
           MOVE REFERENCIA-PROPIA TO AL-REFERENCIA
           IF CR-SUCURSAL NUMERIC
               MOVE CR-SUCURSAL TO AL-SUCURSAL
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

      *        Lleva FECHA-TRABAJO al mes siguiente, al dia de pago
      *        del prestamo; en meses mas cortos, al ultimo dia.
      *        Mismo criterio que 4770 en CAJERO.
       7500-MES-SIGUIENTE.
           MOVE 1 TO FT-DIA
           ADD 1 TO FT-MES
           IF FT-MES > 12
               MOVE 1 TO FT-MES
               ADD 1 TO FT-ANO
           END-IF
           PERFORM 7700-DIAS-DEL-MES
           IF PR-DIA-PAGO > DIAS-DEL-MES
               MOVE DIAS-DEL-MES TO FT-DIA
           ELSE
               MOVE PR-DIA-PAGO TO FT-DIA
           END-IF.

      ******************************************************************
      * 7600 - RETROCEDE FECHA-TRABAJO UN DIA CALENDARIO
      ******************************************************************
       7600-DIA-ANTERIOR.
           IF FT-DIA > 1
               SUBTRACT 1 FROM FT-DIA
           ELSE
               IF FT-MES > 1
                   SUBTRACT 1 FROM FT-MES
               ELSE
                   MOVE 12 TO FT-MES
                   SUBTRACT 1 FROM FT-ANO
               END-IF
               PERFORM 7700-DIAS-DEL-MES
               MOVE DIAS-DEL-MES TO FT-DIA
           END-IF.

       7700-DIAS-DEL-MES.
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
                   PERFORM 7800-ANO-BISIESTO
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
       7800-ANO-BISIESTO.
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
      * 8000 - RESUMEN DE LA CORRIDA Y REPORTE DE MORA
      ******************************************************************
       8000-IMPRIMIR-RESUMEN.
           DISPLAY "=============================================".
           DISPLAY "PRESTAMOS LEIDOS     : " TOTAL-PRESTAMOS-LEIDOS.
           DISPLAY "CUOTAS COBRADAS      : " TOTAL-CUOTAS-COBRADAS.
           DISPLAY "CUOTAS IMPAGAS       : " TOTAL-CUOTAS-IMPAGAS.
           DISPLAY "PRESTAMOS CANCELADOS : "
               TOTAL-PRESTAMOS-CANCELADOS.
           MOVE MONTO-CAPITAL-COBRADO TO MONTO-TOTAL-PANTALLA
           DISPLAY "CAPITAL COBRADO      : " MONTO-TOTAL-PANTALLA.
           MOVE MONTO-INTERES-COBRADO TO MONTO-TOTAL-PANTALLA
           DISPLAY "INTERES COBRADO      : " MONTO-TOTAL-PANTALLA.
           DISPLAY "=============================================".

      *        Cartera en mora por sucursal y tramo de antiguedad,
      *        con el total del banco por tramo al pie.
       8100-IMPRIMIR-MORA.
           DISPLAY " ".
           DISPLAY "==== CARTERA EN MORA POR SUCURSAL - DIA "
               FECHA-NEGOCIO " ====".
           DISPLAY "  SUC   TRAMO        PREST.   CAPITAL PENDIENTE".
           IF SUCURSALES-MORA = 0
               DISPLAY "  SIN PRESTAMOS EN MORA."
           ELSE
               PERFORM 8110-IMPRIMIR-UNA-SUCURSAL THRU 8110-EXIT
                   VARYING INDICE-SUCURSAL FROM 1 BY 1
                   UNTIL INDICE-SUCURSAL > SUCURSALES-MORA
           END-IF
           DISPLAY "---------------------------------------------".
           MOVE 0 TO LM-SUCURSAL
           PERFORM 8130-IMPRIMIR-UN-TOTAL THRU 8130-EXIT
               VARYING INDICE-TRAMO FROM 1 BY 1
               UNTIL INDICE-TRAMO > 4
           DISPLAY "=============================================".

       8110-IMPRIMIR-UNA-SUCURSAL.
           MOVE MORA-SUC-CODIGO (INDICE-SUCURSAL) TO LM-SUCURSAL
           PERFORM 8120-IMPRIMIR-UN-TRAMO THRU 8120-EXIT
               VARYING INDICE-TRAMO FROM 1 BY 1
               UNTIL INDICE-TRAMO > 4.
       8110-EXIT.
           EXIT.

       8120-IMPRIMIR-UN-TRAMO.
           PERFORM 8150-NOMBRE-TRAMO
           MOVE NOMBRE-TRAMO TO LM-TRAMO
           MOVE MORA-CANTIDAD (INDICE-SUCURSAL, INDICE-TRAMO)
               TO LM-CANTIDAD
           MOVE MORA-CAPITAL (INDICE-SUCURSAL, INDICE-TRAMO)
               TO LM-CAPITAL
           DISPLAY LINEA-MORA.
       8120-EXIT.
           EXIT.

      *        Totales del banco: sucursal 000 en la linea.
       8130-IMPRIMIR-UN-TOTAL.
           PERFORM 8150-NOMBRE-TRAMO
           MOVE NOMBRE-TRAMO TO LM-TRAMO
           MOVE TOTAL-MORA-CANTIDAD (INDICE-TRAMO) TO LM-CANTIDAD
           MOVE TOTAL-MORA-CAPITAL (INDICE-TRAMO) TO LM-CAPITAL
           DISPLAY LINEA-MORA.
       8130-EXIT.
           EXIT.

       8150-NOMBRE-TRAMO.
           EVALUATE INDICE-TRAMO
               WHEN 1
                   MOVE "HASTA 30" TO NOMBRE-TRAMO
               WHEN 2
                   MOVE "31-60 DIAS" TO NOMBRE-TRAMO
               WHEN 3
                   MOVE "61-90 DIAS" TO NOMBRE-TRAMO
               WHEN OTHER
                   MOVE "MAS DE 90" TO NOMBRE-TRAMO
           END-EVALUATE.

       9999-FINALIZAR.
           CLOSE PRESTAMOS-CUOTAS
           CLOSE CUENTAS-MAESTRO
           CLOSE ARCHIVO-HISTORIAL
           CLOSE BITACORA-AUDITORIA
           IF HAY-RETENCIONES
               CLOSE RETENCIONES-FONDOS
           END-IF
           IF HAY-EMBARGOS
               CLOSE EMBARGOS-JUDICIALES
           END-IF.

       END PROGRAM COBRAPRE.
