      * Purpose: Nightly standing-orders batch. Executes every active
      *          order on the ORDENES file whose day of month matches
      *          the business date (short months execute on their
      *          last day; an order due on a non-business day of the
      *          CALENDARIO file executes on the next business day)
      *          under the same posting rules as a TRANSIN
      *          record in CAJERO: account must be active (a dormant
      *          one reactivates only with the stored supervisor
      *          code), funds and minimum-balance validation on the
      *                   the approver's ID is written to the audit
      *                   record. Without the master the shared
      *                   CODSUP codes still rule.
      *   15/10/2026 MDR  An order whose day fell on a Saturday,
      *                   Sunday or holiday of the CALENDARIO file
      *                   executes on the next business day: the run
      *                   covers the business date plus the
      *                   non-business days right before it. Without
      *                   the file only the business date is covered,
      *                   as before.
      *   15/10/2026 MDR  Every AUDITLOG entry is now sealed by
      *                   AUDITSEL (sequence number and chained check
      *                   value) right before it is written.
      *   15/10/2026 MDR  A transfer order between accounts of different
      *                   currencies converts at the business-date rates
      *                   of TIPOCAMB, as in CAJERO, and both AUDITLOG
      *                   legs carry the rate and both amounts; with no
      *                   rate in force the order fails. Deposit and
      *                   withdrawal orders fail on a foreign-currency
      *                   account.
      *   15/10/2026 MDR  Audit entries leave the new card-number
      *                   field (AL-NUM-TARJETA) in spaces.
      *   15/10/2026 MDR  The funds rule also subtracts the amount
      *                   still to seize on each active EMBARGOS order
      *                   against the account holder, as in CAJERO:
      *                   a standing order can no longer
      *                   drain funds a court has seized.
      *   15/10/2026 MDR  Audit entries now clear AL-REVERSO-EFECTIVO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDENPER.
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
      *        Maestro de operadores: valida la aprobacion guardada.
           SELECT MAESTRO-OPERADORES
               ASSIGN TO "OPERADOR"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OE-ID-OPERADOR
               FILE STATUS IS FS-OPERADOR.
      *        Dias no habiles (sabados, domingos y feriados).
           SELECT ARCHIVO-CALENDARIO
               ASSIGN TO "CALENDARIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CA-FECHA
               FILE STATUS IS FS-CALENDARIO.
      *        Tipos de cambio por moneda y fecha de vigencia.
           SELECT TIPOS-CAMBIO
               ASSIGN TO "TIPOCAMB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-CLAVE
               FILE STATUS IS FS-TIPOCAMB.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD IS STANDARD.
           COPY RETENREC.

       FD  EMBARGOS-JUDICIALES
           LABEL RECORD IS STANDARD.
           COPY EMBARREC.

       FD  MAESTRO-OPERADORES
           LABEL RECORD IS STANDARD.
           COPY OPERREC.

       FD  ARCHIVO-CALENDARIO
           LABEL RECORD IS STANDARD.
           COPY CALREC.
       FD  TIPOS-CAMBIO
           LABEL RECORD IS STANDARD.
           COPY TCAMREC.

       WORKING-STORAGE SECTION.
           01  FS-ORDENES                 PIC X(02).
           01  FS-CUENTAS                 PIC X(02).
           01  FS-PARAMS                  PIC X(02).
           01  FS-OPERADOR                PIC X(02).
           01  FS-RETENES                 PIC X(02).
           01  FS-EMBARGOS                PIC X(02).
           01  FS-CALENDARIO              PIC X(02).
           01  FS-TIPOCAMB                PIC X(02).

      *        Parametros de la rutina que sella cada entrada de
      *        la bitacora (AUDITSEL).
           COPY SELLOPRM.

      *        Parametros con sus respaldos compilados (mismos
      *        valores por defecto que CAJERO).
               05  FN-MES                 PIC 9(02).
               05  FN-DIA                 PIC 9(02).
           01  HORA-ACTUAL                PIC 9(06).
      *        Fecha de trabajo para retroceder por los dias no
      *        habiles anteriores a la fecha de negocio.
           01  FECHA-TRABAJO              PIC 9(08).
           01  FECHA-TRABAJO-DET REDEFINES FECHA-TRABAJO.
               05  FT-ANO                 PIC 9(04).
               05  FT-MES                 PIC 9(02).
               05  FT-DIA                 PIC 9(02).
           01  DIAS-DEL-MES               PIC 9(02).
           01  COCIENTE-ANO               PIC 9(04).
           01  RESIDUO-ANO                PIC 9(04).
               88  SUPERVISOR-VALIDO              VALUE "S".
           01  SW-OPERADOR-EOF            PIC X(01) VALUE "N".
               88  FIN-OPERADOR                   VALUE "S".
           01  SW-DIA-HABIL               PIC X(01) VALUE "N".
               88  DIA-HABIL                      VALUE "S".
           01  SW-ORDEN-DEL-DIA           PIC X(01) VALUE "N".
               88  ORDEN-DEL-DIA                  VALUE "S".

      *        Dias que cubre la corrida: la fecha de negocio (el
      *        primero) y los dias no habiles inmediatamente
      *        anteriores, cuyas ordenes pasan al dia habil.
           77  MAX-DIAS-CUBIERTOS         PIC 9(02) VALUE 31.
           01  TABLA-DIAS-CUBIERTOS.
               05  DC-DIA-CUBIERTO OCCURS 31 TIMES.
                   10  DC-FECHA           PIC 9(08).
                   10  DC-FECHA-DET REDEFINES DC-FECHA.
                       15  DC-ANO         PIC 9(04).
                       15  DC-MES         PIC 9(02).
                       15  DC-DIA         PIC 9(02).
                   10  DC-DIAS-DEL-MES    PIC 9(02).
           01  TOTAL-DIAS-CUBIERTOS       PIC 9(02) COMP VALUE 0.
           01  INDICE-DIA                 PIC 9(02) COMP.
      *        Dia (habil o no) al que corresponde la orden en curso.
           01  FECHA-PROGRAMADA           PIC 9(08).

      *        ID del supervisor cuya aprobacion quedo validada,
      *        para estampar en la bitacora de cada pata.
           01  SUCURSAL-ORIGEN            PIC 9(03) VALUE 1.
           01  SUCURSAL-DESTINO           PIC 9(03) VALUE 1.

      *        Transferencia entre cuentas de distinta moneda, igual
      *        que en CAJERO: el debito se lleva a moneda nacional al
      *        tipo comprador de su moneda y de ahi a la del destino
      *        al tipo vendedor, ambos vigentes a la fecha de negocio.
           01  MONEDA-ORIGEN              PIC X(03) VALUE SPACES.
           01  MONEDA-DESTINO             PIC X(03) VALUE SPACES.
           01  TIPO-CAMBIO-ORIGEN         PIC 9(05)V9(04) VALUE 0.
           01  TIPO-CAMBIO-DESTINO        PIC 9(05)V9(04) VALUE 0.
           01  MONTO-NACIONAL             PIC 9(11)V99 VALUE 0.
           01  CANTIDAD-ORIGEN            PIC 9(09)V99 VALUE 0.
           01  CANTIDAD-DESTINO           PIC 9(09)V99 VALUE 0.
           01  MONEDA-BUSCADA             PIC X(03).
           01  VIGENTE-COMPRA             PIC 9(05)V9(04).
           01  VIGENTE-VENTA              PIC 9(05)V9(04).
           01  SW-CON-CAMBIO              PIC X(01) VALUE "N".
               88  CON-CAMBIO                     VALUE "S".
           01  SW-CAMBIO-VALIDO           PIC X(01) VALUE "N".
               88  CAMBIO-VALIDO                  VALUE "S".
           01  SW-VIGENTE-HALLADO         PIC X(01) VALUE "N".
               88  VIGENTE-HALLADO                VALUE "S".
           01  SW-TIPOS-EOF               PIC X(01) VALUE "N".
               88  FIN-TIPOS                      VALUE "S".
      *        Sin archivo TIPOCAMB solo se ejecutan transferencias
      *        entre cuentas de la misma moneda.
           01  SW-TIPOCAMB-ABIERTO        PIC X(01) VALUE "N".
               88  HAY-TIPOS-CAMBIO               VALUE "S".

      *        Suma de retenciones abiertas de la cuenta en curso:
      *        la regla de fondos valida contra el saldo DISPONIBLE.
           01  MONTO-RETENIDO             PIC 9(11)V99 VALUE 0.
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
               CLOSE ARCHIVO-FECHA-DIA
           END-IF
           PERFORM 1100-LEER-PARAMETROS
           PERFORM 1400-ARMAR-DIAS-CUBIERTOS THRU 1400-EXIT
           OPEN I-O ORDENES-PERMANENTES
           IF FS-ORDENES NOT = "00"
               DISPLAY "ORDENPER: SIN ARCHIVO DE ORDENES - NADA QUE "
           IF FS-RETENES = "00"
               MOVE "S" TO SW-RETENES-ABIERTO
           END-IF
           OPEN INPUT EMBARGOS-JUDICIALES
           IF FS-EMBARGOS = "00"
               MOVE "S" TO SW-EMBARGOS-ABIERTO
           END-IF
           OPEN INPUT TIPOS-CAMBIO
           IF FS-TIPOCAMB = "00"
               MOVE "S" TO SW-TIPOCAMB-ABIERTO
           END-IF
           DISPLAY "==== EJECUCION DE ORDENES PERMANENTES - DIA "
               FECHA-NEGOCIO " ===="
           IF TOTAL-DIAS-CUBIERTOS > 1
               DISPLAY "CUBRE ADEMAS LOS DIAS NO HABILES DESDE "
                   DC-FECHA (TOTAL-DIAS-CUBIERTOS)
           END-IF.

       1100-LEER-PARAMETROS.
           OPEN INPUT ARCHIVO-PARAMETROS
           END-IF.

       1200-DIAS-DEL-MES.
           EVALUATE FT-MES
               WHEN 1
               WHEN 3
               WHEN 5
      *        que no sean divisibles por 400.
       1300-ANO-BISIESTO.
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
           END-IF.

      *        Carga la fecha de negocio y retrocede de a un dia
      *        mientras el dia anterior figure en CALENDARIO: esos
      *        dias nunca abrieron y sus ordenes corren hoy.
       1400-ARMAR-DIAS-CUBIERTOS.
           MOVE FECHA-NEGOCIO TO FECHA-TRABAJO
           MOVE 0 TO TOTAL-DIAS-CUBIERTOS
           PERFORM 1410-CUBRIR-UN-DIA
           OPEN INPUT ARCHIVO-CALENDARIO
           IF FS-CALENDARIO NOT = "00"
               GO TO 1400-EXIT
           END-IF
           MOVE "N" TO SW-DIA-HABIL
           PERFORM 1420-PROBAR-DIA-ANTERIOR
               UNTIL DIA-HABIL
               OR TOTAL-DIAS-CUBIERTOS NOT < MAX-DIAS-CUBIERTOS
           CLOSE ARCHIVO-CALENDARIO.
       1400-EXIT.
           EXIT.

       1410-CUBRIR-UN-DIA.
           PERFORM 1200-DIAS-DEL-MES
           ADD 1 TO TOTAL-DIAS-CUBIERTOS
           MOVE FECHA-TRABAJO TO DC-FECHA (TOTAL-DIAS-CUBIERTOS)
           MOVE DIAS-DEL-MES TO DC-DIAS-DEL-MES (TOTAL-DIAS-CUBIERTOS).

       1420-PROBAR-DIA-ANTERIOR.
           PERFORM 1430-DIA-ANTERIOR
           MOVE FECHA-TRABAJO TO CA-FECHA
           READ ARCHIVO-CALENDARIO
               INVALID KEY
                   MOVE "S" TO SW-DIA-HABIL
               NOT INVALID KEY
                   PERFORM 1410-CUBRIR-UN-DIA
           END-READ.

       1430-DIA-ANTERIOR.
           IF FT-DIA > 1
               SUBTRACT 1 FROM FT-DIA
           ELSE
               IF FT-MES > 1
                   SUBTRACT 1 FROM FT-MES
               ELSE
                   MOVE 12 TO FT-MES
                   SUBTRACT 1 FROM FT-ANO
               END-IF
               PERFORM 1200-DIAS-DEL-MES
               MOVE DIAS-DEL-MES TO FT-DIA
           END-IF.

      ******************************************************************
      * 2000 - DECIDE SI UNA ORDEN SE EJECUTA HOY
      ******************************************************************
               DISPLAY "ORDEN " OP-NUM-ORDEN " VENCIDA."
               GO TO 2000-EXIT
           END-IF
      *        Corre si hoy, o uno de los dias no habiles que hoy
      *        cubre, es su dia; en meses mas cortos que el dia
      *        pedido, corre el ultimo dia del mes.
           MOVE "N" TO SW-ORDEN-DEL-DIA
           PERFORM 2100-PROBAR-DIA-CUBIERTO
               VARYING INDICE-DIA FROM 1 BY 1
               UNTIL INDICE-DIA > TOTAL-DIAS-CUBIERTOS
               OR ORDEN-DEL-DIA
           IF NOT ORDEN-DEL-DIA
               GO TO 2000-EXIT
           END-IF
      *        Ya ejecutada hoy (reinicio de la corrida): no repetir.
               MOVE OP-MONTO TO MONTO-PANTALLA
               DISPLAY "ORDEN " OP-NUM-ORDEN " EJECUTADA - CUENTA "
                   OP-NUM-CUENTA " MONTO " MONTO-PANTALLA
               IF FECHA-PROGRAMADA NOT = FECHA-NEGOCIO
                   DISPLAY "      (PROGRAMADA PARA EL DIA NO HABIL "
                       FECHA-PROGRAMADA ")"
               END-IF
           ELSE
               ADD 1 TO TOTAL-ORDENES-FALLIDAS
               PERFORM 7300-BITACORA-ORDEN-FALLIDA
       2000-EXIT.
           EXIT.

       2100-PROBAR-DIA-CUBIERTO.
           IF OP-DIA-MES = DC-DIA (INDICE-DIA)
               OR (OP-DIA-MES > DC-DIAS-DEL-MES (INDICE-DIA)
                   AND DC-DIA (INDICE-DIA)
                       = DC-DIAS-DEL-MES (INDICE-DIA))
               MOVE "S" TO SW-ORDEN-DEL-DIA
               MOVE DC-FECHA (INDICE-DIA) TO FECHA-PROGRAMADA
           END-IF.

      ******************************************************************
      * 3000 - EJECUTA UNA ORDEN CON LAS REGLAS DE POSTEO DE CAJERO
      ******************************************************************
                   "APROBACION DE SUPERVISOR."
               GO TO 3000-EXIT
           END-IF
      *        Depositos y retiros son solo en moneda nacional: una
      *        cuenta en moneda extranjera opera por transferencia.
           IF NOT CR-MONEDA-NACIONAL AND NOT OP-OP-TRANSFERENCIA
               DISPLAY "ORDEN " OP-NUM-ORDEN " FALLIDA - OPERACION "
                   "NO ADMITIDA EN MONEDA " CR-MONEDA "."
               GO TO 3000-EXIT
           END-IF
           EVALUATE TRUE
               WHEN OP-OP-DEPOSITO
                   MOVE "DEPOSITO" TO TIPO-TRANSACCION-ACTUAL
      *        sobregiro aprobado (cero = sin sobregiro). La regla
      *        valida contra el saldo DISPONIBLE: el saldo del
      *        maestro menos las retenciones abiertas de cheques
      *        sin canjear, y lo pendiente de los embargos del titular.
       3300-VALIDAR-FONDOS.
           PERFORM 3350-SUMAR-RETENCIONES THRU 3350-EXIT
           PERFORM 3370-SUMAR-EMBARGOS THRU 3370-EXIT
           IF CR-CUENTA-AHORROS
               IF (CR-SALDO-CUENTA - MONTO-RETENIDO - CANTIDAD)
                       < CAJ-SALDO-MINIMO-AHORROS
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

      *        Transferencia: el destino se verifica ANTES de tocar
      *        el saldo origen, igual que en CAJERO.
       3400-EJECUTAR-TRANSFERENCIA.
           MOVE "N" TO SW-CON-CAMBIO
           IF OP-CUENTA-DESTINO = OP-NUM-CUENTA
               DISPLAY "ORDEN " OP-NUM-ORDEN " FALLIDA - DESTINO "
                   "IGUAL AL ORIGEN."
           ELSE
               MOVE 1 TO SUCURSAL-DESTINO
           END-IF
           MOVE CR-MONEDA TO MONEDA-DESTINO
      *        Pata de debito sobre la cuenta origen.
           MOVE OP-NUM-CUENTA TO CR-NUM-CUENTA
           READ CUENTAS-MAESTRO
           ELSE
               MOVE 1 TO SUCURSAL-ORIGEN
           END-IF
           MOVE CR-MONEDA TO MONEDA-ORIGEN
           PERFORM 3450-CONVERTIR-MONEDA THRU 3450-EXIT
           IF NOT CAMBIO-VALIDO
               DISPLAY "ORDEN " OP-NUM-ORDEN " FALLIDA - SIN TIPO "
                   "DE CAMBIO VIGENTE."
               GO TO 3400-EXIT
           END-IF
           MOVE "TRANSF-DEB" TO TIPO-TRANSACCION-ACTUAL
           MOVE OP-CUENTA-DESTINO TO CUENTA-CONTRAPARTE
           SUBTRACT CANTIDAD FROM CR-SALDO-CUENTA
           END-READ
           MOVE "TRANSF-CRE" TO TIPO-TRANSACCION-ACTUAL
           MOVE OP-NUM-CUENTA TO CUENTA-CONTRAPARTE
           MOVE CANTIDAD-DESTINO TO CANTIDAD
           ADD CANTIDAD TO CR-SALDO-CUENTA
           PERFORM 7000-POSTEAR-EN-CUENTA THRU 7000-EXIT
           MOVE CANTIDAD-ORIGEN TO CANTIDAD
      *        Una transferencia entre sucursales deja su linea de
      *        liquidacion para el diario contable.
           IF SUCURSAL-ORIGEN NOT = SUCURSAL-DESTINO
               PERFORM 7350-BITACORA-INTERSUCURSAL
           END-IF
           MOVE 0 TO CUENTA-CONTRAPARTE
           MOVE "N" TO SW-CON-CAMBIO
           MOVE "S" TO SW-ORDEN-EJECUTADA.
       3400-EXIT.
           EXIT.

      *        Monto que recibe la cuenta destino en SU moneda (ver
      *        6550 en CAJERO). Sin tipo vigente la orden falla.
       3450-CONVERTIR-MONEDA.
           MOVE "N" TO SW-CAMBIO-VALIDO
           MOVE "N" TO SW-CON-CAMBIO
           MOVE CANTIDAD TO CANTIDAD-ORIGEN
           MOVE 0 TO TIPO-CAMBIO-ORIGEN
           MOVE 0 TO TIPO-CAMBIO-DESTINO
           IF MONEDA-ORIGEN = MONEDA-DESTINO
               MOVE CANTIDAD TO CANTIDAD-DESTINO
               MOVE "S" TO SW-CAMBIO-VALIDO
               GO TO 3450-EXIT
           END-IF
           IF NOT HAY-TIPOS-CAMBIO
               GO TO 3450-EXIT
           END-IF
           MOVE CANTIDAD TO MONTO-NACIONAL
           IF MONEDA-ORIGEN NOT = SPACES
               MOVE MONEDA-ORIGEN TO MONEDA-BUSCADA
               PERFORM 3460-BUSCAR-TIPO-VIGENTE THRU 3460-EXIT
               IF NOT VIGENTE-HALLADO
                   GO TO 3450-EXIT
               END-IF
               MOVE VIGENTE-COMPRA TO TIPO-CAMBIO-ORIGEN
               COMPUTE MONTO-NACIONAL ROUNDED =
                   CANTIDAD * TIPO-CAMBIO-ORIGEN
                   ON SIZE ERROR
                       GO TO 3450-EXIT
               END-COMPUTE
           END-IF
           IF MONEDA-DESTINO NOT = SPACES
               MOVE MONEDA-DESTINO TO MONEDA-BUSCADA
               PERFORM 3460-BUSCAR-TIPO-VIGENTE THRU 3460-EXIT
               IF NOT VIGENTE-HALLADO
                   GO TO 3450-EXIT
               END-IF
               MOVE VIGENTE-VENTA TO TIPO-CAMBIO-DESTINO
               COMPUTE CANTIDAD-DESTINO ROUNDED =
                   MONTO-NACIONAL / TIPO-CAMBIO-DESTINO
                   ON SIZE ERROR
                       GO TO 3450-EXIT
               END-COMPUTE
           ELSE
               IF MONTO-NACIONAL > 999999999,99
                   GO TO 3450-EXIT
               END-IF
               MOVE MONTO-NACIONAL TO CANTIDAD-DESTINO
           END-IF
           IF CANTIDAD-DESTINO = ZERO
               GO TO 3450-EXIT
           END-IF
           MOVE "S" TO SW-CON-CAMBIO
           MOVE "S" TO SW-CAMBIO-VALIDO.
       3450-EXIT.
           EXIT.

      *        Tipo vigente de MONEDA-BUSCADA a la fecha de negocio:
      *        el del ultimo registro aprobado de esa moneda con
      *        fecha de vigencia igual o anterior.
       3460-BUSCAR-TIPO-VIGENTE.
           MOVE "N" TO SW-VIGENTE-HALLADO
           MOVE "N" TO SW-TIPOS-EOF
           MOVE MONEDA-BUSCADA TO TC-MONEDA
           MOVE 0 TO TC-FECHA-VIGENCIA
           START TIPOS-CAMBIO
               KEY NOT LESS THAN TC-CLAVE
               INVALID KEY
                   GO TO 3460-EXIT
           END-START
           PERFORM 3470-PROBAR-UN-TIPO THRU 3470-EXIT
               UNTIL FIN-TIPOS.
       3460-EXIT.
           EXIT.

       3470-PROBAR-UN-TIPO.
           READ TIPOS-CAMBIO NEXT RECORD
               AT END
                   MOVE "S" TO SW-TIPOS-EOF
                   GO TO 3470-EXIT
           END-READ
           IF TC-MONEDA NOT = MONEDA-BUSCADA
               OR TC-FECHA-VIGENCIA > FECHA-NEGOCIO
               MOVE "S" TO SW-TIPOS-EOF
               GO TO 3470-EXIT
           END-IF
           IF TC-APROBADO
               MOVE "S" TO SW-VIGENTE-HALLADO
               MOVE TC-COMPRA TO VIGENTE-COMPRA
               MOVE TC-VENTA TO VIGENTE-VENTA
           END-IF.
       3470-EXIT.
           EXIT.

      ******************************************************************
      * 7000 - CONTABILIZA SOBRE LA CUENTA EN EL AREA DE REGISTRO
      ******************************************************************
           ELSE
               MOVE 1 TO AL-SUCURSAL
           END-IF
           MOVE SPACES TO AL-DATOS-CAMBIO
           MOVE "N" TO AL-REVERSO-EFECTIVO
           MOVE SPACES TO AL-NUM-TARJETA
           IF CON-CAMBIO
               PERFORM 7250-DATOS-CAMBIO
           END-IF
           MOVE "S" TO SE-FUNCION
           CALL "AUDITSEL" USING SE-PARAMETROS-SELLO
               AL-REGISTRO-BITACORA
           WRITE AL-REGISTRO-BITACORA.

      *        Cada pata de una transferencia entre monedas lleva su
      *        moneda, la de la otra pata, el monto de la otra pata y
      *        el tipo aplicado a su moneda; la pata en moneda
      *        nacional lleva el tipo de la moneda extranjera.
       7250-DATOS-CAMBIO.
           IF TIPO-TRANSACCION-ACTUAL = "TRANSF-DEB"
               MOVE MONEDA-ORIGEN TO AL-MONEDA-MOVIMIENTO
               MOVE MONEDA-DESTINO TO AL-MONEDA-CONTRAPARTE
               MOVE CANTIDAD-DESTINO TO AL-MONTO-CONTRAPARTE
               IF MONEDA-ORIGEN NOT = SPACES
                   MOVE TIPO-CAMBIO-ORIGEN TO AL-TIPO-CAMBIO
               ELSE
                   MOVE TIPO-CAMBIO-DESTINO TO AL-TIPO-CAMBIO
               END-IF
           ELSE
               MOVE MONEDA-DESTINO TO AL-MONEDA-MOVIMIENTO
               MOVE MONEDA-ORIGEN TO AL-MONEDA-CONTRAPARTE
               MOVE CANTIDAD-ORIGEN TO AL-MONTO-CONTRAPARTE
               IF MONEDA-DESTINO NOT = SPACES
                   MOVE TIPO-CAMBIO-DESTINO TO AL-TIPO-CAMBIO
               ELSE
                   MOVE TIPO-CAMBIO-ORIGEN TO AL-TIPO-CAMBIO
               END-IF
           END-IF.

      *        Linea de liquidacion entre sucursales, igual que la
      *        que deja CAJERO: sucursal origen, contraparte la
      *        cuenta destino.
           ADD 1 TO REF-SECUENCIA
           MOVE REFERENCIA-PROPIA TO AL-REFERENCIA
           MOVE SUCURSAL-ORIGEN TO AL-SUCURSAL
           MOVE SPACES TO AL-DATOS-CAMBIO
           MOVE "N" TO AL-REVERSO-EFECTIVO
           MOVE SPACES TO AL-NUM-TARJETA
           MOVE "S" TO SE-FUNCION
           CALL "AUDITSEL" USING SE-PARAMETROS-SELLO
               AL-REGISTRO-BITACORA
           WRITE AL-REGISTRO-BITACORA.

      *        La falla queda en la bitacora sin efecto contable: el
           ADD 1 TO REF-SECUENCIA
           MOVE REFERENCIA-PROPIA TO AL-REFERENCIA
           MOVE 0 TO AL-SUCURSAL
           MOVE SPACES TO AL-DATOS-CAMBIO
           MOVE "N" TO AL-REVERSO-EFECTIVO
           MOVE SPACES TO AL-NUM-TARJETA
           MOVE "S" TO SE-FUNCION
           CALL "AUDITSEL" USING SE-PARAMETROS-SELLO
               AL-REGISTRO-BITACORA
           WRITE AL-REGISTRO-BITACORA.

       8000-IMPRIMIR-RESUMEN.
           CLOSE ARCHIVO-HISTORIAL
           CLOSE BITACORA-AUDITORIA
           CLOSE RETENCIONES-FONDOS
           IF HAY-EMBARGOS
               CLOSE EMBARGOS-JUDICIALES
           END-IF
           IF HAY-TIPOS-CAMBIO
               CLOSE TIPOS-CAMBIO
           END-IF
           CLOSE MAESTRO-OPERADORES.

       END PROGRAM ORDENPER.
