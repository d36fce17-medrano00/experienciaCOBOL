      *                   REFPOST posted-reference registry (reason
      *                   09), so a resubmitted TRANSIN file cannot
      *                   post twice.
      *   15/10/2026 MDR  Installment loans (menu option 13): a loan
      *                   on the new PRESTAMOS file is granted only
      *                   with supervisor approval, credits the
      *                   principal to the customer's account
      *                   (PREST-DES) at the TASAPRES rate frozen in
      *                   the loan, and prints the full amortization
      *                   schedule for the customer to sign. The
      *                   COBRAPRE nightly batch collects the
      *                   installments. SALIR moves to option 14.
      *   15/10/2026 MDR  Reversal by reference (menu option 14): a
      *                   posted deposit, withdrawal or transfer is
      *                   looked up in AUDITLOG by its reference and
      *                   shown; with a supervisor's own credentials
      *                   (never the operator's) it posts the exact
      *                   opposite movement, REVERSO-DB or REVERSO-CR,
      *                   carrying the original reference, so an entry
      *                   can never be reversed twice. A transfer
      *                   reverses both legs together, a check deposit
      *                   closes its hold, and a cash reversal is
      *                   flagged so the drawer close undoes the cash.
      *                   SALIR moves to option 15.
      *   15/10/2026 MDR  Checkbooks (menu option 15): issues a
      *                   checkbook on a checking account, recording
      *                   its serial range (continuing after the last
      *                   one issued) on the new CHEQUES file, takes
      *                   the customer's stop-payment order on an
      *                   issued, unpaid serial, and lists an
      *                   account's checkbooks with their paid and
      *                   stopped checks. Both actions leave a
      *                   non-posting audit entry (CHEQUERA, NO-PAGO).
      *                   The CANJECHQ nightly batch pays or returns
      *                   the checks other banks present. SALIR moves
      *                   to option 16.
      *   15/10/2026 MDR  Business-day calendar: the DIASCHEQ hold on
      *                   a check deposit now counts business days,
      *                   skipping the Saturdays, Sundays and holidays
      *                   on the new CALENDARIO file, and a term
      *                   deposit whose maturity falls on one of them
      *                   matures on the next business day. Without
      *                   the file every day is a business day.
      *   15/10/2026 MDR  Joint accounts: a cash deposit or withdrawal
      *                   on an account with co-titulares or
      *                   apoderados on the TITULARES file asks which
      *                   related customer is transacting and stamps
      *                   that customer as the counterparty of the
      *                   audit entry, so EFECTIVO attributes the cash
      *                   to the person at the counter. Someone not
      *                   related to the account is refused.
      *   15/10/2026 MDR  Every AUDITLOG entry is now sealed by
      *                   AUDITSEL (sequence number and chained check
      *                   value) right before it is written.
      *   15/10/2026 MDR  Entitlements: the signed-on operator's own
      *                   record on the new PERMISOS file, or else the
      *                   record of the operator's role, says which
      *                   menu options and which ESTADO DE CUENTA
      *                   actions are allowed; only those are shown,
      *                   and any other one keyed in is refused and
      *                   logged (DENEG-OPC with the option, DENEG-EST
      *                   with the account and action). Without the
      *                   file or a record nothing is restricted.
      *   15/10/2026 MDR  Foreign-currency accounts: an account opens in
      *                   national currency or in a currency with a rate
      *                   in force on TIPOCAMB (then with no initial
      *                   deposit). A transfer between accounts of
      *                   different currencies (option 3 and batch T)
      *                   converts at the business-date rates (buying
      *                   rate of the debit currency, selling rate of
      *                   the credit currency); the receipt and both
      *                   AUDITLOG legs show the rate and both amounts.
      *                   With no rate it is refused (batch reject 11).
      *                   Cash, cheques, interbank transfers, loans and
      *                   term deposits are national-currency only and
      *                   are refused on a foreign account (batch
      *                   reject 10). A reversal pairs the legs of a
      *                   cross-currency transfer by the counterpart
      *                   amount carried on the audit entry.
      *   15/10/2026 MDR  Debit cards: when the TARJETAS master is
      *                   present a withdrawal (option 2 and batch R,
      *                   with the new TB-NUM-TARJETA) names the card,
      *                   which must exist, be linked to the account,
      *                   not be reported lost or stolen and not be
      *                   past its expiry month, and what was already
      *                   withdrawn with it on the business date plus
      *                   the amount may not pass its daily limit. A
      *                   refusal leaves a non-posting TARJ-RECH audit
      *                   entry (batch rejects 12 to 15). The card goes
      *                   on the audit entry, and a same-day reversal
      *                   of the withdrawal gives the amount back to
      *                   the card's daily total.
      *   15/10/2026 MDR  Customer due diligence: withdrawals,
      *                   transfers, outgoing interbank transfers and
      *                   time-deposit openings are refused when the
      *                   holder's document or review expired more than
      *                   KYCGRACI days ago (PARAMS); in batch, debits
      *                   are rejected with reason 16. A customer added
      *                   at account opening starts with the due-
      *                   diligence fields empty.
      *   15/10/2026 MDR  Judicial garnishments: when the EMBARGOS
      *                   file is present, the funds rule (every
      *                   withdrawal, transfer, time-deposit opening,
      *                   interbank transfer and batch debit) also
      *                   subtracts the amount still to seize on each
      *                   active order against the account holder,
      *                   like an open hold. Foreign-currency accounts
      *                   are not blocked; reversals are not checked.
      *   15/10/2026 MDR  Audit entries now clear AL-REVERSO-EFECTIVO.
      *                   A full branch control table is reported with
      *                   return code 8 instead of folding into entry 1.
      *   15/10/2026 MDR  A stop-payment order whose checkbook rewrite
      *                   fails is reported and neither confirmed nor
      *                   audited.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAJERO.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-NUM-RETENCION
               FILE STATUS IS FS-RETENES.
      *        Prestamos en cuotas (las cobra el lote COBRAPRE).
           SELECT PRESTAMOS-CUOTAS
               ASSIGN TO "PRESTAMOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-NUM-PRESTAMO
               FILE STATUS IS FS-PRESTAMOS.
      *        Chequeras emitidas (el lote CANJECHQ paga sus cheques).
           SELECT CHEQUERAS-EMITIDAS
               ASSIGN TO "CHEQUES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CLAVE-CHEQUERA
               FILE STATUS IS FS-CHEQUES.
      *        Dias no habiles (sabados, domingos y feriados).
           SELECT ARCHIVO-CALENDARIO
               ASSIGN TO "CALENDARIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CA-FECHA
               FILE STATUS IS FS-CALENDARIO.
      *        Titulares, co-titulares y apoderados de cada cuenta.
           SELECT TITULARES-CUENTA
               ASSIGN TO "TITULARES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-CLAVE-TITULAR
               FILE STATUS IS FS-TITULARES.
      *        Opciones y acciones permitidas por rol u operador.
           SELECT PERMISOS-OPERADOR
               ASSIGN TO "PERMISOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-CLAVE
               FILE STATUS IS FS-PERMISOS.
      *        Tipos de cambio por moneda y fecha de vigencia.
           SELECT TIPOS-CAMBIO
               ASSIGN TO "TIPOCAMB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-CLAVE
               FILE STATUS IS FS-TIPOCAMB.
      *        Tarjetas de debito: estado, vencimiento y limite diario.
           SELECT TARJETAS-DEBITO
               ASSIGN TO "TARJETAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TJ-NUM-TARJETA
               FILE STATUS IS FS-TARJETAS.
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
           LABEL RECORD IS STANDARD.
           COPY RETENREC.

       FD  PRESTAMOS-CUOTAS
           LABEL RECORD IS STANDARD.
           COPY PRESTREC.

       FD  CHEQUERAS-EMITIDAS
           LABEL RECORD IS STANDARD.
           COPY CHEQREC.

       FD  ARCHIVO-CALENDARIO
           LABEL RECORD IS STANDARD.
           COPY CALREC.

       FD  TITULARES-CUENTA
           LABEL RECORD IS STANDARD.
           COPY TITULREC.

       FD  PERMISOS-OPERADOR
           LABEL RECORD IS STANDARD.
           COPY PERMREC.

       FD  TIPOS-CAMBIO
           LABEL RECORD IS STANDARD.
           COPY TCAMREC.

       FD  TARJETAS-DEBITO
           LABEL RECORD IS STANDARD.
           COPY TARJREC.

       FD  EMBARGOS-JUDICIALES
           LABEL RECORD IS STANDARD.
           COPY EMBARREC.

       WORKING-STORAGE SECTION.
      *        Codigos de estado de archivo (convencion VSAM/IMS).
           01  FS-CUENTAS                 PIC X(02).
           01  FS-SUCURSAL                PIC X(02).
           01  FS-TRANSENV                PIC X(02).
           01  FS-PLAZOS                  PIC X(02).
           01  FS-PRESTAMOS               PIC X(02).
           01  FS-CHEQUES                 PIC X(02).
           01  FS-PERMISOS                PIC X(02).
           01  FS-CALENDARIO              PIC X(02).
           01  FS-TITULARES               PIC X(02).
           01  FS-TIPOCAMB                PIC X(02).
           01  FS-TARJETAS                PIC X(02).
           01  FS-EMBARGOS                PIC X(02).

      *        Parametros de la rutina que sella cada entrada de
      *        la bitacora (AUDITSEL).
           COPY SELLOPRM.

      *        Campos de trabajo del cajero.
           01  OPCION                     PIC 9(02).
      *        Cuenta que recibe el credito de una transferencia.
           01  NUM-CUENTA-DESTINO         PIC 9(08).
      *        Contraparte de la transaccion en curso: la otra cuenta
      *        de una transferencia. En depositos y retiros en
      *        efectivo de una cuenta con varias personas, el cliente
      *        que opera; cero cuando opera el titular de siempre.
           01  CUENTA-CONTRAPARTE         PIC 9(08) VALUE 0.
           01  CLIENTE-QUE-OPERA          PIC 9(06).
           01  PIN-INGRESADO              PIC 9(04).
           01  PIN-NUEVO                  PIC 9(04).
           01  PIN-CONFIRMACION           PIC 9(04).
      *        maestro OPERADOR; sin maestro quedan los respaldos.
           01  OPERADOR-ROL               PIC X(01) VALUE "C".
           01  OPERADOR-LIMITE            PIC 9(09)V99 VALUE 0.
      *        Opciones del menu (1 a 15) y acciones de ESTADO DE
      *        CUENTA (1 a 5) que el operador firmado puede usar,
      *        tomadas de PERMISOS; S = permitida.
           01  PERMISOS-SESION.
               05  PERMISO-OPCION         PIC X(01) OCCURS 15 TIMES.
           01  PERMISOS-ESTADO.
               05  PERMISO-ACCION         PIC X(01) OCCURS 5 TIMES.
           01  IND-PERMISO                PIC 9(02) COMP.
      *        Lo rechazado, para la entrada de bitacora: la cuenta
      *        (cero si no aplica) y la opcion o accion pedida.
           01  CUENTA-DENEGADA            PIC 9(08) VALUE 0.
           01  OPCION-DENEGADA            PIC 9(02) VALUE 0.
      *        Textos del menu principal y de las acciones de ESTADO
      *        DE CUENTA, en el orden de sus numeros: se muestran
      *        solo los permitidos.
           01  TABLA-MENU.
               05  FILLER                 PIC X(32) VALUE
                   "1. DEPOSITO".
               05  FILLER                 PIC X(32) VALUE
                   "2. RETIRO".
               05  FILLER                 PIC X(32) VALUE
                   "3. TRANSFERENCIA".
               05  FILLER                 PIC X(32) VALUE
                   "4. CONSULTAR SALDO".
               05  FILLER                 PIC X(32) VALUE
                   "5. IMPRIMIR HISTORIAL".
               05  FILLER                 PIC X(32) VALUE
                   "6. ABRIR CUENTA".
               05  FILLER                 PIC X(32) VALUE
                   "7. ESTADO DE CUENTA".
               05  FILLER                 PIC X(32) VALUE
                   "8. CIERRE DE CAJA".
               05  FILLER                 PIC X(32) VALUE
                   "9. CAMBIO DE PIN".
               05  FILLER                 PIC X(32) VALUE
                   "10. ORDENES PERMANENTES".
               05  FILLER                 PIC X(32) VALUE
                   "11. TRANSFERENCIA INTERBANCARIA".
               05  FILLER                 PIC X(32) VALUE
                   "12. PLAZO FIJO".
               05  FILLER                 PIC X(32) VALUE
                   "13. PRESTAMO".
               05  FILLER                 PIC X(32) VALUE
                   "14. REVERSO DE MOVIMIENTO".
               05  FILLER                 PIC X(32) VALUE
                   "15. CHEQUERAS".
           01  TABLA-MENU-DET REDEFINES TABLA-MENU.
               05  TEXTO-MENU             PIC X(32) OCCURS 15 TIMES.
           01  TABLA-ACCIONES.
               05  FILLER                 PIC X(22) VALUE
                   "1. CONGELAR".
               05  FILLER                 PIC X(22) VALUE
                   "2. REACTIVAR".
               05  FILLER                 PIC X(22) VALUE
                   "3. DESBLOQUEAR".
               05  FILLER                 PIC X(22) VALUE
                   "4. CERRAR".
               05  FILLER                 PIC X(22) VALUE
                   "5. LIMITE DE SOBREGIRO".
           01  TABLA-ACCIONES-DET REDEFINES TABLA-ACCIONES.
               05  TEXTO-ACCION           PIC X(22) OCCURS 5 TIMES.
      *        Credenciales del supervisor que aprueba la operacion
      *        en curso, y su ID para estampar en la bitacora.
           01  ID-SUPERVISOR              PIC X(08).
           01  PLAZO-DIAS-ACTUAL          PIC 9(03).
           01  INSTRUCCION-PLAZO          PIC X(01).
           01  MONTO-PENALIDAD            PIC 9(09)V99.
      *        Datos del prestamo en curso y del cronograma de
      *        amortizacion (sistema frances: cuota fija, interes
      *        sobre el capital pendiente a la tasa mensual).
           01  NUM-PRESTAMO-ACTUAL        PIC 9(06).
           01  PLAZO-CUOTAS-ACTUAL        PIC 9(03).
           01  TASA-MENSUAL               PIC 9(01)V9(08).
           01  FACTOR-AMORTIZACION        PIC 9(09)V9(08).
           01  NUM-CUOTA                  PIC 9(03).
           01  SALDO-CRONOGRAMA           PIC 9(09)V99.
           01  INTERES-CUOTA              PIC 9(09)V99.
           01  CAPITAL-CUOTA              PIC 9(09)V99.
           01  TOTAL-CUOTA                PIC 9(09)V99.
           01  FECHA-CUOTA                PIC 9(08).
           01  TASA-PANTALLA              PIC 9,9999.
           01  LINEA-CRONOGRAMA.
               05  LC-NUM-CUOTA           PIC ZZ9.
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  LC-FECHA               PIC 9(08).
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  LC-CUOTA               PIC Z(8)9,99.
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  LC-INTERES             PIC Z(8)9,99.
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  LC-CAPITAL             PIC Z(8)9,99.
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  LC-SALDO               PIC Z(8)9,99.
      *        Reverso de un movimiento posteado (ver 4300): la
      *        referencia pedida, el movimiento original hallado en la
      *        bitacora, la otra pata si es una transferencia, y la
      *        pata en curso (mismo trazado en los tres).
           01  REFERENCIA-A-REVERSAR      PIC X(16).
      *        Mientras se postea un reverso, 9200 estampa esta
      *        referencia (la del original) en lugar de la propia.
           01  REFERENCIA-REVERSADA       PIC X(16) VALUE SPACES.
           01  POSICION-BITACORA          PIC 9(09) COMP VALUE 0.
           01  POSICION-ORIGINAL          PIC 9(09) COMP VALUE 0.
           01  REV-ORIGINAL.
               05  RO-NUM-CUENTA          PIC 9(08).
               05  RO-TIPO                PIC X(10).
      *        Solo se reversan por cajero los movimientos de
      *        ventanilla; el resto se corrige en su propio proceso.
                   88  RO-TIPO-REVERSIBLE
                       VALUE "DEPOSITO" "DEP-CHEQUE" "RETIRO"
                             "TRANSF-DEB" "TRANSF-CRE".
                   88  RO-TRANSFERENCIA
                       VALUE "TRANSF-DEB" "TRANSF-CRE".
               05  RO-MONTO               PIC 9(09)V99.
               05  RO-FECHA               PIC 9(08).
               05  RO-HORA                PIC 9(06).
               05  RO-OPERADOR            PIC X(08).
               05  RO-CONTRAPARTE         PIC 9(08).
               05  RO-REFERENCIA          PIC X(16).
               05  RO-SUCURSAL            PIC 9(03).
               05  RO-NUM-TARJETA         PIC X(16).
           01  REV-PAREJA.
               05  PJ-NUM-CUENTA          PIC 9(08).
               05  PJ-TIPO                PIC X(10).
               05  PJ-MONTO               PIC 9(09)V99.
               05  PJ-FECHA               PIC 9(08).
               05  PJ-HORA                PIC 9(06).
               05  PJ-OPERADOR            PIC X(08).
               05  PJ-CONTRAPARTE         PIC 9(08).
               05  PJ-REFERENCIA          PIC X(16).
               05  PJ-SUCURSAL            PIC 9(03).
               05  PJ-NUM-TARJETA         PIC X(16).
           01  REV-PATA.
               05  RV-NUM-CUENTA          PIC 9(08).
               05  RV-TIPO                PIC X(10).
                   88  RV-REVERSA-CREDITO
                       VALUE "DEPOSITO" "DEP-CHEQUE" "TRANSF-CRE".
                   88  RV-MOV-EFECTIVO
                       VALUE "DEPOSITO" "RETIRO".
               05  RV-MONTO               PIC 9(09)V99.
               05  RV-FECHA               PIC 9(08).
               05  RV-HORA                PIC 9(06).
               05  RV-OPERADOR            PIC X(08).
               05  RV-CONTRAPARTE         PIC 9(08).
               05  RV-REFERENCIA          PIC X(16).
               05  RV-SUCURSAL            PIC 9(03).
               05  RV-NUM-TARJETA         PIC X(16).
      *        Chequera en curso: cheques a emitir, ultima serie ya
      *        emitida a la cuenta, y cheque pedido con su posicion
      *        dentro de la chequera.
           01  CANTIDAD-CHEQUES           PIC 9(02).
           01  ULTIMA-SERIE               PIC 9(07).
           01  NUM-CHEQUE-ACTUAL          PIC 9(07).
           01  POSICION-CHEQUE            PIC 9(02).
           01  INDICE-CHEQUE              PIC 9(02).
           01  CHEQUERAS-LISTADAS         PIC 9(03).
      *        Retencion del cheque cuyo deposito se reversa.
           01  NUM-RETENCION-REVERSO      PIC 9(09) VALUE 0.
           01  MONTO-RETENCION-REVERSO    PIC 9(09)V99 VALUE 0.
      *        Forma del deposito en curso: E = efectivo, C = cheque
      *        (el cheque deja una retencion de fondos en RETENES).
           01  FORMA-DEPOSITO             PIC X(01) VALUE "E".
               05  FT-DIA                 PIC 9(02).
           01  DIAS-DEL-MES               PIC 9(02).
           01  CONTADOR-DIAS              PIC 9(03).
      *        Dias que 5110 (habiles, ventana de cheque) o 5150
      *        (calendario, plazo fijo) avanzan FECHA-TRABAJO.
           01  DIAS-A-AVANZAR             PIC 9(03).
      *        Sin archivo CALENDARIO todos los dias son habiles.
           01  SW-CALENDARIO-ABIERTO      PIC X(01) VALUE "N".
               88  HAY-CALENDARIO                 VALUE "S".
           01  SW-DIA-HABIL               PIC X(01) VALUE "N".
               88  DIA-HABIL                      VALUE "S".
      *        Sin archivo TITULARES toda cuenta es de titular unico.
           01  SW-TITULARES-ABIERTO       PIC X(01) VALUE "N".
               88  HAY-TITULARES                  VALUE "S".
           01  SW-PERSONA-VALIDA          PIC X(01) VALUE "N".
               88  PERSONA-VALIDA                 VALUE "S".
           01  COCIENTE-ANO               PIC 9(04).
           01  RESIDUO-ANO                PIC 9(04).
           01  SW-ANO-BISIESTO            PIC X(01) VALUE "N".
               88  FIN-PLAZOS                     VALUE "S".
           01  SW-PLAZO-EXISTE            PIC X(01) VALUE "N".
               88  PLAZO-YA-EXISTE                VALUE "S".
           01  SW-PRESTAMOS-EOF           PIC X(01) VALUE "N".
               88  FIN-PRESTAMOS                  VALUE "S".
           01  SW-PRESTAMO-EXISTE         PIC X(01) VALUE "N".
               88  PRESTAMO-YA-EXISTE             VALUE "S".
           01  SW-CHEQUES-EOF             PIC X(01) VALUE "N".
               88  FIN-CHEQUES                    VALUE "S".
           01  SW-CHEQUERA-HALLADA        PIC X(01) VALUE "N".
               88  CHEQUERA-HALLADA               VALUE "S".
           01  SW-REFERENCIA-POSTEADA     PIC X(01) VALUE "N".
               88  REFERENCIA-YA-POSTEADA         VALUE "S".
           01  SW-GIRO-GRABADO            PIC X(01) VALUE "N".
               88  GIRO-GRABADO                   VALUE "S".
           01  SW-ORIGINAL-HALLADO        PIC X(01) VALUE "N".
               88  ORIGINAL-HALLADO               VALUE "S".
           01  SW-YA-REVERSADO            PIC X(01) VALUE "N".
               88  MOVIMIENTO-YA-REVERSADO        VALUE "S".
           01  SW-PAREJA-HALLADA          PIC X(01) VALUE "N".
               88  PAREJA-HALLADA                 VALUE "S".
           01  SW-PATA-VALIDA             PIC X(01) VALUE "N".
               88  PATA-VALIDA                    VALUE "S".
           01  SW-RETENCION-HALLADA       PIC X(01) VALUE "N".
               88  RETENCION-HALLADA              VALUE "S".
      *        S = el reverso en curso deshace efectivo (9200 lo
      *        estampa en AL-REVERSO-EFECTIVO).
           01  SW-REVERSO-EFECTIVO        PIC X(01) VALUE "N".
               88  REVERSO-DE-EFECTIVO            VALUE "S".

      *        Sucursal de la sesion (archivo SUCURSAL de la
      *        terminal; sin archivo rige la 001) y sucursales de
               88  CLIENTE-ENCONTRADO             VALUE "S".
           01  SW-CUENTA-OPERABLE         PIC X(01) VALUE "N".
               88  CUENTA-OPERABLE                VALUE "S".
      *        Debitos vedados: el titular tiene el documento o la
      *        revision de debida diligencia vencidos desde antes de
      *        FECHA-CORTE-KYC (fecha de negocio menos los dias de
      *        gracia), recalculada solo si cambia la fecha base.
           01  SW-CLIENTE-RESTRINGIDO     PIC X(01) VALUE "N".
               88  CLIENTE-RESTRINGIDO            VALUE "S".
           01  FECHA-CORTE-KYC            PIC 9(08) VALUE 0.
           01  FECHA-BASE-KYC             PIC 9(08) VALUE 0.
           01  SW-DESTINO-VALIDO          PIC X(01) VALUE "N".
               88  DESTINO-VALIDO                 VALUE "S".
      *        La pata de credito de una transferencia no emite su
      *        muestra ambas cuentas.
           01  SW-EMITIR-RECIBO           PIC X(01) VALUE "S".
               88  EMITIR-RECIBO                  VALUE "S".
      *        Transferencia entre cuentas de distinta moneda: la
      *        moneda de cada cuenta (espacios = nacional), el tipo
      *        del dia de negocio de cada moneda extranjera y el
      *        monto que recibe el destino en SU moneda. El banco
      *        compra la moneda del debito al tipo comprador y vende
      *        la del credito al tipo vendedor.
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
           01  MONEDA-PANTALLA            PIC X(08).
           01  TIPO-CAMBIO-PANTALLA       PIC Z(4)9,9999.
      *        Monto con que la otra pata de una transferencia debe
      *        coincidir al buscarla para un reverso.
           01  MONTO-ESPERADO             PIC 9(09)V99 VALUE 0.
           01  SW-CON-CAMBIO              PIC X(01) VALUE "N".
               88  CON-CAMBIO                     VALUE "S".
           01  SW-CAMBIO-VALIDO           PIC X(01) VALUE "N".
               88  CAMBIO-VALIDO                  VALUE "S".
           01  SW-VIGENTE-HALLADO         PIC X(01) VALUE "N".
               88  VIGENTE-HALLADO                VALUE "S".
           01  SW-TIPOS-EOF               PIC X(01) VALUE "N".
               88  FIN-TIPOS                      VALUE "S".
      *        Sin archivo TIPOCAMB no hay tipos vigentes: toda
      *        transferencia entre monedas distintas se rechaza.
           01  SW-TIPOCAMB-ABIERTO        PIC X(01) VALUE "N".
               88  HAY-TIPOS-CAMBIO               VALUE "S".
      *        Retiro con tarjeta de debito: la tarjeta en curso (la
      *        estampa 9200 en la bitacora; cero = sin tarjeta) y el
      *        resultado de su control, con el mismo codigo que el
      *        motivo de rechazo del lote (12 a 15).
           01  TARJETA-ACTUAL             PIC 9(16) VALUE 0.
           01  MOTIVO-TARJETA             PIC 9(02) VALUE 0.
               88  TARJETA-ACEPTADA               VALUE 0.
               88  TARJETA-INVALIDA               VALUE 12.
               88  TARJETA-DENUNCIADA             VALUE 13.
               88  TARJETA-VENCIDA                VALUE 14.
               88  TARJETA-SIN-CUPO               VALUE 15.
      *        Mes del dia de negocio (AAAAMM), contra el que vence la
      *        tarjeta, y lo ya retirado con ella en el dia.
           01  MES-NEGOCIO                PIC 9(06).
           01  RETIRADO-HOY               PIC 9(09)V99.
           01  DISPONIBLE-TARJETA         PIC 9(09)V99.
      *        Sin archivo TARJETAS los retiros no piden tarjeta.
           01  SW-TARJETAS-ABIERTO        PIC X(01) VALUE "N".
               88  HAY-TARJETAS                   VALUE "S".
      *        Sin archivo EMBARGOS no hay montos embargados que
      *        restar del disponible.
           01  SW-EMBARGOS-ABIERTO        PIC X(01) VALUE "N".
               88  HAY-EMBARGOS                   VALUE "S".
           01  SW-EMBARGOS-EOF            PIC X(01) VALUE "N".
               88  FIN-EMBARGOS                   VALUE "S".

      *        Umbral de aprobacion de supervisor. Se carga del
      *        archivo PARAMS (clave UMBRALSU) al iniciar; el VALUE
      *        TASAPENA en PARAMS; los VALUE son el respaldo).
           77  CAJ-TASA-PLAZO             PIC 9(01)V9(04) VALUE 0,0200.
           77  CAJ-TASA-PENALIDAD         PIC 9(01)V9(04) VALUE 0,0100.
      *        Tasa nominal anual de un prestamo nuevo (clave
      *        TASAPRES en PARAMS; el VALUE es el respaldo) y tope
      *        de cuotas mensuales que admite el otorgamiento.
           77  CAJ-TASA-PRESTAMO          PIC 9(01)V9(04) VALUE 0,2400.
           77  CAJ-MAX-CUOTAS             PIC 9(03) VALUE 120.
      *        Tope de cheques de una chequera (CHEQREC guarda hasta
      *        50 por registro).
           77  CAJ-MAX-CHEQUES-CHEQUERA   PIC 9(02) VALUE 50.
      *        Dias de gracia tras vencer el documento o la revision
      *        del titular antes de rechazar debitos (clave KYCGRACI
      *        en PARAMS; el VALUE es el respaldo; tope 365).
           77  CAJ-DIAS-GRACIA-KYC        PIC 9(03) VALUE 30.

       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM 1200-LEER-CHECKPOINT
           PERFORM 1300-DETERMINAR-MODO
           PERFORM 1400-IDENTIFICAR-OPERADOR THRU 1400-EXIT
           PERFORM 1450-CARGAR-PERMISOS THRU 1450-EXIT
           PERFORM 1500-LEER-PARAMETROS THRU 1500-EXIT
           PERFORM 1600-LEER-FECHA-NEGOCIO THRU 1600-EXIT
           PERFORM 1700-LEER-SUCURSAL THRU 1700-EXIT.
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O PRESTAMOS-CUOTAS
           IF FS-PRESTAMOS NOT = "00"
               OPEN OUTPUT PRESTAMOS-CUOTAS
               CLOSE PRESTAMOS-CUOTAS
               OPEN I-O PRESTAMOS-CUOTAS
               IF FS-PRESTAMOS NOT = "00"
                   DISPLAY "CAJERO: NO SE PUDO ABRIR PRESTAMOS."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O CHEQUERAS-EMITIDAS
           IF FS-CHEQUES NOT = "00"
               OPEN OUTPUT CHEQUERAS-EMITIDAS
               CLOSE CHEQUERAS-EMITIDAS
               OPEN I-O CHEQUERAS-EMITIDAS
               IF FS-CHEQUES NOT = "00"
                   DISPLAY "CAJERO: NO SE PUDO ABRIR CHEQUES."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT ARCHIVO-CALENDARIO
           IF FS-CALENDARIO = "00"
               MOVE "S" TO SW-CALENDARIO-ABIERTO
           END-IF
           OPEN INPUT TITULARES-CUENTA
           IF FS-TITULARES = "00"
               MOVE "S" TO SW-TITULARES-ABIERTO
           END-IF
           OPEN INPUT TIPOS-CAMBIO
           IF FS-TIPOCAMB = "00"
               MOVE "S" TO SW-TIPOCAMB-ABIERTO
           END-IF
           OPEN I-O TARJETAS-DEBITO
           IF FS-TARJETAS = "00"
               MOVE "S" TO SW-TARJETAS-ABIERTO
           END-IF
           OPEN INPUT EMBARGOS-JUDICIALES
           IF FS-EMBARGOS = "00"
               MOVE "S" TO SW-EMBARGOS-ABIERTO
           END-IF.

      *        Retoma CONTADOR del ultimo punto de control grabado, si
       1410-EXIT.
           EXIT.

      *        Permisos del operador firmado: su propio registro en
      *        PERMISOS o, si no tiene, el de su rol. Sin registro o
      *        sin archivo todo queda permitido, como antes. El lote
      *        no usa el menu.
       1450-CARGAR-PERMISOS.
           MOVE ALL "S" TO PERMISOS-SESION
           MOVE ALL "S" TO PERMISOS-ESTADO
           IF MODO-LOTE
               GO TO 1450-EXIT
           END-IF
           OPEN INPUT PERMISOS-OPERADOR
           IF FS-PERMISOS NOT = "00"
               GO TO 1450-EXIT
           END-IF
           MOVE "O" TO PM-TIPO-SUJETO
           MOVE OPERADOR-ID TO PM-SUJETO
           READ PERMISOS-OPERADOR
               INVALID KEY
                   MOVE "R" TO PM-TIPO-SUJETO
                   MOVE OPERADOR-ROL TO PM-SUJETO
                   READ PERMISOS-OPERADOR
                       INVALID KEY
                           CLOSE PERMISOS-OPERADOR
                           GO TO 1450-EXIT
                   END-READ
           END-READ
           MOVE PM-OPCIONES TO PERMISOS-SESION
           MOVE PM-ACCIONES TO PERMISOS-ESTADO
           CLOSE PERMISOS-OPERADOR.
       1450-EXIT.
           EXIT.

      *        Carga los parametros operativos desde PARAMS. Sin
      *        archivo (o sin la clave) rigen los valores compilados,
      *        para que una instalacion nueva arranque sin mas.
               NOT INVALID KEY
                   MOVE PA-TASA TO CAJ-TASA-PENALIDAD
           END-READ
           MOVE "TASAPRES" TO PA-CLAVE
           READ ARCHIVO-PARAMETROS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PA-TASA TO CAJ-TASA-PRESTAMO
           END-READ
           MOVE "KYCGRACI" TO PA-CLAVE
           READ ARCHIVO-PARAMETROS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PA-VALOR > 365
                       MOVE 365 TO CAJ-DIAS-GRACIA-KYC
                   ELSE
                       MOVE PA-VALOR TO CAJ-DIAS-GRACIA-KYC
                   END-IF
           END-READ
           CLOSE ARCHIVO-PARAMETROS.
       1500-EXIT.
           EXIT.
       2200-MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "============ CAJERO AUTOMATICO ============".
           PERFORM 2210-MOSTRAR-UNA-OPCION
               VARYING IND-PERMISO FROM 1 BY 1
               UNTIL IND-PERMISO > 15
           DISPLAY "16. SALIR".
           DISPLAY "============================================".
           DISPLAY "SELECCIONE UNA OPCION: " WITH NO ADVANCING.

       2210-MOSTRAR-UNA-OPCION.
           IF PERMISO-OPCION (IND-PERMISO) = "S"
               DISPLAY TEXTO-MENU (IND-PERMISO)
           END-IF.

       2300-LEER-OPCION.
           ACCEPT OPCION.

       2400-EJECUTAR-OPCION.
           MOVE 0 TO TARJETA-ACTUAL
      *        Una opcion que el operador no tiene habilitada se
      *        rechaza y queda en la bitacora, aunque la teclee.
           IF OPCION > 0 AND OPCION < 16
               AND PERMISO-OPCION (OPCION) NOT = "S"
               DISPLAY "OPCION NO HABILITADA PARA ESTE OPERADOR."
               MOVE "DENEG-OPC" TO TIPO-TRANSACCION-ACTUAL
               MOVE 0 TO CUENTA-DENEGADA
               MOVE OPCION TO OPCION-DENEGADA
               PERFORM 2450-BITACORA-DENEGACION
               GO TO 2400-EXIT
           END-IF
           EVALUATE OPCION
               WHEN 1
                   PERFORM 4000-SELECCIONAR-CUENTA THRU 4000-EXIT
               WHEN 12
                   PERFORM 4900-MANTENER-PLAZOS THRU 4900-EXIT
               WHEN 13
                   PERFORM 4700-MANTENER-PRESTAMOS THRU 4700-EXIT
               WHEN 14
                   PERFORM 4300-REVERSAR-MOVIMIENTO THRU 4300-EXIT
               WHEN 15
                   PERFORM 4400-MANTENER-CHEQUERAS THRU 4400-EXIT
               WHEN 16
                   MOVE "N" TO SW-CONTINUAR
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA."
       2400-EXIT.
           EXIT.

      *        Rechazo por falta de permiso: entrada sin efecto
      *        contable, como la CHEQUERA (4460). DENEG-OPC lleva la
      *        opcion del menu como contraparte; DENEG-EST, la cuenta
      *        y la accion de ESTADO DE CUENTA pedida.
       2450-BITACORA-DENEGACION.
           PERFORM 4150-REFRESCAR-FECHA-NEGOCIO
           ACCEPT HORA-ACTUAL FROM TIME
           MOVE CUENTA-DENEGADA TO AL-NUM-CUENTA
           MOVE TIPO-TRANSACCION-ACTUAL TO AL-TIPO-TRANSACCION
           MOVE 0 TO AL-MONTO-TRANSACCION
           MOVE FECHA-NEGOCIO TO AL-FECHA
           MOVE HORA-ACTUAL TO AL-HORA
           MOVE OPERADOR-ID TO AL-OPERADOR
           MOVE ID-SESION TO AL-ID-SESION
           MOVE "N" TO AL-APROBADO-SUPERVISOR
           MOVE OPCION-DENEGADA TO AL-CUENTA-CONTRAPARTE
           MOVE SPACES TO AL-APROBADOR
           MOVE FECHA-NEGOCIO TO REF-FECHA
           MOVE CONTADOR TO REF-SECUENCIA
           MOVE REFERENCIA-PROPIA TO AL-REFERENCIA
           MOVE "N" TO AL-REVERSO-EFECTIVO
           MOVE SUCURSAL-SESION TO AL-SUCURSAL
           MOVE SPACES TO AL-DATOS-CAMBIO
           MOVE SPACES TO AL-NUM-TARJETA
           MOVE "S" TO SE-FUNCION
           CALL "AUDITSEL" USING SE-PARAMETROS-SELLO
               AL-REGISTRO-BITACORA
           WRITE AL-REGISTRO-BITACORA
      *        La referencia consumio el CONTADOR: se avanza y se
      *        deja punto de control, igual que hace 9000.
           ADD 1 TO CONTADOR
           PERFORM 9300-GRABAR-CHECKPOINT.

      ******************************************************************
      * 3000 - PROCESO EN LOTE (FIN DE DIA / SIN OPERADOR EN PANTALLA)
      ******************************************************************
           ADD 1 TO REGISTROS-LOTE-LEIDOS
           ADD 1 TO CTL-REGISTROS-LEIDOS
           ADD TB-MONTO TO CTL-MONTO-LEIDO
           MOVE 0 TO TARJETA-ACTUAL
      *        Una referencia ya posteada delata un archivo
      *        reenviado: el registro se rechaza sin tocar saldos.
           IF TB-REFERENCIA NOT = SPACES
               PERFORM 9300-GRABAR-CHECKPOINT
               GO TO 3100-EXIT
           END-IF
      *        Efectivo y cheques son solo en moneda nacional: una
      *        cuenta en moneda extranjera opera por transferencia.
           IF NOT CR-MONEDA-NACIONAL
               AND (TB-OP-DEPOSITO OR TB-OP-DEP-CHEQUE
                    OR TB-OP-RETIRO)
               DISPLAY "LOTE: OPERACION NO ADMITIDA EN MONEDA "
                   CR-MONEDA " - CUENTA " TB-NUM-CUENTA
               MOVE "10" TO MOTIVO-RECHAZO-ACTUAL
               PERFORM 3800-REGISTRAR-RECHAZO
               PERFORM 9300-GRABAR-CHECKPOINT
               GO TO 3100-EXIT
           END-IF
      *        Titular con documento o revision vencidos mas alla de
      *        la gracia: se rechazan los debitos, no los creditos.
           IF TB-OP-RETIRO OR TB-OP-TRANSFERENCIA
               PERFORM 4120-VERIFICAR-DEBIDA-DILIGENCIA THRU 4120-EXIT
               IF CLIENTE-RESTRINGIDO
                   DISPLAY "LOTE: TITULAR CON DOCUMENTO O REVISION "
                       "VENCIDOS - CUENTA " TB-NUM-CUENTA
                   MOVE "16" TO MOTIVO-RECHAZO-ACTUAL
                   PERFORM 3800-REGISTRAR-RECHAZO
                   PERFORM 9300-GRABAR-CHECKPOINT
                   GO TO 3100-EXIT
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN TB-OP-DEPOSITO
                   PERFORM 3110-LOTE-DEPOSITO

       3120-LOTE-RETIRO.
           MOVE "RETIRO" TO TIPO-TRANSACCION-ACTUAL
      *        La tarjeta del registro se controla antes que los
      *        fondos: denunciada, vencida o sin cupo en el dia, el
      *        retiro se rechaza y el intento queda en la bitacora.
           MOVE TB-NUM-TARJETA TO TARJETA-ACTUAL
           PERFORM 6050-VALIDAR-TARJETA THRU 6050-EXIT
           IF TARJETA-ACEPTADA
               PERFORM 6060-VALIDAR-LIMITE THRU 6060-EXIT
           END-IF
           IF NOT TARJETA-ACEPTADA
               DISPLAY "LOTE: RETIRO RECHAZADO POR TARJETA (MOTIVO "
                   MOTIVO-TARJETA ") - CUENTA " TB-NUM-CUENTA
               PERFORM 6080-BITACORA-TARJETA
               MOVE MOTIVO-TARJETA TO MOTIVO-RECHAZO-ACTUAL
               PERFORM 3800-REGISTRAR-RECHAZO
               PERFORM 9300-GRABAR-CHECKPOINT
               GO TO 3120-EXIT
           END-IF
           PERFORM 6100-VALIDAR-FONDOS
           IF NOT FONDOS-SUFICIENTES
               DISPLAY "LOTE: RETIRO RECHAZADO FONDOS INSUF. - "
           END-IF
           SUBTRACT CANTIDAD FROM CR-SALDO-CUENTA
           PERFORM 9000-REGISTRAR-TRANSACCION THRU 9000-EXIT
           PERFORM 6070-ACUMULAR-TARJETA THRU 6070-EXIT
           PERFORM 3850-CONTAR-POSTEADO.
       3120-EXIT.
           EXIT.
      *        interactiva (fondos y umbral sobre la cuenta origen),
      *        con la cuenta destino tomada del registro TRANSIN.
       3130-LOTE-TRANSFERENCIA.
           MOVE "N" TO SW-CON-CAMBIO
           MOVE TB-CUENTA-DESTINO TO NUM-CUENTA-DESTINO
           IF NUM-CUENTA-DESTINO = NUM-CUENTA-ACTUAL
               DISPLAY "LOTE: TRANSFERENCIA A LA MISMA CUENTA - "
               PERFORM 9300-GRABAR-CHECKPOINT
               GO TO 3130-EXIT
           END-IF
           PERFORM 6550-CONVERTIR-MONEDA THRU 6550-EXIT
           IF NOT CAMBIO-VALIDO
               DISPLAY "LOTE: SIN TIPO DE CAMBIO VIGENTE - "
                   "CUENTA " TB-NUM-CUENTA
               MOVE "11" TO MOTIVO-RECHAZO-ACTUAL
               PERFORM 3800-REGISTRAR-RECHAZO
               PERFORM 9300-GRABAR-CHECKPOINT
               GO TO 3130-EXIT
           END-IF
           MOVE "TRANSF-DEB" TO TIPO-TRANSACCION-ACTUAL
           PERFORM 6100-VALIDAR-FONDOS
           IF NOT FONDOS-SUFICIENTES
               PERFORM 9260-BITACORA-INTERSUCURSAL
           END-IF
           MOVE 0 TO CUENTA-CONTRAPARTE
           MOVE "N" TO SW-CON-CAMBIO
           PERFORM 3850-CONTAR-POSTEADO.
       3130-EXIT.
           EXIT.
           MOVE TB-CODIGO-SUPERVISOR TO RJ-CODIGO-SUPERVISOR
           MOVE TB-CUENTA-DESTINO TO RJ-CUENTA-DESTINO
           MOVE TB-REFERENCIA TO RJ-REFERENCIA
           MOVE TB-NUM-TARJETA TO RJ-NUM-TARJETA
           MOVE MOTIVO-RECHAZO-ACTUAL TO RJ-MOTIVO-RECHAZO
           WRITE RJ-REGISTRO-RECHAZO
           ADD 1 TO CTL-REGISTROS-RECHAZADOS
                   MOVE 0 TO CTL-SUC-POSTEADOS (INDICE-SUCURSAL)
                   MOVE 0 TO CTL-SUC-MONTO (INDICE-SUCURSAL)
               ELSE
      *        Tabla llena: el registro queda en el total global pero
      *        no en el desglose; se informa y la corrida termina con
      *        codigo 8.
                   DISPLAY "CAJERO: TABLA DE SUCURSALES LLENA - "
                       "SUCURSAL " SUCURSAL-MOVIMIENTO
                       " FUERA DEL DESGLOSE."
                   MOVE 8 TO RETURN-CODE
                   GO TO 3860-EXIT
               END-IF
           END-IF
           ADD 1 TO CTL-SUC-POSTEADOS (INDICE-SUCURSAL)
           MOVE REFERENCIA-PROPIA TO AL-REFERENCIA
           PERFORM 6650-SUCURSAL-DE-LA-CUENTA
           MOVE SUCURSAL-MOVIMIENTO TO AL-SUCURSAL
           MOVE SPACES TO AL-DATOS-CAMBIO
           MOVE "N" TO AL-REVERSO-EFECTIVO
           MOVE SPACES TO AL-NUM-TARJETA
           MOVE "S" TO SE-FUNCION
           CALL "AUDITSEL" USING SE-PARAMETROS-SELLO
               AL-REGISTRO-BITACORA
           WRITE AL-REGISTRO-BITACORA
      *        La referencia consumio el CONTADOR: se avanza y se
      *        deja punto de control, igual que hace 9000.
                   END-IF
           END-EVALUATE.

      *        Efectivo, cheques, giros a otros bancos, prestamos y
      *        plazos fijos son solo en moneda nacional: una cuenta
      *        en moneda extranjera opera por transferencia.
       4110-SOLO-MONEDA-NACIONAL.
           DISPLAY "OPERACION RECHAZADA - LA CUENTA ES EN "
               CR-MONEDA "; SOLO ADMITE TRANSFERENCIAS.".

      *        Debida diligencia del titular (CR-NUM-CLIENTE) antes
      *        de un debito. Un cliente sin registro o con las fechas
      *        en cero no se restringe: el lote REVISCLI lo lista
      *        para que se completen sus datos en CLIMANT.
       4120-VERIFICAR-DEBIDA-DILIGENCIA.
           MOVE "N" TO SW-CLIENTE-RESTRINGIDO
           IF CR-NUM-CLIENTE = ZERO
               GO TO 4120-EXIT
           END-IF
           MOVE CR-NUM-CLIENTE TO CL-NUM-CLIENTE
           READ CLIENTES-MAESTRO
               INVALID KEY
                   GO TO 4120-EXIT
           END-READ
           IF FECHA-NEGOCIO NOT = FECHA-BASE-KYC
               MOVE FECHA-NEGOCIO TO FECHA-TRABAJO
               PERFORM 5170-DIA-ANTERIOR
                   VARYING CONTADOR-DIAS FROM 1 BY 1
                   UNTIL CONTADOR-DIAS > CAJ-DIAS-GRACIA-KYC
               MOVE FECHA-TRABAJO TO FECHA-CORTE-KYC
               MOVE FECHA-NEGOCIO TO FECHA-BASE-KYC
           END-IF
           IF CL-VENCE-DOCUMENTO NOT = ZERO
               AND CL-VENCE-DOCUMENTO < FECHA-CORTE-KYC
               MOVE "S" TO SW-CLIENTE-RESTRINGIDO
           END-IF
           IF CL-PROXIMA-REVISION NOT = ZERO
               AND CL-PROXIMA-REVISION < FECHA-CORTE-KYC
               MOVE "S" TO SW-CLIENTE-RESTRINGIDO
           END-IF
           IF CLIENTE-RESTRINGIDO AND MODO-INTERACTIVO
               DISPLAY "OPERACION RECHAZADA - EL TITULAR TIENE EL "
                   "DOCUMENTO O LA REVISION VENCIDOS."
               DISPLAY "REGISTRE LA REVISION DEL CLIENTE EN CLIMANT."
           END-IF.
       4120-EXIT.
           EXIT.

      *        Relectura liviana del registro unico de FECHADIA. Si
      *        el archivo no esta disponible se conservan la fecha y
      *        el estado ya cargados en el arranque (1600).
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 4300 - REVERSO DE UN MOVIMIENTO POSTEADO
      ******************************************************************
      *        Deshace un movimiento posteado por error, ubicado por su
      *        referencia en la bitacora. El reverso es un movimiento
      *        nuevo y opuesto (REVERSO-DB deshace un credito,
      *        REVERSO-CR deshace un debito) que lleva la referencia
      *        del ORIGINAL: asi el rastro une a uno con el otro y un
      *        movimiento ya reversado no se reversa dos veces. Una
      *        transferencia se reversa completa, sus dos patas juntas.
      *        Siempre con la firma de un supervisor distinto del
      *        operador, que queda como aprobador en la bitacora.
       4300-REVERSAR-MOVIMIENTO.
           PERFORM 4150-REFRESCAR-FECHA-NEGOCIO
           IF DIA-CERRADO
               DISPLAY "OPERACION RECHAZADA - DIA DE NEGOCIO CERRADO."
               GO TO 4300-EXIT
           END-IF
           DISPLAY "REFERENCIA DEL MOVIMIENTO A REVERSAR: "
               WITH NO ADVANCING
           ACCEPT REFERENCIA-A-REVERSAR
           IF REFERENCIA-A-REVERSAR = SPACES
               GO TO 4300-EXIT
           END-IF
           PERFORM 4310-BUSCAR-ORIGINAL THRU 4310-EXIT
           IF NOT ORIGINAL-HALLADO
               DISPLAY "NO HAY UN MOVIMIENTO CON ESA REFERENCIA EN "
                   "LA BITACORA."
               GO TO 4300-EXIT
           END-IF
           DISPLAY " "
           DISPLAY "MOVIMIENTO ORIGINAL:"
           MOVE REV-ORIGINAL TO REV-PATA
           PERFORM 4330-MOSTRAR-MOVIMIENTO
           IF MOVIMIENTO-YA-REVERSADO
               DISPLAY "REVERSO RECHAZADO - EL MOVIMIENTO YA FUE "
                   "REVERSADO."
               GO TO 4300-EXIT
           END-IF
           IF NOT RO-TIPO-REVERSIBLE
               DISPLAY "REVERSO RECHAZADO - ESTE TIPO DE MOVIMIENTO "
                   "NO SE REVERSA POR CAJERO."
               GO TO 4300-EXIT
           END-IF
           MOVE "N" TO SW-PAREJA-HALLADA
           IF RO-TRANSFERENCIA
               PERFORM 4320-BUSCAR-OTRA-PATA THRU 4320-EXIT
               IF NOT PAREJA-HALLADA
                   DISPLAY "REVERSO RECHAZADO - NO SE HALLO LA OTRA "
                       "PATA DE LA TRANSFERENCIA."
                   GO TO 4300-EXIT
               END-IF
               DISPLAY "OTRA PATA DE LA TRANSFERENCIA:"
               MOVE REV-PAREJA TO REV-PATA
               PERFORM 4330-MOSTRAR-MOVIMIENTO
           END-IF
      *        Toda pata se valida antes de postear ninguna, para que
      *        una transferencia nunca quede reversada a medias.
           MOVE REV-ORIGINAL TO REV-PATA
           PERFORM 4340-VALIDAR-PATA THRU 4340-EXIT
           IF NOT PATA-VALIDA
               GO TO 4300-EXIT
           END-IF
           IF PAREJA-HALLADA
               MOVE REV-PAREJA TO REV-PATA
               PERFORM 4340-VALIDAR-PATA THRU 4340-EXIT
               IF NOT PATA-VALIDA
                   GO TO 4300-EXIT
               END-IF
           END-IF
           DISPLAY "CONFIRMA EL REVERSO (S/N): " WITH NO ADVANCING
           ACCEPT ENTRADA-USUARIO
           IF ENTRADA-USUARIO NOT = "S"
               DISPLAY "REVERSO CANCELADO."
               GO TO 4300-EXIT
           END-IF
           DISPLAY "EL REVERSO REQUIERE APROBACION DE SUPERVISOR."
           PERFORM 6300-VALIDAR-SUPERVISOR THRU 6300-EXIT
           IF NOT SUPERVISOR-VALIDO
               DISPLAY "REVERSO RECHAZADO - FALTA APROBACION."
               GO TO 4300-EXIT
           END-IF
           IF APROBADOR-ACTUAL = OPERADOR-ID
               DISPLAY "REVERSO RECHAZADO - EL SUPERVISOR NO PUEDE "
                   "APROBAR SU PROPIA OPERACION."
               GO TO 4300-EXIT
           END-IF
           MOVE "S" TO SW-APROBACION-OTORGADA
           MOVE REV-ORIGINAL TO REV-PATA
           PERFORM 4360-POSTEAR-PATA THRU 4360-EXIT
           IF PAREJA-HALLADA
               MOVE REV-PAREJA TO REV-PATA
               MOVE "N" TO SW-EMITIR-RECIBO
               PERFORM 4360-POSTEAR-PATA THRU 4360-EXIT
               MOVE "S" TO SW-EMITIR-RECIBO
               PERFORM 4385-LIQUIDAR-SUCURSALES THRU 4385-EXIT
           END-IF
           MOVE SPACES TO REFERENCIA-REVERSADA
           MOVE "N" TO SW-REVERSO-EFECTIVO
           MOVE "N" TO SW-APROBACION-OTORGADA
           MOVE 0 TO CUENTA-CONTRAPARTE
           DISPLAY "MOVIMIENTO REVERSADO.".
       4300-EXIT.
           EXIT.

      *        Recorre la bitacora buscando el movimiento con esa
      *        referencia y cualquier reverso que ya la lleve. La
      *        bitacora esta abierta en EXTEND: se cierra, se relee
      *        como entrada y se vuelve a dejar en EXTEND (ver 7500).
       4310-BUSCAR-ORIGINAL.
           MOVE "N" TO SW-ORIGINAL-HALLADO
           MOVE "N" TO SW-YA-REVERSADO
           MOVE 0 TO POSICION-BITACORA
           MOVE "N" TO SW-AUDITLOG-EOF
           CLOSE BITACORA-AUDITORIA
           OPEN INPUT BITACORA-AUDITORIA
           IF FS-AUDITLOG NOT = "00"
               DISPLAY "NO SE PUDO RELEER LA BITACORA."
               OPEN EXTEND BITACORA-AUDITORIA
               GO TO 4310-EXIT
           END-IF
           PERFORM 4315-EXAMINAR-UNA-BITACORA THRU 4315-EXIT
               UNTIL FIN-AUDITLOG
           CLOSE BITACORA-AUDITORIA
           OPEN EXTEND BITACORA-AUDITORIA.
       4310-EXIT.
           EXIT.

      *        En lote las dos patas de una transferencia comparten
      *        la referencia del originador: vale la primera (el
      *        debito). La linea INTERSUC no es un movimiento de
      *        cuenta y no se toma como original.
       4315-EXAMINAR-UNA-BITACORA.
           READ BITACORA-AUDITORIA
               AT END
                   MOVE "S" TO SW-AUDITLOG-EOF
                   GO TO 4315-EXIT
           END-READ
           ADD 1 TO POSICION-BITACORA
           IF AL-REFERENCIA NOT = REFERENCIA-A-REVERSAR
               GO TO 4315-EXIT
           END-IF
           IF AL-TIPO-TRANSACCION = "REVERSO-DB"
               OR AL-TIPO-TRANSACCION = "REVERSO-CR"
               MOVE "S" TO SW-YA-REVERSADO
               GO TO 4315-EXIT
           END-IF
           IF ORIGINAL-HALLADO
               OR AL-TIPO-TRANSACCION = "INTERSUC"
               GO TO 4315-EXIT
           END-IF
           MOVE "S" TO SW-ORIGINAL-HALLADO
           MOVE POSICION-BITACORA TO POSICION-ORIGINAL
           MOVE AL-NUM-CUENTA TO RO-NUM-CUENTA
           MOVE AL-TIPO-TRANSACCION TO RO-TIPO
           MOVE AL-MONTO-TRANSACCION TO RO-MONTO
           MOVE AL-FECHA TO RO-FECHA
           MOVE AL-HORA TO RO-HORA
           MOVE AL-OPERADOR TO RO-OPERADOR
           MOVE AL-CUENTA-CONTRAPARTE TO RO-CONTRAPARTE
           MOVE AL-REFERENCIA TO RO-REFERENCIA
           MOVE AL-SUCURSAL TO RO-SUCURSAL
           MOVE AL-NUM-TARJETA TO RO-NUM-TARJETA.
       4315-EXIT.
           EXIT.

      *        La otra pata de la transferencia es la entrada del
      *        mismo dia y monto con las cuentas cruzadas: el credito
      *        que sigue al debito, o el debito que precede al
      *        credito. Las patas interactivas llevan referencias
      *        distintas, por eso se busca por contenido.
       4320-BUSCAR-OTRA-PATA.
           MOVE "N" TO SW-PAREJA-HALLADA
           MOVE 0 TO POSICION-BITACORA
           MOVE "N" TO SW-AUDITLOG-EOF
           CLOSE BITACORA-AUDITORIA
           OPEN INPUT BITACORA-AUDITORIA
           IF FS-AUDITLOG NOT = "00"
               DISPLAY "NO SE PUDO RELEER LA BITACORA."
               OPEN EXTEND BITACORA-AUDITORIA
               GO TO 4320-EXIT
           END-IF
           PERFORM 4325-EXAMINAR-OTRA-PATA THRU 4325-EXIT
               UNTIL FIN-AUDITLOG
           CLOSE BITACORA-AUDITORIA
           OPEN EXTEND BITACORA-AUDITORIA.
       4320-EXIT.
           EXIT.

       4325-EXAMINAR-OTRA-PATA.
           READ BITACORA-AUDITORIA
               AT END
                   MOVE "S" TO SW-AUDITLOG-EOF
                   GO TO 4325-EXIT
           END-READ
           ADD 1 TO POSICION-BITACORA
           IF AL-TIPO-TRANSACCION NOT = "TRANSF-DEB"
               AND AL-TIPO-TRANSACCION NOT = "TRANSF-CRE"
               GO TO 4325-EXIT
           END-IF
      *        Entre monedas, la otra pata trae el monto de esta en
      *        AL-MONTO-CONTRAPARTE.
           IF AL-DATOS-CAMBIO = SPACES
               MOVE AL-MONTO-TRANSACCION TO MONTO-ESPERADO
           ELSE
               MOVE AL-MONTO-CONTRAPARTE TO MONTO-ESPERADO
           END-IF
           IF AL-TIPO-TRANSACCION = RO-TIPO
               OR AL-NUM-CUENTA NOT = RO-CONTRAPARTE
               OR AL-CUENTA-CONTRAPARTE NOT = RO-NUM-CUENTA
               OR MONTO-ESPERADO NOT = RO-MONTO
               OR AL-FECHA NOT = RO-FECHA
               GO TO 4325-EXIT
           END-IF
           IF RO-TIPO = "TRANSF-DEB"
               IF POSICION-BITACORA NOT > POSICION-ORIGINAL
                   OR PAREJA-HALLADA
                   GO TO 4325-EXIT
               END-IF
           ELSE
               IF POSICION-BITACORA NOT < POSICION-ORIGINAL
                   GO TO 4325-EXIT
               END-IF
           END-IF
           MOVE "S" TO SW-PAREJA-HALLADA
           MOVE AL-NUM-CUENTA TO PJ-NUM-CUENTA
           MOVE AL-TIPO-TRANSACCION TO PJ-TIPO
           MOVE AL-MONTO-TRANSACCION TO PJ-MONTO
           MOVE AL-FECHA TO PJ-FECHA
           MOVE AL-HORA TO PJ-HORA
           MOVE AL-OPERADOR TO PJ-OPERADOR
           MOVE AL-CUENTA-CONTRAPARTE TO PJ-CONTRAPARTE
           MOVE AL-REFERENCIA TO PJ-REFERENCIA
           MOVE AL-SUCURSAL TO PJ-SUCURSAL
           MOVE AL-NUM-TARJETA TO PJ-NUM-TARJETA.
       4325-EXIT.
           EXIT.

       4330-MOSTRAR-MOVIMIENTO.
           MOVE RV-MONTO TO MONTO-PANTALLA
           DISPLAY "  FECHA " RV-FECHA " HORA " RV-HORA
               " OPERADOR " RV-OPERADOR
           DISPLAY "  CUENTA " RV-NUM-CUENTA " TIPO " RV-TIPO
               " MONTO " MONTO-PANTALLA
           IF RV-CONTRAPARTE NOT = 0
               IF RV-MOV-EFECTIVO
                   DISPLAY "  OPERADO POR CLIENTE " RV-CONTRAPARTE
               ELSE
                   DISPLAY "  CONTRAPARTE " RV-CONTRAPARTE
               END-IF
           END-IF
           DISPLAY "  REFERENCIA " RV-REFERENCIA.

      *        La cuenta de la pata debe existir y no estar cerrada.
      *        Si el reverso la debita (se deshace un credito) debe
      *        poder cubrirlo: sin saldo minimo de ahorros, que es
      *        regla del retiro del cliente, pero sin dejar negativa
      *        una caja de ahorros ni pasar el sobregiro aprobado de
      *        una corriente. La retencion del propio cheque que se
      *        reversa no cuenta: se anula junto con el deposito.
       4340-VALIDAR-PATA.
           MOVE "N" TO SW-PATA-VALIDA
           MOVE RV-NUM-CUENTA TO CR-NUM-CUENTA
           READ CUENTAS-MAESTRO
               INVALID KEY
                   DISPLAY "REVERSO RECHAZADO - LA CUENTA "
                       RV-NUM-CUENTA " NO EXISTE."
                   GO TO 4340-EXIT
           END-READ
           IF CR-CUENTA-CERRADA
               DISPLAY "REVERSO RECHAZADO - LA CUENTA "
                   RV-NUM-CUENTA " ESTA CERRADA."
               GO TO 4340-EXIT
           END-IF
           IF NOT RV-REVERSA-CREDITO
               MOVE "S" TO SW-PATA-VALIDA
               GO TO 4340-EXIT
           END-IF
           MOVE "N" TO SW-RETENCION-HALLADA
           MOVE 0 TO MONTO-RETENCION-REVERSO
           IF RV-TIPO = "DEP-CHEQUE"
               PERFORM 4370-BUSCAR-RETENCION THRU 4370-EXIT
           END-IF
           PERFORM 6150-SUMAR-RETENCIONES THRU 6150-EXIT
           SUBTRACT MONTO-RETENCION-REVERSO FROM MONTO-RETENIDO
           IF CR-CUENTA-AHORROS
               IF (CR-SALDO-CUENTA - MONTO-RETENIDO - RV-MONTO) < 0
                   DISPLAY "REVERSO RECHAZADO - FONDOS INSUFICIENTES "
                       "EN LA CUENTA " RV-NUM-CUENTA "."
                   GO TO 4340-EXIT
               END-IF
           ELSE
               IF RV-MONTO > (CR-SALDO-CUENTA + CR-LIMITE-SOBREGIRO
                       - MONTO-RETENIDO)
                   DISPLAY "REVERSO RECHAZADO - FONDOS INSUFICIENTES "
                       "EN LA CUENTA " RV-NUM-CUENTA "."
                   GO TO 4340-EXIT
               END-IF
           END-IF
           MOVE "S" TO SW-PATA-VALIDA.
       4340-EXIT.
           EXIT.

      *        Postea el movimiento opuesto a la pata en REV-PATA con
      *        el 9000 comun. 9200 estampa la referencia del original
      *        (REFERENCIA-REVERSADA) y la marca de efectivo, para que
      *        el cierre de caja y el diario deshagan tambien el
      *        movimiento de efectivo de un deposito o retiro.
       4360-POSTEAR-PATA.
           MOVE RV-NUM-CUENTA TO CR-NUM-CUENTA
           READ CUENTAS-MAESTRO
               INVALID KEY
                   DISPLAY "ERROR GRAVE: LA CUENTA " RV-NUM-CUENTA
                       " DESAPARECIO."
                   GO TO 4360-EXIT
           END-READ
           MOVE RV-MONTO TO CANTIDAD
           IF RV-REVERSA-CREDITO
               MOVE "REVERSO-DB" TO TIPO-TRANSACCION-ACTUAL
               SUBTRACT CANTIDAD FROM CR-SALDO-CUENTA
           ELSE
               MOVE "REVERSO-CR" TO TIPO-TRANSACCION-ACTUAL
               ADD CANTIDAD TO CR-SALDO-CUENTA
           END-IF
           IF RV-MOV-EFECTIVO
               MOVE "S" TO SW-REVERSO-EFECTIVO
           ELSE
               MOVE "N" TO SW-REVERSO-EFECTIVO
           END-IF
           MOVE RV-CONTRAPARTE TO CUENTA-CONTRAPARTE
           MOVE RV-REFERENCIA TO REFERENCIA-REVERSADA
      *        El reverso de un retiro lleva la tarjeta del original.
           IF RV-NUM-TARJETA = SPACES
               MOVE 0 TO TARJETA-ACTUAL
           ELSE
               MOVE RV-NUM-TARJETA TO TARJETA-ACTUAL
           END-IF
           PERFORM 9000-REGISTRAR-TRANSACCION THRU 9000-EXIT
           IF RV-TIPO = "RETIRO"
               PERFORM 6075-DEVOLVER-A-TARJETA THRU 6075-EXIT
           END-IF
           MOVE 0 TO TARJETA-ACTUAL
           IF RV-TIPO = "DEP-CHEQUE" AND RETENCION-HALLADA
               PERFORM 4380-ANULAR-RETENCION
           END-IF.
       4360-EXIT.
           EXIT.

      *        Retencion abierta del cheque que se reversa: misma
      *        cuenta, monto y fecha de deposito que el original.
       4370-BUSCAR-RETENCION.
           MOVE "N" TO SW-RETENES-EOF
           MOVE 0 TO RT-NUM-RETENCION
           START RETENCIONES-FONDOS
               KEY NOT LESS THAN RT-NUM-RETENCION
               INVALID KEY
                   GO TO 4370-EXIT
           END-START
           PERFORM 4375-PROBAR-UNA-RETENCION THRU 4375-EXIT
               UNTIL FIN-RETENES
               OR RETENCION-HALLADA.
       4370-EXIT.
           EXIT.

      *        Solo descuenta del retenido la que 6150 esta sumando
      *        (fecha de liberacion todavia no alcanzada).
       4375-PROBAR-UNA-RETENCION.
           READ RETENCIONES-FONDOS NEXT RECORD
               AT END
                   MOVE "S" TO SW-RETENES-EOF
                   GO TO 4375-EXIT
           END-READ
           IF RT-NUM-CUENTA = RV-NUM-CUENTA
               AND RT-MONTO = RV-MONTO
               AND RT-FECHA-DEPOSITO = RV-FECHA
               AND RT-RETENCION-ACTIVA
               MOVE "S" TO SW-RETENCION-HALLADA
               MOVE RT-NUM-RETENCION TO NUM-RETENCION-REVERSO
               IF RT-FECHA-LIBERACION > FECHA-NEGOCIO
                   MOVE RT-MONTO TO MONTO-RETENCION-REVERSO
               END-IF
           END-IF.
       4375-EXIT.
           EXIT.

      *        El deposito ya no esta en el saldo: su retencion queda
      *        cerrada para no seguir restando del disponible.
       4380-ANULAR-RETENCION.
           MOVE NUM-RETENCION-REVERSO TO RT-NUM-RETENCION
           READ RETENCIONES-FONDOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "L" TO RT-ESTADO
                   REWRITE RT-REGISTRO-RETENCION
           END-READ.

      *        Reverso de una transferencia entre sucursales: la
      *        liquidacion corre en sentido contrario, de la sucursal
      *        de la cuenta que ahora se debita a la que se acredita.
       4385-LIQUIDAR-SUCURSALES.
           IF RO-SUCURSAL = PJ-SUCURSAL
               GO TO 4385-EXIT
           END-IF
           IF RO-TIPO = "TRANSF-CRE"
               MOVE RO-NUM-CUENTA TO NUM-CUENTA-ACTUAL
               MOVE RO-SUCURSAL TO SUCURSAL-ORIGEN
               MOVE PJ-NUM-CUENTA TO NUM-CUENTA-DESTINO
               MOVE PJ-SUCURSAL TO SUCURSAL-DESTINO
           ELSE
               MOVE PJ-NUM-CUENTA TO NUM-CUENTA-ACTUAL
               MOVE PJ-SUCURSAL TO SUCURSAL-ORIGEN
               MOVE RO-NUM-CUENTA TO NUM-CUENTA-DESTINO
               MOVE RO-SUCURSAL TO SUCURSAL-DESTINO
           END-IF
           MOVE RO-MONTO TO CANTIDAD
           PERFORM 9260-BITACORA-INTERSUCURSAL.
       4385-EXIT.
           EXIT.

      ******************************************************************
      * 4400 - CHEQUERAS Y ORDENES DE NO PAGO
      ******************************************************************
       4400-MANTENER-CHEQUERAS.
           DISPLAY "1. EMITIR CHEQUERA  2. ORDEN DE NO PAGO  "
               "3. LISTAR"
           DISPLAY "ACCION: " WITH NO ADVANCING
           ACCEPT OPCION
           EVALUATE OPCION
               WHEN 1
                   PERFORM 4410-EMITIR-CHEQUERA THRU 4410-EXIT
               WHEN 2
                   PERFORM 4430-ORDEN-NO-PAGO THRU 4430-EXIT
               WHEN 3
                   PERFORM 4450-LISTAR-CHEQUERAS THRU 4450-EXIT
               WHEN OTHER
                   DISPLAY "ACCION INVALIDA."
           END-EVALUATE.
       4400-EXIT.
           EXIT.

      *        Solo las cuentas corrientes libran cheques. La serie
      *        sigue a la ultima chequera de la cuenta, asi cada
      *        cheque pertenece a una sola chequera; el canje nocturno
      *        (CANJECHQ) paga solo series emitidas aqui.
       4410-EMITIR-CHEQUERA.
           PERFORM 4000-SELECCIONAR-CUENTA THRU 4000-EXIT
           PERFORM 4050-EXIGIR-CAMBIO-PIN THRU 4050-EXIT
           IF NOT CUENTA-ENCONTRADA OR NOT PIN-VALIDO
               GO TO 4410-EXIT
           END-IF
           IF NOT CR-CUENTA-CORRIENTE
               DISPLAY "SOLO LAS CUENTAS CORRIENTES LIBRAN CHEQUES."
               GO TO 4410-EXIT
           END-IF
           PERFORM 4100-VERIFICAR-CUENTA-ACTIVA
           IF NOT CUENTA-OPERABLE
               GO TO 4410-EXIT
           END-IF
           IF NOT CR-MONEDA-NACIONAL
               PERFORM 4110-SOLO-MONEDA-NACIONAL
               GO TO 4410-EXIT
           END-IF
           DISPLAY "CANTIDAD DE CHEQUES (1-" CAJ-MAX-CHEQUES-CHEQUERA
               "): " WITH NO ADVANCING
           ACCEPT CANTIDAD-CHEQUES
           IF CANTIDAD-CHEQUES = ZERO
               OR CANTIDAD-CHEQUES > CAJ-MAX-CHEQUES-CHEQUERA
               DISPLAY "CANTIDAD INVALIDA."
               GO TO 4410-EXIT
           END-IF
           PERFORM 4420-ULTIMA-SERIE THRU 4420-EXIT
           MOVE SPACES TO CH-REGISTRO-CHEQUERA
           MOVE CR-NUM-CUENTA TO CH-NUM-CUENTA
           COMPUTE CH-SERIE-DESDE = ULTIMA-SERIE + 1
           COMPUTE CH-SERIE-HASTA = ULTIMA-SERIE + CANTIDAD-CHEQUES
           MOVE CANTIDAD-CHEQUES TO CH-CANTIDAD-CHEQUES
           MOVE FECHA-NEGOCIO TO CH-FECHA-EMISION
           MOVE OPERADOR-ID TO CH-OPERADOR
           PERFORM 6650-SUCURSAL-DE-LA-CUENTA
           MOVE SUCURSAL-MOVIMIENTO TO CH-SUCURSAL
           PERFORM 4415-INICIAR-UN-CHEQUE THRU 4415-EXIT
               VARYING INDICE-CHEQUE FROM 1 BY 1
               UNTIL INDICE-CHEQUE > CANTIDAD-CHEQUES
           WRITE CH-REGISTRO-CHEQUERA
               INVALID KEY
                   DISPLAY "CAJERO: NO SE PUDO GRABAR LA CHEQUERA."
                   GO TO 4410-EXIT
           END-WRITE
      *        La entrega queda en la bitacora sin efecto contable;
      *        la contraparte es la primera serie de la chequera.
           MOVE "CHEQUERA" TO TIPO-TRANSACCION-ACTUAL
           MOVE CH-SERIE-DESDE TO CUENTA-CONTRAPARTE
           PERFORM 4460-BITACORA-CHEQUERA
           MOVE 0 TO CUENTA-CONTRAPARTE
           DISPLAY "CHEQUERA EMITIDA - CUENTA " CH-NUM-CUENTA
               " CHEQUES " CH-SERIE-DESDE " A " CH-SERIE-HASTA.
       4410-EXIT.
           EXIT.

       4415-INICIAR-UN-CHEQUE.
           MOVE "E" TO CH-ESTADO-CHEQUE (INDICE-CHEQUE)
           MOVE 0 TO CH-FECHA-ESTADO (INDICE-CHEQUE)
           MOVE 0 TO CH-MONTO-PAGADO (INDICE-CHEQUE).
       4415-EXIT.
           EXIT.

      *        Ultima serie emitida a la cuenta en el area de
      *        registro (cero si es su primera chequera).
       4420-ULTIMA-SERIE.
           MOVE 0 TO ULTIMA-SERIE
           MOVE "N" TO SW-CHEQUES-EOF
           MOVE CR-NUM-CUENTA TO CH-NUM-CUENTA
           MOVE 0 TO CH-SERIE-DESDE
           START CHEQUERAS-EMITIDAS
               KEY NOT LESS THAN CH-CLAVE-CHEQUERA
               INVALID KEY
                   GO TO 4420-EXIT
           END-START
           PERFORM 4425-LEER-UNA-CHEQUERA THRU 4425-EXIT
               UNTIL FIN-CHEQUES.
       4420-EXIT.
           EXIT.

       4425-LEER-UNA-CHEQUERA.
           READ CHEQUERAS-EMITIDAS NEXT RECORD
               AT END
                   MOVE "S" TO SW-CHEQUES-EOF
                   GO TO 4425-EXIT
           END-READ
           IF CH-NUM-CUENTA NOT = CR-NUM-CUENTA
               MOVE "S" TO SW-CHEQUES-EOF
               GO TO 4425-EXIT
           END-IF
           IF CH-SERIE-HASTA > ULTIMA-SERIE
               MOVE CH-SERIE-HASTA TO ULTIMA-SERIE
           END-IF.
       4425-EXIT.
           EXIT.

      *        El cliente (con su PIN) detiene el pago de un cheque
      *        emitido que todavia no se pago. La orden no se levanta
      *        desde el cajero: el cheque se devuelve en el canje.
       4430-ORDEN-NO-PAGO.
           PERFORM 4000-SELECCIONAR-CUENTA THRU 4000-EXIT
           PERFORM 4050-EXIGIR-CAMBIO-PIN THRU 4050-EXIT
           IF NOT CUENTA-ENCONTRADA OR NOT PIN-VALIDO
               GO TO 4430-EXIT
           END-IF
           DISPLAY "NUMERO DE CHEQUE: " WITH NO ADVANCING
           ACCEPT NUM-CHEQUE-ACTUAL
           PERFORM 4440-BUSCAR-CHEQUE THRU 4440-EXIT
           IF NOT CHEQUERA-HALLADA
               DISPLAY "EL CHEQUE NO FUE EMITIDO A ESTA CUENTA."
               GO TO 4430-EXIT
           END-IF
           IF CH-CHEQUE-PAGADO (POSICION-CHEQUE)
               MOVE CH-MONTO-PAGADO (POSICION-CHEQUE)
                   TO MONTO-PANTALLA
               DISPLAY "EL CHEQUE YA FUE PAGADO EL "
                   CH-FECHA-ESTADO (POSICION-CHEQUE)
                   " POR " MONTO-PANTALLA "."
               GO TO 4430-EXIT
           END-IF
           IF CH-CHEQUE-NO-PAGAR (POSICION-CHEQUE)
               DISPLAY "EL CHEQUE YA TIENE ORDEN DE NO PAGO DEL "
                   CH-FECHA-ESTADO (POSICION-CHEQUE) "."
               GO TO 4430-EXIT
           END-IF
           PERFORM 4150-REFRESCAR-FECHA-NEGOCIO
           MOVE "N" TO CH-ESTADO-CHEQUE (POSICION-CHEQUE)
           MOVE FECHA-NEGOCIO TO CH-FECHA-ESTADO (POSICION-CHEQUE)
           REWRITE CH-REGISTRO-CHEQUERA
               INVALID KEY
                   DISPLAY "NO SE PUDO REGISTRAR LA ORDEN DE NO PAGO."
                   GO TO 4430-EXIT
           END-REWRITE
           MOVE "NO-PAGO" TO TIPO-TRANSACCION-ACTUAL
           MOVE NUM-CHEQUE-ACTUAL TO CUENTA-CONTRAPARTE
           PERFORM 4460-BITACORA-CHEQUERA
           MOVE 0 TO CUENTA-CONTRAPARTE
           DISPLAY "ORDEN DE NO PAGO REGISTRADA - CHEQUE "
               NUM-CHEQUE-ACTUAL ".".
       4430-EXIT.
           EXIT.

      *        Ubica la chequera de la cuenta en el area de registro
      *        que contiene NUM-CHEQUE-ACTUAL; la deja en el area y en
      *        POSICION-CHEQUE el elemento del cheque.
       4440-BUSCAR-CHEQUE.
           MOVE "N" TO SW-CHEQUERA-HALLADA
           MOVE "N" TO SW-CHEQUES-EOF
           MOVE CR-NUM-CUENTA TO CH-NUM-CUENTA
           MOVE 0 TO CH-SERIE-DESDE
           START CHEQUERAS-EMITIDAS
               KEY NOT LESS THAN CH-CLAVE-CHEQUERA
               INVALID KEY
                   GO TO 4440-EXIT
           END-START
           PERFORM 4445-PROBAR-UNA-CHEQUERA THRU 4445-EXIT
               UNTIL FIN-CHEQUES
               OR CHEQUERA-HALLADA.
       4440-EXIT.
           EXIT.

       4445-PROBAR-UNA-CHEQUERA.
           READ CHEQUERAS-EMITIDAS NEXT RECORD
               AT END
                   MOVE "S" TO SW-CHEQUES-EOF
                   GO TO 4445-EXIT
           END-READ
           IF CH-NUM-CUENTA NOT = CR-NUM-CUENTA
               MOVE "S" TO SW-CHEQUES-EOF
               GO TO 4445-EXIT
           END-IF
           IF NUM-CHEQUE-ACTUAL NOT < CH-SERIE-DESDE
               AND NUM-CHEQUE-ACTUAL NOT > CH-SERIE-HASTA
               COMPUTE POSICION-CHEQUE =
                   NUM-CHEQUE-ACTUAL - CH-SERIE-DESDE + 1
               MOVE "S" TO SW-CHEQUERA-HALLADA
           END-IF.
       4445-EXIT.
           EXIT.

      *        Chequeras de una cuenta, con los cheques pagados y
      *        los detenidos de cada una (consulta, sin PIN, como el
      *        listado de prestamos).
       4450-LISTAR-CHEQUERAS.
           DISPLAY "NUMERO DE CUENTA: " WITH NO ADVANCING
           ACCEPT NUM-CUENTA-ACTUAL
           MOVE "N" TO SW-CHEQUES-EOF
           MOVE NUM-CUENTA-ACTUAL TO CH-NUM-CUENTA
           MOVE 0 TO CH-SERIE-DESDE
           START CHEQUERAS-EMITIDAS
               KEY NOT LESS THAN CH-CLAVE-CHEQUERA
               INVALID KEY
                   MOVE "S" TO SW-CHEQUES-EOF
           END-START
           MOVE 0 TO CHEQUERAS-LISTADAS
           PERFORM 4455-LISTAR-UNA-CHEQUERA THRU 4455-EXIT
               UNTIL FIN-CHEQUES
           IF CHEQUERAS-LISTADAS = 0
               DISPLAY "LA CUENTA NO TIENE CHEQUERAS."
           END-IF.
       4450-EXIT.
           EXIT.

       4455-LISTAR-UNA-CHEQUERA.
           READ CHEQUERAS-EMITIDAS NEXT RECORD
               AT END
                   MOVE "S" TO SW-CHEQUES-EOF
                   GO TO 4455-EXIT
           END-READ
           IF CH-NUM-CUENTA NOT = NUM-CUENTA-ACTUAL
               MOVE "S" TO SW-CHEQUES-EOF
               GO TO 4455-EXIT
           END-IF
           ADD 1 TO CHEQUERAS-LISTADAS
           DISPLAY "CHEQUERA " CH-SERIE-DESDE " A " CH-SERIE-HASTA
               " EMITIDA " CH-FECHA-EMISION
               " POR " CH-OPERADOR
           PERFORM 4457-LISTAR-UN-CHEQUE THRU 4457-EXIT
               VARYING INDICE-CHEQUE FROM 1 BY 1
               UNTIL INDICE-CHEQUE > CH-CANTIDAD-CHEQUES.
       4455-EXIT.
           EXIT.

      *        Solo se listan los cheques que ya no estan librados
      *        sin novedad: pagados y con orden de no pago.
       4457-LISTAR-UN-CHEQUE.
           IF CH-CHEQUE-EMITIDO (INDICE-CHEQUE)
               GO TO 4457-EXIT
           END-IF
           COMPUTE NUM-CHEQUE-ACTUAL =
               CH-SERIE-DESDE + INDICE-CHEQUE - 1
           IF CH-CHEQUE-PAGADO (INDICE-CHEQUE)
               MOVE CH-MONTO-PAGADO (INDICE-CHEQUE) TO MONTO-PANTALLA
               DISPLAY "   CHEQUE " NUM-CHEQUE-ACTUAL " PAGADO   "
                   CH-FECHA-ESTADO (INDICE-CHEQUE)
                   " " MONTO-PANTALLA
           ELSE
               DISPLAY "   CHEQUE " NUM-CHEQUE-ACTUAL " NO PAGAR "
                   CH-FECHA-ESTADO (INDICE-CHEQUE)
           END-IF.
       4457-EXIT.
           EXIT.

      *        Entrega de chequera y orden de no pago quedan en la
      *        bitacora sin efecto contable, como el BLOQUEO (4020):
      *        tipo en TIPO-TRANSACCION-ACTUAL, la serie como
      *        contraparte.
       4460-BITACORA-CHEQUERA.
           ACCEPT HORA-ACTUAL FROM TIME
           MOVE CR-NUM-CUENTA TO AL-NUM-CUENTA
           MOVE TIPO-TRANSACCION-ACTUAL TO AL-TIPO-TRANSACCION
           MOVE 0 TO AL-MONTO-TRANSACCION
           MOVE FECHA-NEGOCIO TO AL-FECHA
           MOVE HORA-ACTUAL TO AL-HORA
           MOVE OPERADOR-ID TO AL-OPERADOR
           MOVE ID-SESION TO AL-ID-SESION
           MOVE "N" TO AL-APROBADO-SUPERVISOR
           MOVE CUENTA-CONTRAPARTE TO AL-CUENTA-CONTRAPARTE
           MOVE SPACES TO AL-APROBADOR
           MOVE FECHA-NEGOCIO TO REF-FECHA
           MOVE CONTADOR TO REF-SECUENCIA
           MOVE REFERENCIA-PROPIA TO AL-REFERENCIA
           MOVE "N" TO AL-REVERSO-EFECTIVO
           PERFORM 6650-SUCURSAL-DE-LA-CUENTA
           MOVE SUCURSAL-MOVIMIENTO TO AL-SUCURSAL
           MOVE SPACES TO AL-DATOS-CAMBIO
           MOVE SPACES TO AL-NUM-TARJETA
           MOVE "S" TO SE-FUNCION
           CALL "AUDITSEL" USING SE-PARAMETROS-SELLO
               AL-REGISTRO-BITACORA
           WRITE AL-REGISTRO-BITACORA
      *        La referencia consumio el CONTADOR: se avanza y se
      *        deja punto de control, igual que hace 9000.
           ADD 1 TO CONTADOR
           PERFORM 9300-GRABAR-CHECKPOINT.

      ******************************************************************
      * 4500 - APERTURA DE CUENTA NUEVA
      ******************************************************************
           DISPLAY "TIPO DE CUENTA (C=CORRIENTE, A=AHORROS): "
               WITH NO ADVANCING
           ACCEPT CR-TIPO-CUENTA
      *        Una cuenta en moneda extranjera solo se abre en una
      *        moneda con tipo de cambio vigente, y nace sin saldo:
      *        se fondea por transferencia.
           DISPLAY "MONEDA (ENTER = NACIONAL): " WITH NO ADVANCING
           MOVE SPACES TO MONEDA-BUSCADA
           ACCEPT MONEDA-BUSCADA
           IF MONEDA-BUSCADA = SPACES
               DISPLAY "DEPOSITO INICIAL: " WITH NO ADVANCING
               ACCEPT CANTIDAD
           ELSE
               MOVE "N" TO SW-VIGENTE-HALLADO
               IF HAY-TIPOS-CAMBIO
                   PERFORM 6560-BUSCAR-TIPO-VIGENTE THRU 6560-EXIT
               END-IF
               IF NOT VIGENTE-HALLADO
                   DISPLAY "APERTURA CANCELADA - SIN TIPO DE CAMBIO "
                       "VIGENTE PARA " MONEDA-BUSCADA "."
                   GO TO 4500-EXIT
               END-IF
               MOVE 0 TO CANTIDAD
           END-IF
      *        Toda cuenta nueva queda ligada a su titular en el
      *        maestro CLIENTES: se vincula a un cliente existente o
      *        se capturan sus datos en el momento de la apertura.
           MOVE 0 TO CR-LIMITE-SOBREGIRO
      *        La cuenta nace en la sucursal de esta terminal.
           MOVE SUCURSAL-SESION TO CR-SUCURSAL
           MOVE MONEDA-BUSCADA TO CR-MONEDA
           WRITE CR-REGISTRO-CUENTA
               INVALID KEY
                   DISPLAY "NO SE PUDO CREAR LA CUENTA."
                   DISPLAY "CLIENTE YA REGISTRADO: " CL-NOMBRE
                   GO TO 4510-EXIT
           END-READ
           INITIALIZE CL-REGISTRO-CLIENTE
           DISPLAY "CLIENTE NUEVO - CAPTURE SUS DATOS."
           DISPLAY "NOMBRE COMPLETO: " WITH NO ADVANCING
           ACCEPT CL-NOMBRE
                   GO TO 4600-EXIT
           END-READ
           PERFORM 4610-MOSTRAR-ESTADO
           PERFORM 4605-MOSTRAR-UNA-ACCION
               VARYING IND-PERMISO FROM 1 BY 1
               UNTIL IND-PERMISO > 5
           DISPLAY "ACCION: " WITH NO ADVANCING
           ACCEPT OPCION
           IF OPCION > 0 AND OPCION < 6
               AND PERMISO-ACCION (OPCION) NOT = "S"
               DISPLAY "ACCION NO HABILITADA PARA ESTE OPERADOR."
               MOVE "DENEG-EST" TO TIPO-TRANSACCION-ACTUAL
               MOVE CR-NUM-CUENTA TO CUENTA-DENEGADA
               MOVE OPCION TO OPCION-DENEGADA
               PERFORM 2450-BITACORA-DENEGACION
               GO TO 4600-EXIT
           END-IF
           EVALUATE OPCION
               WHEN 1
                   PERFORM 4620-CONGELAR-CUENTA
       4600-EXIT.
           EXIT.

       4605-MOSTRAR-UNA-ACCION.
           IF PERMISO-ACCION (IND-PERMISO) = "S"
               DISPLAY TEXTO-ACCION (IND-PERMISO)
           END-IF.

       4610-MOSTRAR-ESTADO.
           EVALUATE TRUE
               WHEN CR-CUENTA-ACTIVA
       4660-EXIT.
           EXIT.

      ******************************************************************
      * 4700 - PRESTAMOS EN CUOTAS
      ******************************************************************
       4700-MANTENER-PRESTAMOS.
           DISPLAY "1. OTORGAR PRESTAMO  2. CRONOGRAMA  3. LISTAR"
           DISPLAY "ACCION: " WITH NO ADVANCING
           ACCEPT OPCION
           EVALUATE OPCION
               WHEN 1
                   PERFORM 4710-OTORGAR-PRESTAMO THRU 4710-EXIT
               WHEN 2
                   PERFORM 4740-CONSULTAR-CRONOGRAMA THRU 4740-EXIT
               WHEN 3
                   PERFORM 4750-LISTAR-PRESTAMOS THRU 4750-EXIT
               WHEN OTHER
                   DISPLAY "ACCION INVALIDA."
           END-EVALUATE.
       4700-EXIT.
           EXIT.

      *        Otorgamiento: siempre con aprobacion de supervisor,
      *        cualquiera sea el monto. El principal se acredita a la
      *        cuenta del cliente (PREST-DES) y la tasa vigente
      *        TASAPRES queda congelada en el prestamo. Al final se
      *        imprime el cronograma completo para la firma.
       4710-OTORGAR-PRESTAMO.
           PERFORM 4000-SELECCIONAR-CUENTA THRU 4000-EXIT
           PERFORM 4050-EXIGIR-CAMBIO-PIN THRU 4050-EXIT
           IF NOT CUENTA-ENCONTRADA OR NOT PIN-VALIDO
               GO TO 4710-EXIT
           END-IF
           PERFORM 4100-VERIFICAR-CUENTA-ACTIVA
           IF NOT CUENTA-OPERABLE
               GO TO 4710-EXIT
           END-IF
           IF NOT CR-MONEDA-NACIONAL
               PERFORM 4110-SOLO-MONEDA-NACIONAL
               GO TO 4710-EXIT
           END-IF
           MOVE "N" TO SW-PRESTAMO-EXISTE
           DISPLAY "NUMERO DE PRESTAMO NUEVO: " WITH NO ADVANCING
           ACCEPT NUM-PRESTAMO-ACTUAL
           MOVE NUM-PRESTAMO-ACTUAL TO PR-NUM-PRESTAMO
           READ PRESTAMOS-CUOTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO SW-PRESTAMO-EXISTE
           END-READ
           IF PRESTAMO-YA-EXISTE
               DISPLAY "EL PRESTAMO YA EXISTE."
               GO TO 4710-EXIT
           END-IF
           DISPLAY "MONTO DEL PRESTAMO: " WITH NO ADVANCING
           ACCEPT CANTIDAD
           IF CANTIDAD = ZERO
               DISPLAY "MONTO INVALIDO."
               GO TO 4710-EXIT
           END-IF
           DISPLAY "PLAZO EN CUOTAS MENSUALES: " WITH NO ADVANCING
           ACCEPT PLAZO-CUOTAS-ACTUAL
           IF PLAZO-CUOTAS-ACTUAL = ZERO
               OR PLAZO-CUOTAS-ACTUAL > CAJ-MAX-CUOTAS
               DISPLAY "PLAZO INVALIDO."
               GO TO 4710-EXIT
           END-IF
           PERFORM 4720-ARMAR-PRESTAMO
           MOVE PR-MONTO-CUOTA TO MONTO-PANTALLA
           MOVE PR-TASA-ANUAL TO TASA-PANTALLA
           DISPLAY "CUOTA MENSUAL: " MONTO-PANTALLA
               "  TASA ANUAL: " TASA-PANTALLA
               "  PRIMER VENCIMIENTO: " PR-FECHA-PROX-CUOTA
           DISPLAY "EL OTORGAMIENTO REQUIERE APROBACION DE "
               "SUPERVISOR."
           PERFORM 6300-VALIDAR-SUPERVISOR THRU 6300-EXIT
           IF NOT SUPERVISOR-VALIDO
               DISPLAY "PRESTAMO RECHAZADO."
               GO TO 4710-EXIT
           END-IF
           MOVE APROBADOR-ACTUAL TO PR-APROBADOR
           WRITE PR-REGISTRO-PRESTAMO
               INVALID KEY
                   DISPLAY "CAJERO: NO SE PUDO GRABAR EL PRESTAMO "
                       PR-NUM-PRESTAMO "."
                   GO TO 4710-EXIT
           END-WRITE
      *        La contraparte del desembolso es el numero del
      *        prestamo; la bitacora lleva al supervisor que aprobo.
           MOVE "PREST-DES" TO TIPO-TRANSACCION-ACTUAL
           MOVE NUM-PRESTAMO-ACTUAL TO CUENTA-CONTRAPARTE
           MOVE "S" TO SW-APROBACION-OTORGADA
           ADD CANTIDAD TO CR-SALDO-CUENTA
           PERFORM 9000-REGISTRAR-TRANSACCION THRU 9000-EXIT
           MOVE "N" TO SW-APROBACION-OTORGADA
           MOVE 0 TO CUENTA-CONTRAPARTE
           PERFORM 4730-IMPRIMIR-CRONOGRAMA.
       4710-EXIT.
           EXIT.

      *        Arma el registro del prestamo en memoria: la primera
      *        cuota vence un mes despues del desembolso, el mismo
      *        dia del mes (o el ultimo, en meses mas cortos).
       4720-ARMAR-PRESTAMO.
           MOVE NUM-PRESTAMO-ACTUAL TO PR-NUM-PRESTAMO
           MOVE CR-NUM-CUENTA TO PR-NUM-CUENTA
           MOVE CR-NUM-CLIENTE TO PR-NUM-CLIENTE
           MOVE CANTIDAD TO PR-MONTO-PRINCIPAL
           MOVE CANTIDAD TO PR-SALDO-CAPITAL
           MOVE CAJ-TASA-PRESTAMO TO PR-TASA-ANUAL
           MOVE PLAZO-CUOTAS-ACTUAL TO PR-PLAZO-CUOTAS
           PERFORM 4760-CALCULAR-CUOTA
           MOVE FECHA-NEGOCIO TO PR-FECHA-DESEMBOLSO
           MOVE FECHA-NEGOCIO TO FECHA-TRABAJO
           MOVE FT-DIA TO PR-DIA-PAGO
           PERFORM 4770-MES-SIGUIENTE
           MOVE FECHA-TRABAJO TO PR-FECHA-PROX-CUOTA
           MOVE 0 TO PR-CUOTAS-PAGADAS
           MOVE 0 TO PR-FECHA-ULT-COBRO
           MOVE "A" TO PR-ESTADO
           MOVE SPACES TO PR-APROBADOR
           PERFORM 6650-SUCURSAL-DE-LA-CUENTA
           MOVE SUCURSAL-MOVIMIENTO TO PR-SUCURSAL.

      *        Cronograma de amortizacion del prestamo en el area de
      *        registro, cuota por cuota desde el desembolso. Repite
      *        el mismo calculo que hace COBRAPRE al cobrar, asi lo
      *        firmado coincide con lo que se debita.
       4730-IMPRIMIR-CRONOGRAMA.
           DISPLAY " ".
           DISPLAY ANGULAR-DERECHA "============================"
               ANGULAR-IZQUIERDA.
           DISPLAY ANGULAR-DERECHA " CRONOGRAMA DE AMORTIZACION "
               ANGULAR-IZQUIERDA.
           DISPLAY ANGULAR-DERECHA "============================"
               ANGULAR-IZQUIERDA.
           DISPLAY "PRESTAMO    : " PR-NUM-PRESTAMO.
           DISPLAY "CUENTA      : " PR-NUM-CUENTA.
           MOVE PR-MONTO-PRINCIPAL TO MONTO-PANTALLA
           DISPLAY "PRINCIPAL   : " MONTO-PANTALLA.
           MOVE PR-TASA-ANUAL TO TASA-PANTALLA
           DISPLAY "TASA ANUAL  : " TASA-PANTALLA.
           DISPLAY "CUOTAS      : " PR-PLAZO-CUOTAS.
           MOVE PR-MONTO-CUOTA TO MONTO-PANTALLA
           DISPLAY "CUOTA FIJA  : " MONTO-PANTALLA.
           DISPLAY "NRO  VENCE            CUOTA       INTERES"
               "       CAPITAL         SALDO".
           MOVE PR-MONTO-PRINCIPAL TO SALDO-CRONOGRAMA
           MOVE PR-FECHA-DESEMBOLSO TO FECHA-TRABAJO
           COMPUTE TASA-MENSUAL ROUNDED = PR-TASA-ANUAL / 12
           PERFORM 4735-IMPRIMIR-UNA-CUOTA THRU 4735-EXIT
               VARYING NUM-CUOTA FROM 1 BY 1
               UNTIL NUM-CUOTA > PR-PLAZO-CUOTAS
           DISPLAY " ".
           DISPLAY "FIRMA DEL CLIENTE: ______________________________".

      *        La ultima cuota cancela el capital que quede y absorbe
      *        el redondeo acumulado.
       4735-IMPRIMIR-UNA-CUOTA.
           PERFORM 4770-MES-SIGUIENTE
           COMPUTE INTERES-CUOTA ROUNDED =
               SALDO-CRONOGRAMA * TASA-MENSUAL
           IF NUM-CUOTA = PR-PLAZO-CUOTAS
               OR PR-MONTO-CUOTA - INTERES-CUOTA > SALDO-CRONOGRAMA
               MOVE SALDO-CRONOGRAMA TO CAPITAL-CUOTA
           ELSE
               COMPUTE CAPITAL-CUOTA = PR-MONTO-CUOTA - INTERES-CUOTA
           END-IF
           COMPUTE TOTAL-CUOTA = CAPITAL-CUOTA + INTERES-CUOTA
           SUBTRACT CAPITAL-CUOTA FROM SALDO-CRONOGRAMA
           MOVE NUM-CUOTA TO LC-NUM-CUOTA
           MOVE FECHA-TRABAJO TO LC-FECHA
           MOVE TOTAL-CUOTA TO LC-CUOTA
           MOVE INTERES-CUOTA TO LC-INTERES
           MOVE CAPITAL-CUOTA TO LC-CAPITAL
           MOVE SALDO-CRONOGRAMA TO LC-SALDO
           DISPLAY LINEA-CRONOGRAMA.
       4735-EXIT.
           EXIT.

       4740-CONSULTAR-CRONOGRAMA.
           DISPLAY "NUMERO DE PRESTAMO: " WITH NO ADVANCING
           ACCEPT NUM-PRESTAMO-ACTUAL
           MOVE NUM-PRESTAMO-ACTUAL TO PR-NUM-PRESTAMO
           READ PRESTAMOS-CUOTAS
               INVALID KEY
                   DISPLAY "PRESTAMO NO ENCONTRADO."
                   GO TO 4740-EXIT
           END-READ
           PERFORM 4730-IMPRIMIR-CRONOGRAMA
           MOVE PR-SALDO-CAPITAL TO MONTO-PANTALLA
           DISPLAY "CUOTAS PAGADAS: " PR-CUOTAS-PAGADAS
               "  CAPITAL PENDIENTE: " MONTO-PANTALLA
               "  ESTADO: " PR-ESTADO.
       4740-EXIT.
           EXIT.

       4750-LISTAR-PRESTAMOS.
           MOVE "N" TO SW-PRESTAMOS-EOF
           MOVE 0 TO PR-NUM-PRESTAMO
           START PRESTAMOS-CUOTAS
               KEY NOT LESS THAN PR-NUM-PRESTAMO
               INVALID KEY
                   DISPLAY "SIN PRESTAMOS REGISTRADOS."
                   GO TO 4750-EXIT
           END-START
           PERFORM 4755-LISTAR-UN-PRESTAMO THRU 4755-EXIT
               UNTIL FIN-PRESTAMOS.
       4750-EXIT.
           EXIT.

       4755-LISTAR-UN-PRESTAMO.
           READ PRESTAMOS-CUOTAS NEXT RECORD
               AT END
                   MOVE "S" TO SW-PRESTAMOS-EOF
                   GO TO 4755-EXIT
           END-READ
           MOVE PR-SALDO-CAPITAL TO MONTO-PANTALLA
           DISPLAY "PRESTAMO " PR-NUM-PRESTAMO
               " CUENTA " PR-NUM-CUENTA
               " SALDO " MONTO-PANTALLA
               " CUOTAS " PR-CUOTAS-PAGADAS "/" PR-PLAZO-CUOTAS
               " PROX " PR-FECHA-PROX-CUOTA
               " ESTADO " PR-ESTADO.
       4755-EXIT.
           EXIT.

      *        Cuota fija del sistema frances sobre la tasa mensual
      *        (doceava parte de la anual). Sin tasa, el principal se
      *        reparte en partes iguales.
       4760-CALCULAR-CUOTA.
           COMPUTE TASA-MENSUAL ROUNDED = PR-TASA-ANUAL / 12
           IF TASA-MENSUAL = ZERO
               COMPUTE PR-MONTO-CUOTA ROUNDED =
                   PR-MONTO-PRINCIPAL / PR-PLAZO-CUOTAS
           ELSE
               COMPUTE FACTOR-AMORTIZACION ROUNDED =
                   (1 + TASA-MENSUAL) ** PR-PLAZO-CUOTAS
               COMPUTE PR-MONTO-CUOTA ROUNDED =
                   PR-MONTO-PRINCIPAL * TASA-MENSUAL
                   * FACTOR-AMORTIZACION / (FACTOR-AMORTIZACION - 1)
           END-IF.

      *        Lleva FECHA-TRABAJO al mes siguiente, al dia de pago
      *        del prestamo; en meses mas cortos, al ultimo dia.
       4770-MES-SIGUIENTE.
           MOVE 1 TO FT-DIA
           ADD 1 TO FT-MES
           IF FT-MES > 12
               MOVE 1 TO FT-MES
               ADD 1 TO FT-ANO
           END-IF
           PERFORM 5130-DIAS-DEL-MES
           IF PR-DIA-PAGO > DIAS-DEL-MES
               MOVE DIAS-DEL-MES TO FT-DIA
           ELSE
               MOVE PR-DIA-PAGO TO FT-DIA
           END-IF.

      ******************************************************************
      * 4800 - MANTENIMIENTO DE ORDENES PERMANENTES
      ******************************************************************
           IF NOT CUENTA-OPERABLE
               GO TO 4910-EXIT
           END-IF
           IF NOT CR-MONEDA-NACIONAL
               PERFORM 4110-SOLO-MONEDA-NACIONAL
               GO TO 4910-EXIT
           END-IF
           PERFORM 4120-VERIFICAR-DEBIDA-DILIGENCIA THRU 4120-EXIT
           IF CLIENTE-RESTRINGIDO
               GO TO 4910-EXIT
           END-IF
           MOVE "N" TO SW-PLAZO-EXISTE
           DISPLAY "NUMERO DE PLAZO NUEVO: " WITH NO ADVANCING
           ACCEPT NUM-PLAZO-ACTUAL
           MOVE CAJ-TASA-PLAZO TO PF-TASA
           MOVE FECHA-NEGOCIO TO PF-FECHA-APERTURA
           MOVE PLAZO-DIAS-ACTUAL TO DIAS-A-AVANZAR
           PERFORM 5150-AVANZAR-DIAS-CALENDARIO
           MOVE FECHA-TRABAJO TO PF-FECHA-VENCIMIENTO
           MOVE PLAZO-DIAS-ACTUAL TO PF-PLAZO-DIAS
           MOVE INSTRUCCION-PLAZO TO PF-INSTRUCCION
           IF NOT CUENTA-OPERABLE
               GO TO 5000-EXIT
           END-IF
           IF NOT CR-MONEDA-NACIONAL
               PERFORM 4110-SOLO-MONEDA-NACIONAL
               GO TO 5000-EXIT
           END-IF
           DISPLAY "FORMA DE DEPOSITO (E=EFECTIVO, C=CHEQUE): "
               WITH NO ADVANCING
           ACCEPT FORMA-DEPOSITO
               DISPLAY "FORMA DE DEPOSITO INVALIDA."
               GO TO 5000-EXIT
           END-IF
           MOVE 0 TO CLIENTE-QUE-OPERA
           IF DEPOSITO-EFECTIVO
               PERFORM 5050-IDENTIFICAR-QUIEN-OPERA THRU 5050-EXIT
               IF NOT PERSONA-VALIDA
                   DISPLAY "DEPOSITO RECHAZADO - LA PERSONA NO ESTA "
                       "VINCULADA A LA CUENTA."
                   GO TO 5000-EXIT
               END-IF
           END-IF
           DISPLAY "MONTO A DEPOSITAR: " WITH NO ADVANCING
           ACCEPT CANTIDAD
           IF DEPOSITO-CON-CHEQUE
               DISPLAY "FONDOS RETENIDOS HASTA EL "
                   RT-FECHA-LIBERACION "."
           END-IF
           MOVE CLIENTE-QUE-OPERA TO CUENTA-CONTRAPARTE
           PERFORM 9000-REGISTRAR-TRANSACCION THRU 9000-EXIT
           MOVE 0 TO CUENTA-CONTRAPARTE
           MOVE "E" TO FORMA-DEPOSITO.
       5000-EXIT.
           EXIT.

      *        Cuenta con co-titulares o apoderados: el efectivo se
      *        atribuye a quien opera en ventanilla, que debe ser una
      *        de las personas de la cuenta. Cero (o el titular de
      *        siempre) deja CLIENTE-QUE-OPERA en cero y la
      *        contraparte del movimiento queda en cero, como antes.
       5050-IDENTIFICAR-QUIEN-OPERA.
           MOVE "S" TO SW-PERSONA-VALIDA
           MOVE 0 TO CLIENTE-QUE-OPERA
           IF NOT HAY-TITULARES
               GO TO 5050-EXIT
           END-IF
           MOVE CR-NUM-CUENTA TO TI-NUM-CUENTA
           MOVE 0 TO TI-NUM-CLIENTE
           START TITULARES-CUENTA
               KEY NOT LESS THAN TI-CLAVE-TITULAR
               INVALID KEY
                   GO TO 5050-EXIT
           END-START
           READ TITULARES-CUENTA NEXT RECORD
               AT END
                   GO TO 5050-EXIT
           END-READ
           IF TI-NUM-CUENTA NOT = CR-NUM-CUENTA
               GO TO 5050-EXIT
           END-IF
           DISPLAY "CUENTA CON VARIAS PERSONAS - CLIENTE QUE OPERA "
               "(0 = TITULAR " CR-NUM-CLIENTE "): " WITH NO ADVANCING
           ACCEPT CLIENTE-QUE-OPERA
           IF CLIENTE-QUE-OPERA = CR-NUM-CLIENTE
               MOVE 0 TO CLIENTE-QUE-OPERA
           END-IF
           IF CLIENTE-QUE-OPERA = ZERO
               GO TO 5050-EXIT
           END-IF
           MOVE CR-NUM-CUENTA TO TI-NUM-CUENTA
           MOVE CLIENTE-QUE-OPERA TO TI-NUM-CLIENTE
           READ TITULARES-CUENTA
               INVALID KEY
                   MOVE "N" TO SW-PERSONA-VALIDA
           END-READ.
       5050-EXIT.
           EXIT.

      *        Deja abierta la retencion del cheque recien depositado:
      *        el monto ya esta en el saldo, pero 6100 lo descuenta
      *        del disponible hasta que RETENLIB la libere al vencer
                       RT-NUM-RETENCION "."
           END-WRITE.

      *        Avanza FECHA-TRABAJO tantos dias HABILES desde la
      *        fecha de negocio como pida DIAS-A-AVANZAR (ventana de
      *        canje de un cheque): sabados, domingos y feriados del
      *        CALENDARIO no cuentan.
       5110-AVANZAR-FECHA-NEGOCIO.
           MOVE FECHA-NEGOCIO TO FECHA-TRABAJO
           PERFORM 5115-DIA-HABIL-SIGUIENTE
               VARYING CONTADOR-DIAS FROM 1 BY 1
               UNTIL CONTADOR-DIAS > DIAS-A-AVANZAR.

       5115-DIA-HABIL-SIGUIENTE.
           MOVE "N" TO SW-DIA-HABIL
           PERFORM 5125-PROBAR-DIA-SIGUIENTE
               UNTIL DIA-HABIL.

       5125-PROBAR-DIA-SIGUIENTE.
           PERFORM 5120-DIA-SIGUIENTE
           PERFORM 5160-CONSULTAR-CALENDARIO.

       5120-DIA-SIGUIENTE.
           PERFORM 5130-DIAS-DEL-MES
           ADD 1 TO FT-DIA
               END-IF
           END-IF.

      *        Retrocede FECHA-TRABAJO un dia calendario.
       5170-DIA-ANTERIOR.
           IF FT-DIA > 1
               SUBTRACT 1 FROM FT-DIA
           ELSE
               IF FT-MES > 1
                   SUBTRACT 1 FROM FT-MES
               ELSE
                   MOVE 12 TO FT-MES
                   SUBTRACT 1 FROM FT-ANO
               END-IF
               PERFORM 5130-DIAS-DEL-MES
               MOVE DIAS-DEL-MES TO FT-DIA
           END-IF.

      *        Avanza FECHA-TRABAJO tantos dias calendario como pida
      *        DIAS-A-AVANZAR (plazo de un deposito) y, si el dia de
      *        llegada no es habil, lo corre al siguiente habil.
       5150-AVANZAR-DIAS-CALENDARIO.
           MOVE FECHA-NEGOCIO TO FECHA-TRABAJO
           PERFORM 5120-DIA-SIGUIENTE
               VARYING CONTADOR-DIAS FROM 1 BY 1
               UNTIL CONTADOR-DIAS > DIAS-A-AVANZAR
           PERFORM 5160-CONSULTAR-CALENDARIO
           IF NOT DIA-HABIL
               PERFORM 5115-DIA-HABIL-SIGUIENTE
           END-IF.

      *        FECHA-TRABAJO es habil si no figura en CALENDARIO.
       5160-CONSULTAR-CALENDARIO.
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

      ******************************************************************
      * 5500 - CAMBIO DE PIN DEL CLIENTE
      ******************************************************************
           IF NOT CUENTA-OPERABLE
               GO TO 6000-EXIT
           END-IF
           IF NOT CR-MONEDA-NACIONAL
               PERFORM 4110-SOLO-MONEDA-NACIONAL
               GO TO 6000-EXIT
           END-IF
           PERFORM 4120-VERIFICAR-DEBIDA-DILIGENCIA THRU 4120-EXIT
           IF CLIENTE-RESTRINGIDO
               GO TO 6000-EXIT
           END-IF
           PERFORM 5050-IDENTIFICAR-QUIEN-OPERA THRU 5050-EXIT
           IF NOT PERSONA-VALIDA
               DISPLAY "RETIRO RECHAZADO - LA PERSONA NO ESTA "
                   "VINCULADA A LA CUENTA."
               GO TO 6000-EXIT
           END-IF
           MOVE "RETIRO" TO TIPO-TRANSACCION-ACTUAL
           MOVE 0 TO CANTIDAD
           IF HAY-TARJETAS
               DISPLAY "NUMERO DE TARJETA: " WITH NO ADVANCING
               ACCEPT TARJETA-ACTUAL
               PERFORM 6050-VALIDAR-TARJETA THRU 6050-EXIT
               IF NOT TARJETA-ACEPTADA
                   PERFORM 6090-RECHAZAR-TARJETA
                   GO TO 6000-EXIT
               END-IF
           END-IF
           DISPLAY "MONTO A RETIRAR: " WITH NO ADVANCING
           ACCEPT CANTIDAD
           PERFORM 6060-VALIDAR-LIMITE THRU 6060-EXIT
           IF NOT TARJETA-ACEPTADA
               PERFORM 6090-RECHAZAR-TARJETA
               GO TO 6000-EXIT
           END-IF
           PERFORM 6100-VALIDAR-FONDOS
           IF NOT FONDOS-SUFICIENTES
               DISPLAY "RETIRO RECHAZADO - FONDOS INSUFICIENTES."
               GO TO 6000-EXIT
           END-IF
           SUBTRACT CANTIDAD FROM CR-SALDO-CUENTA
           MOVE CLIENTE-QUE-OPERA TO CUENTA-CONTRAPARTE
           PERFORM 9000-REGISTRAR-TRANSACCION THRU 9000-EXIT
           PERFORM 6070-ACUMULAR-TARJETA THRU 6070-EXIT
           MOVE 0 TO CUENTA-CONTRAPARTE.
       6000-EXIT.
           EXIT.

      *        Control de la tarjeta de un retiro (en pantalla o en
      *        lote): debe existir y estar vinculada a la cuenta, no
      *        estar denunciada perdida o robada y no haber pasado su
      *        mes de vencimiento. Sin archivo TARJETAS no se
      *        controla nada. Deja la tarjeta leida en el area de
      *        registro para 6060.
       6050-VALIDAR-TARJETA.
           MOVE 0 TO MOTIVO-TARJETA
           IF NOT HAY-TARJETAS
               GO TO 6050-EXIT
           END-IF
           IF TARJETA-ACTUAL = 0
               MOVE 12 TO MOTIVO-TARJETA
               GO TO 6050-EXIT
           END-IF
           MOVE TARJETA-ACTUAL TO TJ-NUM-TARJETA
           READ TARJETAS-DEBITO
               INVALID KEY
                   MOVE 12 TO MOTIVO-TARJETA
                   GO TO 6050-EXIT
           END-READ
           IF CR-NUM-CUENTA NOT = TJ-CUENTA (1)
               AND CR-NUM-CUENTA NOT = TJ-CUENTA (2)
               AND CR-NUM-CUENTA NOT = TJ-CUENTA (3)
               MOVE 12 TO MOTIVO-TARJETA
               GO TO 6050-EXIT
           END-IF
           IF TJ-DENUNCIADA
               MOVE 13 TO MOTIVO-TARJETA
               GO TO 6050-EXIT
           END-IF
           DIVIDE FECHA-NEGOCIO BY 100 GIVING MES-NEGOCIO
           IF TJ-VENCIDA OR TJ-VENCIMIENTO < MES-NEGOCIO
               MOVE 14 TO MOTIVO-TARJETA
           END-IF.
       6050-EXIT.
           EXIT.

      *        Limite diario de la tarjeta: lo retirado con ella en
      *        el dia de negocio, por cualquier canal, mas este
      *        retiro no puede pasar TJ-LIMITE-DIARIO.
       6060-VALIDAR-LIMITE.
           IF NOT HAY-TARJETAS
               GO TO 6060-EXIT
           END-IF
           IF TJ-FECHA-RETIROS = FECHA-NEGOCIO
               MOVE TJ-RETIRADO-DIA TO RETIRADO-HOY
           ELSE
               MOVE 0 TO RETIRADO-HOY
           END-IF
           IF RETIRADO-HOY + CANTIDAD > TJ-LIMITE-DIARIO
               MOVE 15 TO MOTIVO-TARJETA
           END-IF.
       6060-EXIT.
           EXIT.

      *        Suma el retiro ya contabilizado al acumulado del dia
      *        de la tarjeta. Se relee la tarjeta para no pisar lo
      *        que otro canal haya sumado entretanto.
       6070-ACUMULAR-TARJETA.
           IF NOT HAY-TARJETAS OR TARJETA-ACTUAL = 0
               GO TO 6070-EXIT
           END-IF
           MOVE TARJETA-ACTUAL TO TJ-NUM-TARJETA
           READ TARJETAS-DEBITO
               INVALID KEY
                   GO TO 6070-EXIT
           END-READ
           IF TJ-FECHA-RETIROS NOT = FECHA-NEGOCIO
               MOVE FECHA-NEGOCIO TO TJ-FECHA-RETIROS
               MOVE 0 TO TJ-RETIRADO-DIA
           END-IF
           ADD CANTIDAD TO TJ-RETIRADO-DIA
           REWRITE TJ-REGISTRO-TARJETA.
       6070-EXIT.
           EXIT.

      *        El reverso de un retiro con tarjeta del mismo dia de
      *        negocio le devuelve el cupo a la tarjeta.
       6075-DEVOLVER-A-TARJETA.
           IF NOT HAY-TARJETAS OR TARJETA-ACTUAL = 0
               OR RV-FECHA NOT = FECHA-NEGOCIO
               GO TO 6075-EXIT
           END-IF
           MOVE TARJETA-ACTUAL TO TJ-NUM-TARJETA
           READ TARJETAS-DEBITO
               INVALID KEY
                   GO TO 6075-EXIT
           END-READ
           IF TJ-FECHA-RETIROS NOT = FECHA-NEGOCIO
               GO TO 6075-EXIT
           END-IF
           IF TJ-RETIRADO-DIA > CANTIDAD
               SUBTRACT CANTIDAD FROM TJ-RETIRADO-DIA
           ELSE
               MOVE 0 TO TJ-RETIRADO-DIA
           END-IF
           REWRITE TJ-REGISTRO-TARJETA.
       6075-EXIT.
           EXIT.

      *        Intento de retiro rechazado por la tarjeta: entrada
      *        TARJ-RECH sin efecto en saldos, con la tarjeta, el
      *        monto pedido (cero si no se llego a pedir) y el motivo
      *        (12 a 15) como contraparte. Lleva siempre referencia
      *        propia, para que un reverso por la referencia del
      *        originador nunca la tome por el movimiento.
       6080-BITACORA-TARJETA.
           ACCEPT HORA-ACTUAL FROM TIME
           MOVE CR-NUM-CUENTA TO AL-NUM-CUENTA
           MOVE "TARJ-RECH" TO AL-TIPO-TRANSACCION
           MOVE CANTIDAD TO AL-MONTO-TRANSACCION
           MOVE FECHA-NEGOCIO TO AL-FECHA
           MOVE HORA-ACTUAL TO AL-HORA
           MOVE OPERADOR-ID TO AL-OPERADOR
           MOVE ID-SESION TO AL-ID-SESION
           MOVE "N" TO AL-APROBADO-SUPERVISOR
           MOVE MOTIVO-TARJETA TO AL-CUENTA-CONTRAPARTE
           MOVE SPACES TO AL-APROBADOR
           MOVE FECHA-NEGOCIO TO REF-FECHA
           MOVE CONTADOR TO REF-SECUENCIA
           MOVE REFERENCIA-PROPIA TO AL-REFERENCIA
           MOVE "N" TO AL-REVERSO-EFECTIVO
           PERFORM 6650-SUCURSAL-DE-LA-CUENTA
           MOVE SUCURSAL-MOVIMIENTO TO AL-SUCURSAL
           MOVE SPACES TO AL-DATOS-CAMBIO
           MOVE SPACES TO AL-NUM-TARJETA
           IF TARJETA-ACTUAL NOT = 0
               MOVE TARJETA-ACTUAL TO AL-NUM-TARJETA
           END-IF
           MOVE "S" TO SE-FUNCION
           CALL "AUDITSEL" USING SE-PARAMETROS-SELLO
               AL-REGISTRO-BITACORA
           WRITE AL-REGISTRO-BITACORA
           ADD 1 TO CONTADOR
           PERFORM 9300-GRABAR-CHECKPOINT.

      *        Rechazo de tarjeta en pantalla: motivo al cajero y
      *        entrada en la bitacora.
       6090-RECHAZAR-TARJETA.
           EVALUATE TRUE
               WHEN TARJETA-INVALIDA
                   DISPLAY "RETIRO RECHAZADO - TARJETA INEXISTENTE O "
                       "NO VINCULADA A LA CUENTA."
               WHEN TARJETA-DENUNCIADA
                   DISPLAY "RETIRO RECHAZADO - TARJETA DENUNCIADA "
                       "PERDIDA O ROBADA. RETENGA LA TARJETA."
               WHEN TARJETA-VENCIDA
                   DISPLAY "RETIRO RECHAZADO - TARJETA VENCIDA."
               WHEN TARJETA-SIN-CUPO
                   COMPUTE DISPONIBLE-TARJETA =
                       TJ-LIMITE-DIARIO - RETIRADO-HOY
                   MOVE DISPONIBLE-TARJETA TO MONTO-PANTALLA
                   DISPLAY "RETIRO RECHAZADO - SUPERA EL LIMITE "
                       "DIARIO DE LA TARJETA. DISPONIBLE HOY: "
                       MONTO-PANTALLA
           END-EVALUATE
           PERFORM 6080-BITACORA-TARJETA.

      *        Deja SALDO-CUENTA y HISTORIAL-CUENTA intactos cuando la
      *        regla de fondos de la cuenta rechaza el retiro. Las
      *        cuentas de ahorro deben conservar un saldo minimo; las
      *        corrientes pueden girar en descubierto hasta su limite
      *        de sobregiro aprobado (cero = sin sobregiro). La regla
      *        valida contra el saldo DISPONIBLE: el saldo del maestro
      *        menos las retenciones abiertas de cheques sin canjear
      *        y menos lo pendiente de los embargos del titular.
       6100-VALIDAR-FONDOS.
           PERFORM 6150-SUMAR-RETENCIONES THRU 6150-EXIT
           PERFORM 6170-SUMAR-EMBARGOS THRU 6170-EXIT
           IF CR-CUENTA-AHORROS
               IF (CR-SALDO-CUENTA - MONTO-RETENIDO - CANTIDAD)
                       < CAJ-SALDO-MINIMO-AHORROS
       6160-EXIT.
           EXIT.

      *        Suma a MONTO-RETENIDO lo pendiente de embargar de cada
      *        embargo activo del titular de la cuenta en el area de
      *        registro (ordenado - embargado - liberado). Cada
      *        cuenta del cliente queda bloqueada por ese monto hasta
      *        que el barrido EMBBARRE lo cubra o un supervisor lo
      *        libere. Los embargos son en moneda nacional: una
      *        cuenta en moneda extranjera no se bloquea.
       6170-SUMAR-EMBARGOS.
           IF NOT HAY-EMBARGOS
               GO TO 6170-EXIT
           END-IF
           IF NOT CR-MONEDA-NACIONAL
               GO TO 6170-EXIT
           END-IF
           MOVE "N" TO SW-EMBARGOS-EOF
           MOVE 0 TO EM-NUM-EMBARGO
           START EMBARGOS-JUDICIALES
               KEY NOT LESS THAN EM-NUM-EMBARGO
               INVALID KEY
                   GO TO 6170-EXIT
           END-START
           PERFORM 6180-SUMAR-UN-EMBARGO THRU 6180-EXIT
               UNTIL FIN-EMBARGOS.
       6170-EXIT.
           EXIT.

       6180-SUMAR-UN-EMBARGO.
           READ EMBARGOS-JUDICIALES NEXT RECORD
               AT END
                   MOVE "S" TO SW-EMBARGOS-EOF
                   GO TO 6180-EXIT
           END-READ
           IF EM-NUM-CLIENTE = CR-NUM-CLIENTE
               AND EM-ACTIVO
               AND EM-MONTO-ORDENADO >
                   EM-MONTO-EMBARGADO + EM-MONTO-LIBERADO
               COMPUTE MONTO-RETENIDO = MONTO-RETENIDO
                   + EM-MONTO-ORDENADO - EM-MONTO-EMBARGADO
                   - EM-MONTO-LIBERADO
           END-IF.
       6180-EXIT.
           EXIT.

      *        Transacciones por encima del umbral general - o del
      *        limite propio del cajero firmado - exigen la
      *        aprobacion de un supervisor antes de contabilizar:
      *        el destino se verifica ANTES de tocar el saldo origen,
      *        de modo que nunca queda dinero debitado sin acreditar.
       6500-TRANSFERENCIA.
           MOVE "N" TO SW-CON-CAMBIO
           PERFORM 4100-VERIFICAR-CUENTA-ACTIVA
           IF NOT CUENTA-OPERABLE
               GO TO 6500-EXIT
           END-IF
           PERFORM 4120-VERIFICAR-DEBIDA-DILIGENCIA THRU 4120-EXIT
           IF CLIENTE-RESTRINGIDO
               GO TO 6500-EXIT
           END-IF
           DISPLAY "CUENTA DESTINO: " WITH NO ADVANCING
           ACCEPT NUM-CUENTA-DESTINO
           IF NUM-CUENTA-DESTINO = NUM-CUENTA-ACTUAL
                   "INVALIDA O NO ACTIVA."
               GO TO 6500-EXIT
           END-IF
           PERFORM 6550-CONVERTIR-MONEDA THRU 6550-EXIT
           IF NOT CAMBIO-VALIDO
               DISPLAY "TRANSFERENCIA RECHAZADA - SIN TIPO DE CAMBIO "
                   "VIGENTE."
               GO TO 6500-EXIT
           END-IF
           MOVE "TRANSF-DEB" TO TIPO-TRANSACCION-ACTUAL
           PERFORM 6100-VALIDAR-FONDOS
           IF NOT FONDOS-SUFICIENTES
           IF SUCURSAL-ORIGEN NOT = SUCURSAL-DESTINO
               PERFORM 9260-BITACORA-INTERSUCURSAL
           END-IF
           MOVE 0 TO CUENTA-CONTRAPARTE
           MOVE "N" TO SW-CON-CAMBIO.
       6500-EXIT.
           EXIT.

                   END-IF
                   PERFORM 6650-SUCURSAL-DE-LA-CUENTA
                   MOVE SUCURSAL-MOVIMIENTO TO SUCURSAL-DESTINO
                   MOVE CR-MONEDA TO MONEDA-DESTINO
           END-READ
           MOVE NUM-CUENTA-ACTUAL TO CR-NUM-CUENTA
           READ CUENTAS-MAESTRO
               NOT INVALID KEY
                   PERFORM 6650-SUCURSAL-DE-LA-CUENTA
                   MOVE SUCURSAL-MOVIMIENTO TO SUCURSAL-ORIGEN
                   MOVE CR-MONEDA TO MONEDA-ORIGEN
           END-READ.
       6600-EXIT.
           EXIT.

      *        Monto que recibe la cuenta destino. Entre cuentas de
      *        la misma moneda es el mismo monto; si no, el debito se
      *        lleva a moneda nacional al tipo comprador de su moneda
      *        y de ahi a la moneda del destino a su tipo vendedor,
      *        ambos los vigentes a la fecha de negocio. Sin tipo
      *        vigente la transferencia no se hace.
       6550-CONVERTIR-MONEDA.
           MOVE "N" TO SW-CAMBIO-VALIDO
           MOVE "N" TO SW-CON-CAMBIO
           MOVE CANTIDAD TO CANTIDAD-ORIGEN
           MOVE 0 TO TIPO-CAMBIO-ORIGEN
           MOVE 0 TO TIPO-CAMBIO-DESTINO
           IF MONEDA-ORIGEN = MONEDA-DESTINO
               MOVE CANTIDAD TO CANTIDAD-DESTINO
               MOVE "S" TO SW-CAMBIO-VALIDO
               GO TO 6550-EXIT
           END-IF
           IF NOT HAY-TIPOS-CAMBIO
               GO TO 6550-EXIT
           END-IF
           MOVE CANTIDAD TO MONTO-NACIONAL
           IF MONEDA-ORIGEN NOT = SPACES
               MOVE MONEDA-ORIGEN TO MONEDA-BUSCADA
               PERFORM 6560-BUSCAR-TIPO-VIGENTE THRU 6560-EXIT
               IF NOT VIGENTE-HALLADO
                   GO TO 6550-EXIT
               END-IF
               MOVE VIGENTE-COMPRA TO TIPO-CAMBIO-ORIGEN
               COMPUTE MONTO-NACIONAL ROUNDED =
                   CANTIDAD * TIPO-CAMBIO-ORIGEN
                   ON SIZE ERROR
                       GO TO 6550-EXIT
               END-COMPUTE
           END-IF
           IF MONEDA-DESTINO NOT = SPACES
               MOVE MONEDA-DESTINO TO MONEDA-BUSCADA
               PERFORM 6560-BUSCAR-TIPO-VIGENTE THRU 6560-EXIT
               IF NOT VIGENTE-HALLADO
                   GO TO 6550-EXIT
               END-IF
               MOVE VIGENTE-VENTA TO TIPO-CAMBIO-DESTINO
               COMPUTE CANTIDAD-DESTINO ROUNDED =
                   MONTO-NACIONAL / TIPO-CAMBIO-DESTINO
                   ON SIZE ERROR
                       GO TO 6550-EXIT
               END-COMPUTE
           ELSE
               IF MONTO-NACIONAL > 999999999,99
                   GO TO 6550-EXIT
               END-IF
               MOVE MONTO-NACIONAL TO CANTIDAD-DESTINO
           END-IF
           IF CANTIDAD-DESTINO = ZERO
               GO TO 6550-EXIT
           END-IF
           MOVE "S" TO SW-CON-CAMBIO
           MOVE "S" TO SW-CAMBIO-VALIDO.
       6550-EXIT.
           EXIT.

      *        Tipo vigente de MONEDA-BUSCADA a la fecha de negocio:
      *        el del ultimo registro aprobado de esa moneda con
      *        fecha de vigencia igual o anterior.
       6560-BUSCAR-TIPO-VIGENTE.
           MOVE "N" TO SW-VIGENTE-HALLADO
           MOVE "N" TO SW-TIPOS-EOF
           MOVE MONEDA-BUSCADA TO TC-MONEDA
           MOVE 0 TO TC-FECHA-VIGENCIA
           START TIPOS-CAMBIO
               KEY NOT LESS THAN TC-CLAVE
               INVALID KEY
                   GO TO 6560-EXIT
           END-START
           PERFORM 6570-PROBAR-UN-TIPO THRU 6570-EXIT
               UNTIL FIN-TIPOS.
       6560-EXIT.
           EXIT.

       6570-PROBAR-UN-TIPO.
           READ TIPOS-CAMBIO NEXT RECORD
               AT END
                   MOVE "S" TO SW-TIPOS-EOF
                   GO TO 6570-EXIT
           END-READ
           IF TC-MONEDA NOT = MONEDA-BUSCADA
               OR TC-FECHA-VIGENCIA > FECHA-NEGOCIO
               MOVE "S" TO SW-TIPOS-EOF
               GO TO 6570-EXIT
           END-IF
           IF TC-APROBADO
               MOVE "S" TO SW-VIGENTE-HALLADO
               MOVE TC-COMPRA TO VIGENTE-COMPRA
               MOVE TC-VENTA TO VIGENTE-VENTA
           END-IF.
       6570-EXIT.
           EXIT.

      *        Sucursal de la cuenta en el area de registro; los
      *        registros anteriores al campo valen como la 001.
       6650-SUCURSAL-DE-LA-CUENTA.
      *        Pata de credito de la transferencia. Contabiliza sobre
      *        la cuenta destino con el mismo 9000 comun, sin recibo
      *        propio (el recibo del debito ya muestra ambas cuentas).
      *        Acredita el monto ya convertido a la moneda destino.
       6700-ACREDITAR-DESTINO.
           MOVE NUM-CUENTA-DESTINO TO CR-NUM-CUENTA
           READ CUENTAS-MAESTRO
           END-READ
           MOVE "TRANSF-CRE" TO TIPO-TRANSACCION-ACTUAL
           MOVE NUM-CUENTA-ACTUAL TO CUENTA-CONTRAPARTE
           MOVE CANTIDAD-DESTINO TO CANTIDAD
           ADD CANTIDAD TO CR-SALDO-CUENTA
           MOVE "N" TO SW-EMITIR-RECIBO
           PERFORM 9000-REGISTRAR-TRANSACCION THRU 9000-EXIT
           MOVE "S" TO SW-EMITIR-RECIBO
           MOVE CANTIDAD-ORIGEN TO CANTIDAD
           MOVE NUM-CUENTA-ACTUAL TO CR-NUM-CUENTA
           READ CUENTAS-MAESTRO
               INVALID KEY
           IF NOT CUENTA-OPERABLE
               GO TO 6800-EXIT
           END-IF
           IF NOT CR-MONEDA-NACIONAL
               PERFORM 4110-SOLO-MONEDA-NACIONAL
               GO TO 6800-EXIT
           END-IF
           PERFORM 4120-VERIFICAR-DEBIDA-DILIGENCIA THRU 4120-EXIT
           IF CLIENTE-RESTRINGIDO
               GO TO 6800-EXIT
           END-IF
           DISPLAY "BANCO DESTINO (CODIGO): " WITH NO ADVANCING
           ACCEPT BANCO-DESTINO
           IF BANCO-DESTINO = CAJ-BANCO-PROPIO
           END-READ
           MOVE CR-SALDO-CUENTA TO SALDO-PANTALLA
           DISPLAY "SALDO ACTUAL : " SALDO-PANTALLA.
           IF NOT CR-MONEDA-NACIONAL
               DISPLAY "MONEDA       : " CR-MONEDA
           END-IF.

      ******************************************************************
      * 7500 - CIERRE DE CAJA DEL OPERADOR
      *        Suma de la bitacora el efectivo que entro (depositos) y
      *        salio (retiros) en ESTA sesion de ESTE operador; las
      *        transferencias y el interes no mueven efectivo fisico.
      *        El reverso de un deposito en efectivo devuelve el
      *        efectivo (cuenta como salida) y el de un retiro lo
      *        recupera (cuenta como entrada).
      *        La bitacora esta abierta en EXTEND: se cierra, se
      *        relee como entrada y se vuelve a dejar en EXTEND.
       7500-CIERRE-CAJA.
                   WHEN "RETIRO"
                       ADD AL-MONTO-TRANSACCION
                           TO CAJA-TOTAL-RETIROS
                   WHEN "REVERSO-DB"
                       IF AL-REVERSA-EFECTIVO
                           ADD AL-MONTO-TRANSACCION
                               TO CAJA-TOTAL-RETIROS
                       END-IF
                   WHEN "REVERSO-CR"
                       IF AL-REVERSA-EFECTIVO
                           ADD AL-MONTO-TRANSACCION
                               TO CAJA-TOTAL-DEPOSITOS
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           MOVE REFERENCIA-PROPIA TO AL-REFERENCIA
      *        El cierre de caja es de la sesion, no de una cuenta.
           MOVE SUCURSAL-SESION TO AL-SUCURSAL
           MOVE SPACES TO AL-DATOS-CAMBIO
           MOVE "N" TO AL-REVERSO-EFECTIVO
           MOVE SPACES TO AL-NUM-TARJETA
           MOVE "S" TO SE-FUNCION
           CALL "AUDITSEL" USING SE-PARAMETROS-SELLO
               AL-REGISTRO-BITACORA
           WRITE AL-REGISTRO-BITACORA
      *        La referencia consumio el CONTADOR: se avanza y se
      *        deja punto de control, igual que hace 9000.
           DISPLAY "CUENTA      : " CR-NUM-CUENTA.
           DISPLAY "TIPO        : " TIPO-TRANSACCION-ACTUAL.
           IF CUENTA-CONTRAPARTE NOT = 0
               IF TIPO-TRANSACCION-ACTUAL = "DEPOSITO"
                   OR TIPO-TRANSACCION-ACTUAL = "RETIRO"
                   DISPLAY "OPERADO POR: CLIENTE " CUENTA-CONTRAPARTE
               ELSE
                   DISPLAY "CONTRAPARTE : " CUENTA-CONTRAPARTE
               END-IF
           END-IF
           IF REFERENCIA-REVERSADA NOT = SPACES
               DISPLAY "REF.ORIGINAL: " REFERENCIA-REVERSADA
           END-IF
           MOVE CANTIDAD TO MONTO-PANTALLA
           DISPLAY "MONTO       : " MONTO-PANTALLA.
           IF CON-CAMBIO
               PERFORM 9150-RECIBO-CAMBIO
           END-IF
           MOVE CR-SALDO-CUENTA TO SALDO-PANTALLA
           DISPLAY "SALDO FINAL : " SALDO-PANTALLA.
           DISPLAY ANGULAR-DERECHA "============================"
               ANGULAR-IZQUIERDA.

      *        Transferencia entre monedas: la moneda de cada monto,
      *        el tipo aplicado a cada moneda extranjera y el monto
      *        acreditado en la moneda de la cuenta destino.
       9150-RECIBO-CAMBIO.
           MOVE MONEDA-ORIGEN TO MONEDA-PANTALLA
           IF MONEDA-ORIGEN = SPACES
               MOVE "NACIONAL" TO MONEDA-PANTALLA
           END-IF
           DISPLAY "MONEDA      : " MONEDA-PANTALLA.
           IF MONEDA-ORIGEN NOT = SPACES
               MOVE TIPO-CAMBIO-ORIGEN TO TIPO-CAMBIO-PANTALLA
               DISPLAY "T.C. COMPRA : " TIPO-CAMBIO-PANTALLA " "
                   MONEDA-ORIGEN
           END-IF
           IF MONEDA-DESTINO NOT = SPACES
               MOVE TIPO-CAMBIO-DESTINO TO TIPO-CAMBIO-PANTALLA
               DISPLAY "T.C. VENTA  : " TIPO-CAMBIO-PANTALLA " "
                   MONEDA-DESTINO
           END-IF
           MOVE MONEDA-DESTINO TO MONEDA-PANTALLA
           IF MONEDA-DESTINO = SPACES
               MOVE "NACIONAL" TO MONEDA-PANTALLA
           END-IF
           MOVE CANTIDAD-DESTINO TO MONTO-PANTALLA
           DISPLAY "ACREDITADO  : " MONTO-PANTALLA " "
               MONEDA-PANTALLA.

      *        La bitacora se estampa con la fecha de NEGOCIO, para
      *        que los totales diarios cuadren con el calendario que
      *        operamos; la hora si es la del momento real del posteo.
           MOVE CUENTA-CONTRAPARTE TO AL-CUENTA-CONTRAPARTE
      *        La referencia es la del originador en lote; en los
      *        demas casos se construye con el CONTADOR persistente.
      *        Un reverso lleva la referencia del movimiento original.
           EVALUATE TRUE
               WHEN REFERENCIA-REVERSADA NOT = SPACES
                   MOVE REFERENCIA-REVERSADA TO AL-REFERENCIA
               WHEN MODO-LOTE AND TB-REFERENCIA NOT = SPACES
                   MOVE TB-REFERENCIA TO AL-REFERENCIA
               WHEN OTHER
                   MOVE FECHA-NEGOCIO TO REF-FECHA
                   MOVE CONTADOR TO REF-SECUENCIA
                   MOVE REFERENCIA-PROPIA TO AL-REFERENCIA
           END-EVALUATE
           MOVE SW-REVERSO-EFECTIVO TO AL-REVERSO-EFECTIVO
      *        La pata se estampa con la sucursal de SU cuenta.
           PERFORM 6650-SUCURSAL-DE-LA-CUENTA
           MOVE SUCURSAL-MOVIMIENTO TO AL-SUCURSAL
           MOVE SPACES TO AL-DATOS-CAMBIO
           MOVE SPACES TO AL-NUM-TARJETA
           IF CON-CAMBIO
               PERFORM 9250-DATOS-CAMBIO
           END-IF
           IF TARJETA-ACTUAL NOT = 0
               MOVE TARJETA-ACTUAL TO AL-NUM-TARJETA
           END-IF
           MOVE "S" TO SE-FUNCION
           CALL "AUDITSEL" USING SE-PARAMETROS-SELLO
               AL-REGISTRO-BITACORA
           WRITE AL-REGISTRO-BITACORA.

      *        Cada pata de una transferencia entre monedas lleva su
      *        moneda, la de la otra pata, el monto de la otra pata y
      *        el tipo aplicado a su moneda; la pata en moneda
      *        nacional lleva el tipo de la moneda extranjera.
       9250-DATOS-CAMBIO.
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

      *        Linea de liquidacion entre sucursales: la pata de
      *        debito salio de una sucursal y la de credito entro en
      *        otra; esta entrada (sucursal origen, contraparte la
           MOVE CONTADOR TO REF-SECUENCIA
           MOVE REFERENCIA-PROPIA TO AL-REFERENCIA
           MOVE SUCURSAL-ORIGEN TO AL-SUCURSAL
           MOVE SPACES TO AL-DATOS-CAMBIO
           MOVE "N" TO AL-REVERSO-EFECTIVO
           MOVE SPACES TO AL-NUM-TARJETA
           MOVE "S" TO SE-FUNCION
           CALL "AUDITSEL" USING SE-PARAMETROS-SELLO
               AL-REGISTRO-BITACORA
           WRITE AL-REGISTRO-BITACORA
      *        La referencia consumio el CONTADOR: se avanza y se
      *        deja punto de control, igual que hace 9000.
           CLOSE RETENCIONES-FONDOS
           CLOSE PLAZOS-FIJOS
           CLOSE REFERENCIAS-POSTEADAS
           CLOSE PRESTAMOS-CUOTAS
           CLOSE CHEQUERAS-EMITIDAS
           IF HAY-CALENDARIO
               CLOSE ARCHIVO-CALENDARIO
           END-IF
           IF HAY-TITULARES
               CLOSE TITULARES-CUENTA
           END-IF
           IF HAY-TIPOS-CAMBIO
               CLOSE TIPOS-CAMBIO
           END-IF
           IF HAY-TARJETAS
               CLOSE TARJETAS-DEBITO
           END-IF
           IF HAY-EMBARGOS
               CLOSE EMBARGOS-JUDICIALES
           END-IF
           CLOSE MAESTRO-OPERADORES.
       9999-EXIT.
           EXIT.
