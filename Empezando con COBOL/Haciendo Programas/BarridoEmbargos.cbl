      ******************************************************************
      * Author: medrano00
      * Installation: Banco Simulado
      * Date-Written: 15/10/2026
      * Date-Compiled:
      * Purpose: Nightly judicial-garnishment sweep. For every active
      *          order on the EMBARGOS file (EMBARREC) it takes the
      *          credits that reached the customer's national-
      *          currency accounts on the business date (deposits,
      *          incoming transfers, interest, maturities, loan
      *          disbursements and reversals of debits, as found on
      *          AUDITLOG) and moves them to the court's account, up
      *          to what is still to seize and never beyond the
      *          account's balance less its open RETENES holds. Each
      *          move posts EMBARGO-DB on the debtor's account and
      *          EMBARGO-CR on the court's account with history
      *          roll-off to HISTARC and an audit-log entry per leg
      *          (plus the INTERSUC settlement line across branches),
      *          and adds to the order's seized amount; an order
      *          fully seized is marked satisfied. What the sweep
      *          already took on the business date is discounted, so
      *          a rerun does not seize the same credits twice. A
      *          customer's orders are served in order-number
      *          (EM-NUM-EMBARGO) sequence. Ends with a console
      *          summary.
      * Tectonics: cobc
      *
      * Modification History:
      *   15/10/2026 MDR  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMBBARRE.
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
      *        Embargos judiciales por cliente.
           SELECT EMBARGOS-JUDICIALES
               ASSIGN TO "EMBARGOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-NUM-EMBARGO
               FILE STATUS IS FS-EMBARGOS.
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
      *        Bitacora de auditoria: se lee para hallar los creditos
      *        del dia y luego se extiende con los movimientos.
           SELECT BITACORA-AUDITORIA
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
      *        Registro de control de la fecha de negocio.
           SELECT ARCHIVO-FECHA-DIA
               ASSIGN TO "FECHADIA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-FECHADIA.
      *        Retenciones de fondos de cheques sin canjear: lo
      *        retenido no se embarga hasta que se libere.
           SELECT RETENCIONES-FONDOS
               ASSIGN TO "RETENES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-NUM-RETENCION
               FILE STATUS IS FS-RETENES.

       DATA DIVISION.
       FILE SECTION.
       FD  EMBARGOS-JUDICIALES
           LABEL RECORD IS STANDARD.
           COPY EMBARREC.

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

       FD  RETENCIONES-FONDOS
           LABEL RECORD IS STANDARD.
           COPY RETENREC.

       WORKING-STORAGE SECTION.
           01  FS-EMBARGOS                PIC X(02).
           01  FS-CUENTAS                 PIC X(02).
           01  FS-HISTARC                 PIC X(02).
           01  FS-AUDITLOG                PIC X(02).
           01  FS-FECHADIA                PIC X(02).
           01  FS-RETENES                 PIC X(02).

      *        Parametros de la rutina que sella cada entrada de
      *        la bitacora (AUDITSEL).
           COPY SELLOPRM.

           77  CAJ-MAX-HISTORIAL          PIC 9(02) VALUE 10.

           01  FECHA-NEGOCIO              PIC 9(08).
           01  MES-NEGOCIO                PIC 9(06).
           01  HORA-ACTUAL                PIC 9(06).

      *        Movimientos del dia que acreditan fondos del cliente
      *        y pueden embargarse; EMBARGO-DB es lo que este barrido
      *        ya se llevo hoy de la cuenta.
           01  TIPO-ENTRADA               PIC X(10).
               88  CREDITO-EMBARGABLE
                   VALUE "DEPOSITO" "DEP-CHEQUE" "TRANSF-CRE"
                         "TRANSF-REC" "INTERES" "PF-RESCATE"
                         "PF-VENCE" "PF-INTERES" "PREST-DES"
                         "REVERSO-CR".
               88  YA-EMBARGADO-HOY           VALUE "EMBARGO-DB".

      *        Embargos activos con saldo pendiente, en orden de
      *        numero de embargo (el de la clave de EMBARGOS).
           77  MAX-EMBARGOS               PIC 9(03) VALUE 200.
           01  TABLA-EMBARGOS.
               05  TE-EMBARGO OCCURS 200 TIMES.
                   10  TE-NUM-EMBARGO     PIC 9(06).
                   10  TE-NUM-CLIENTE     PIC 9(06).
                   10  TE-CUENTA-JUZGADO  PIC 9(08).
                   10  TE-PENDIENTE       PIC 9(09)V99.
           01  EMBARGOS-CARGADOS          PIC 9(03) COMP VALUE 0.
           01  INDICE-EMBARGO             PIC 9(03) COMP.

      *        Cuentas de clientes embargados con creditos en el
      *        dia: lo acreditado y lo que el barrido ya se llevo.
           77  MAX-CUENTAS                PIC 9(03) VALUE 500.
           01  TABLA-CREDITOS.
               05  CD-CUENTA OCCURS 500 TIMES.
                   10  CD-NUM-CUENTA      PIC 9(08).
                   10  CD-NUM-CLIENTE     PIC 9(06).
                   10  CD-ACREDITADO      PIC 9(11)V99.
                   10  CD-YA-EMBARGADO    PIC 9(11)V99.
           01  CUENTAS-CARGADAS           PIC 9(03) COMP VALUE 0.
           01  INDICE-CUENTA              PIC 9(03) COMP.

           01  CANTIDAD                   PIC 9(09)V99.
           01  TIPO-TRANSACCION-ACTUAL    PIC X(10).
           01  CUENTA-CONTRAPARTE         PIC 9(08) VALUE 0.
           01  INDICE-HIST                PIC 9(02) COMP.
           01  MONTO-PANTALLA             PIC Z(08)9,99.
      *        Lo que todavia puede embargarse de la cuenta en curso.
           01  MONTO-EMBARGABLE           PIC S9(11)V99.
           01  MONTO-RETENIDO             PIC 9(11)V99 VALUE 0.
           01  CUENTA-DEUDORA             PIC 9(08).
           01  CLIENTE-DEUDOR             PIC 9(06).
           01  CUENTA-JUZGADO             PIC 9(08).
           01  SUCURSAL-ORIGEN            PIC 9(03) VALUE 1.
           01  SUCURSAL-DESTINO           PIC 9(03) VALUE 1.

           01  TOTAL-ENTRADAS-LEIDAS      PIC 9(07) VALUE 0.
           01  TOTAL-CUENTAS-BARRIDAS     PIC 9(05) VALUE 0.
           01  TOTAL-MOVIMIENTOS          PIC 9(05) VALUE 0.
           01  TOTAL-SATISFECHOS          PIC 9(05) VALUE 0.
           01  TOTAL-OMITIDOS             PIC 9(05) VALUE 0.
           01  MONTO-TOTAL-EMBARGADO      PIC 9(11)V99 VALUE 0.
           01  TOTAL-PANTALLA             PIC Z(10)9,99.

           01  SW-AUDITLOG-EOF            PIC X(01) VALUE "N".
               88  FIN-AUDITLOG                   VALUE "S".
           01  SW-EMBARGOS-EOF            PIC X(01) VALUE "N".
               88  FIN-EMBARGOS                   VALUE "S".
           01  SW-RETENES-ABIERTO         PIC X(01) VALUE "N".
               88  HAY-RETENCIONES                VALUE "S".
           01  SW-RETENES-EOF             PIC X(01) VALUE "N".
               88  FIN-RETENES                    VALUE "S".
           01  SW-EMBARGO-HALLADO         PIC X(01) VALUE "N".
               88  EMBARGO-HALLADO                VALUE "S".
           01  SW-CUENTA-HALLADA          PIC X(01) VALUE "N".
               88  CUENTA-HALLADA                 VALUE "S".
           01  SW-TABLA-LLENA             PIC X(01) VALUE "N".
               88  TABLA-LLENA                    VALUE "S".

      *        Referencia unica de cada entrada de bitacora que este
      *        programa origina: prefijo, fecha y secuencia.
           01  REFERENCIA-PROPIA.
               05  REF-PREFIJO            PIC X(03) VALUE "EMB".
               05  REF-FECHA              PIC 9(08).
               05  REF-SECUENCIA          PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 1100-CARGAR-EMBARGOS THRU 1100-EXIT
           IF EMBARGOS-CARGADOS > 0
               PERFORM 2000-BUSCAR-CREDITOS THRU 2000-EXIT
               PERFORM 3000-BARRER-UNA-CUENTA THRU 3000-EXIT
                   VARYING INDICE-CUENTA FROM 1 BY 1
                   UNTIL INDICE-CUENTA > CUENTAS-CARGADAS
           END-IF
           PERFORM 8000-IMPRIMIR-RESUMEN
           PERFORM 9999-FINALIZAR
           STOP RUN.

      ******************************************************************
      * 1000 - FECHA DE NEGOCIO Y APERTURAS
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT FECHA-NEGOCIO FROM DATE YYYYMMDD
           OPEN INPUT ARCHIVO-FECHA-DIA
           IF FS-FECHADIA = "00"
               READ ARCHIVO-FECHA-DIA
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FC-FECHA-NEGOCIO TO FECHA-NEGOCIO
                       IF FC-DIA-CERRADO
                           DISPLAY "EMBBARRE: DIA DE NEGOCIO "
                               FC-FECHA-NEGOCIO " CERRADO - CORRIDA "
                               "CANCELADA."
                           CLOSE ARCHIVO-FECHA-DIA
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE ARCHIVO-FECHA-DIA
           END-IF
           DIVIDE FECHA-NEGOCIO BY 100 GIVING MES-NEGOCIO
           OPEN I-O EMBARGOS-JUDICIALES
           IF FS-EMBARGOS NOT = "00"
               DISPLAY "EMBBARRE: SIN ARCHIVO DE EMBARGOS - NADA QUE "
                   "BARRER."
               STOP RUN
           END-IF
           OPEN I-O CUENTAS-MAESTRO
           IF FS-CUENTAS NOT = "00"
               DISPLAY "EMBBARRE: NO SE PUDO ABRIR CUENTAS-MAESTRO."
               CLOSE EMBARGOS-JUDICIALES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND ARCHIVO-HISTORIAL
           IF FS-HISTARC NOT = "00"
               OPEN OUTPUT ARCHIVO-HISTORIAL
               CLOSE ARCHIVO-HISTORIAL
               OPEN EXTEND ARCHIVO-HISTORIAL
           END-IF
      *        Sin archivo de retenciones no hay nada que restar.
           OPEN INPUT RETENCIONES-FONDOS
           IF FS-RETENES = "00"
               MOVE "S" TO SW-RETENES-ABIERTO
           END-IF
           DISPLAY "==== BARRIDO DE EMBARGOS JUDICIALES - DIA "
               FECHA-NEGOCIO " ====".

      *        Carga los embargos activos con algo pendiente. Si la
      *        tabla se llena, los que quedan afuera se barren en la
      *        proxima corrida.
       1100-CARGAR-EMBARGOS.
           MOVE "N" TO SW-EMBARGOS-EOF
           MOVE 0 TO EM-NUM-EMBARGO
           START EMBARGOS-JUDICIALES
               KEY NOT LESS THAN EM-NUM-EMBARGO
               INVALID KEY
                   GO TO 1100-EXIT
           END-START
           PERFORM 1110-CARGAR-UN-EMBARGO THRU 1110-EXIT
               UNTIL FIN-EMBARGOS.
       1100-EXIT.
           EXIT.

       1110-CARGAR-UN-EMBARGO.
           READ EMBARGOS-JUDICIALES NEXT RECORD
               AT END
                   MOVE "S" TO SW-EMBARGOS-EOF
                   GO TO 1110-EXIT
           END-READ
           IF NOT EM-ACTIVO
               OR EM-MONTO-ORDENADO NOT >
                   EM-MONTO-EMBARGADO + EM-MONTO-LIBERADO
               GO TO 1110-EXIT
           END-IF
           IF EMBARGOS-CARGADOS NOT < MAX-EMBARGOS
               DISPLAY "EMBBARRE: TABLA DE EMBARGOS LLENA - EL "
                   EM-NUM-EMBARGO " Y SIGUIENTES QUEDAN PARA LA "
                   "PROXIMA CORRIDA."
               MOVE "S" TO SW-EMBARGOS-EOF
               GO TO 1110-EXIT
           END-IF
           ADD 1 TO EMBARGOS-CARGADOS
           MOVE EM-NUM-EMBARGO TO TE-NUM-EMBARGO (EMBARGOS-CARGADOS)
           MOVE EM-NUM-CLIENTE TO TE-NUM-CLIENTE (EMBARGOS-CARGADOS)
           MOVE EM-CUENTA-JUZGADO
               TO TE-CUENTA-JUZGADO (EMBARGOS-CARGADOS)
           COMPUTE TE-PENDIENTE (EMBARGOS-CARGADOS) =
               EM-MONTO-ORDENADO - EM-MONTO-EMBARGADO
               - EM-MONTO-LIBERADO.
       1110-EXIT.
           EXIT.

      ******************************************************************
      * 2000 - CREDITOS DEL DIA EN CUENTAS DE CLIENTES EMBARGADOS
      ******************************************************************
      *        Una pasada por la bitacora del dia. Al terminar se
      *        reabre para extenderla con los movimientos del
      *        barrido.
       2000-BUSCAR-CREDITOS.
           OPEN INPUT BITACORA-AUDITORIA
           IF FS-AUDITLOG NOT = "00"
               DISPLAY "EMBBARRE: SIN BITACORA - NO HAY CREDITOS DEL "
                   "DIA."
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO SW-AUDITLOG-EOF
           PERFORM 2100-LEER-UNA-ENTRADA THRU 2100-EXIT
               UNTIL FIN-AUDITLOG
           CLOSE BITACORA-AUDITORIA.
       2000-EXIT.
           EXIT.

       2100-LEER-UNA-ENTRADA.
           READ BITACORA-AUDITORIA
               AT END
                   MOVE "S" TO SW-AUDITLOG-EOF
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO TOTAL-ENTRADAS-LEIDAS
           IF AL-FECHA NOT = FECHA-NEGOCIO
               GO TO 2100-EXIT
           END-IF
           MOVE AL-TIPO-TRANSACCION TO TIPO-ENTRADA
           IF NOT CREDITO-EMBARGABLE AND NOT YA-EMBARGADO-HOY
               GO TO 2100-EXIT
           END-IF
           MOVE AL-NUM-CUENTA TO CR-NUM-CUENTA
           READ CUENTAS-MAESTRO
               INVALID KEY
                   GO TO 2100-EXIT
           END-READ
           IF NOT CR-MONEDA-NACIONAL
               GO TO 2100-EXIT
           END-IF
           MOVE CR-NUM-CLIENTE TO CLIENTE-DEUDOR
           PERFORM 2200-BUSCAR-CLIENTE THRU 2200-EXIT
           IF NOT EMBARGO-HALLADO
               GO TO 2100-EXIT
           END-IF
           PERFORM 2300-BUSCAR-CUENTA THRU 2300-EXIT
           IF NOT CUENTA-HALLADA
               GO TO 2100-EXIT
           END-IF
           IF CREDITO-EMBARGABLE
               ADD AL-MONTO-TRANSACCION
                   TO CD-ACREDITADO (INDICE-CUENTA)
           ELSE
               ADD AL-MONTO-TRANSACCION
                   TO CD-YA-EMBARGADO (INDICE-CUENTA)
           END-IF.
       2100-EXIT.
           EXIT.

      *        EMBARGO-HALLADO si CLIENTE-DEUDOR tiene algun embargo
      *        cargado.
       2200-BUSCAR-CLIENTE.
           MOVE "N" TO SW-EMBARGO-HALLADO
           PERFORM 2210-PROBAR-UN-EMBARGO
               VARYING INDICE-EMBARGO FROM 1 BY 1
               UNTIL INDICE-EMBARGO > EMBARGOS-CARGADOS
               OR EMBARGO-HALLADO.
       2200-EXIT.
           EXIT.

       2210-PROBAR-UN-EMBARGO.
           IF TE-NUM-CLIENTE (INDICE-EMBARGO) = CLIENTE-DEUDOR
               MOVE "S" TO SW-EMBARGO-HALLADO
           END-IF.

      *        Deja INDICE-CUENTA en la posicion de la cuenta en el
      *        area de registro, agregandola si es nueva.
       2300-BUSCAR-CUENTA.
           MOVE "N" TO SW-CUENTA-HALLADA
           MOVE 1 TO INDICE-CUENTA
           PERFORM 2310-PROBAR-UNA-CUENTA
               UNTIL INDICE-CUENTA > CUENTAS-CARGADAS
               OR CUENTA-HALLADA
           IF CUENTA-HALLADA
               GO TO 2300-EXIT
           END-IF
           IF CUENTAS-CARGADAS NOT < MAX-CUENTAS
               IF NOT TABLA-LLENA
                   DISPLAY "EMBBARRE: TABLA DE CUENTAS LLENA - LOS "
                       "CREDITOS RESTANTES NO SE BARREN HOY."
                   MOVE "S" TO SW-TABLA-LLENA
               END-IF
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO CUENTAS-CARGADAS
           MOVE CUENTAS-CARGADAS TO INDICE-CUENTA
           MOVE CR-NUM-CUENTA TO CD-NUM-CUENTA (INDICE-CUENTA)
           MOVE CR-NUM-CLIENTE TO CD-NUM-CLIENTE (INDICE-CUENTA)
           MOVE 0 TO CD-ACREDITADO (INDICE-CUENTA)
           MOVE 0 TO CD-YA-EMBARGADO (INDICE-CUENTA)
           MOVE "S" TO SW-CUENTA-HALLADA.
       2300-EXIT.
           EXIT.

       2310-PROBAR-UNA-CUENTA.
           IF CD-NUM-CUENTA (INDICE-CUENTA) = CR-NUM-CUENTA
               MOVE "S" TO SW-CUENTA-HALLADA
           ELSE
               ADD 1 TO INDICE-CUENTA
           END-IF.

      ******************************************************************
      * 3000 - BARRIDO DE UNA CUENTA
      ******************************************************************
      *        Se embarga lo acreditado hoy menos lo ya barrido hoy,
      *        sin pasar del saldo menos las retenciones abiertas
      *        (una cuenta en descubierto no aporta nada). El monto
      *        se reparte entre los embargos del cliente por orden.
       3000-BARRER-UNA-CUENTA.
           IF INDICE-CUENTA = 1
               OPEN EXTEND BITACORA-AUDITORIA
               IF FS-AUDITLOG NOT = "00"
                   OPEN OUTPUT BITACORA-AUDITORIA
                   CLOSE BITACORA-AUDITORIA
                   OPEN EXTEND BITACORA-AUDITORIA
               END-IF
           END-IF
           COMPUTE MONTO-EMBARGABLE = CD-ACREDITADO (INDICE-CUENTA)
               - CD-YA-EMBARGADO (INDICE-CUENTA)
           IF MONTO-EMBARGABLE NOT > 0
               GO TO 3000-EXIT
           END-IF
           MOVE CD-NUM-CUENTA (INDICE-CUENTA) TO CUENTA-DEUDORA
           MOVE CD-NUM-CLIENTE (INDICE-CUENTA) TO CLIENTE-DEUDOR
           MOVE CUENTA-DEUDORA TO CR-NUM-CUENTA
           READ CUENTAS-MAESTRO
               INVALID KEY
                   GO TO 3000-EXIT
           END-READ
           IF CR-CUENTA-CERRADA
               GO TO 3000-EXIT
           END-IF
           PERFORM 3350-SUMAR-RETENCIONES THRU 3350-EXIT
           IF CR-SALDO-CUENTA - MONTO-RETENIDO < MONTO-EMBARGABLE
               COMPUTE MONTO-EMBARGABLE =
                   CR-SALDO-CUENTA - MONTO-RETENIDO
           END-IF
           IF MONTO-EMBARGABLE NOT > 0
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO TOTAL-CUENTAS-BARRIDAS
           PERFORM 3100-EMBARGAR-PARA-UN-CASO THRU 3100-EXIT
               VARYING INDICE-EMBARGO FROM 1 BY 1
               UNTIL INDICE-EMBARGO > EMBARGOS-CARGADOS
               OR MONTO-EMBARGABLE NOT > 0.
       3000-EXIT.
           EXIT.

      *        La cuenta del juzgado se verifica ANTES de tocar la
      *        cuenta embargada, como una transferencia en ORDENPER.
       3100-EMBARGAR-PARA-UN-CASO.
           IF TE-NUM-CLIENTE (INDICE-EMBARGO) NOT = CLIENTE-DEUDOR
               OR TE-PENDIENTE (INDICE-EMBARGO) = ZERO
               GO TO 3100-EXIT
           END-IF
           IF MONTO-EMBARGABLE < TE-PENDIENTE (INDICE-EMBARGO)
               MOVE MONTO-EMBARGABLE TO CANTIDAD
           ELSE
               MOVE TE-PENDIENTE (INDICE-EMBARGO) TO CANTIDAD
           END-IF
           MOVE TE-CUENTA-JUZGADO (INDICE-EMBARGO) TO CUENTA-JUZGADO
           MOVE CUENTA-JUZGADO TO CR-NUM-CUENTA
           READ CUENTAS-MAESTRO
               INVALID KEY
                   DISPLAY "EMBARGO " TE-NUM-EMBARGO (INDICE-EMBARGO)
                       " OMITIDO - CUENTA DEL JUZGADO "
                       CUENTA-JUZGADO " NO ENCONTRADA."
                   ADD 1 TO TOTAL-OMITIDOS
                   GO TO 3100-EXIT
           END-READ
           IF NOT CR-CUENTA-ACTIVA OR NOT CR-MONEDA-NACIONAL
               DISPLAY "EMBARGO " TE-NUM-EMBARGO (INDICE-EMBARGO)
                   " OMITIDO - CUENTA DEL JUZGADO " CUENTA-JUZGADO
                   " NO OPERABLE."
               ADD 1 TO TOTAL-OMITIDOS
               GO TO 3100-EXIT
           END-IF
           IF CR-SUCURSAL NUMERIC
               MOVE CR-SUCURSAL TO SUCURSAL-DESTINO
           ELSE
               MOVE 1 TO SUCURSAL-DESTINO
           END-IF
      *        Pata de debito sobre la cuenta embargada.
           MOVE CUENTA-DEUDORA TO CR-NUM-CUENTA
           READ CUENTAS-MAESTRO
               INVALID KEY
                   GO TO 3100-EXIT
           END-READ
           IF CR-SUCURSAL NUMERIC
               MOVE CR-SUCURSAL TO SUCURSAL-ORIGEN
           ELSE
               MOVE 1 TO SUCURSAL-ORIGEN
           END-IF
           MOVE "EMBARGO-DB" TO TIPO-TRANSACCION-ACTUAL
           MOVE CUENTA-JUZGADO TO CUENTA-CONTRAPARTE
           SUBTRACT CANTIDAD FROM CR-SALDO-CUENTA
           PERFORM 7000-POSTEAR-EN-CUENTA THRU 7000-EXIT
      *        Pata de credito sobre la cuenta del juzgado.
           MOVE CUENTA-JUZGADO TO CR-NUM-CUENTA
           READ CUENTAS-MAESTRO
               INVALID KEY
                   DISPLAY "ERROR GRAVE: CUENTA DEL JUZGADO "
                       "DESAPARECIO."
                   GO TO 3100-EXIT
           END-READ
           MOVE "EMBARGO-CR" TO TIPO-TRANSACCION-ACTUAL
           MOVE CUENTA-DEUDORA TO CUENTA-CONTRAPARTE
           ADD CANTIDAD TO CR-SALDO-CUENTA
           PERFORM 7000-POSTEAR-EN-CUENTA THRU 7000-EXIT
           IF SUCURSAL-ORIGEN NOT = SUCURSAL-DESTINO
               PERFORM 7350-BITACORA-INTERSUCURSAL
           END-IF
           SUBTRACT CANTIDAD FROM MONTO-EMBARGABLE
           SUBTRACT CANTIDAD FROM TE-PENDIENTE (INDICE-EMBARGO)
           ADD CANTIDAD TO MONTO-TOTAL-EMBARGADO
           ADD 1 TO TOTAL-MOVIMIENTOS
           MOVE CANTIDAD TO MONTO-PANTALLA
           DISPLAY "EMBARGO " TE-NUM-EMBARGO (INDICE-EMBARGO)
               " CUENTA " CUENTA-DEUDORA " -> " CUENTA-JUZGADO
               " EMBARGADO: " MONTO-PANTALLA
           PERFORM 3200-ACTUALIZAR-EMBARGO THRU 3200-EXIT.
       3100-EXIT.
           EXIT.

      *        Suma lo embargado al caso (y al acumulado del mes); si
      *        ya no queda nada pendiente, el embargo esta satisfecho.
       3200-ACTUALIZAR-EMBARGO.
           MOVE TE-NUM-EMBARGO (INDICE-EMBARGO) TO EM-NUM-EMBARGO
           READ EMBARGOS-JUDICIALES
               INVALID KEY
                   DISPLAY "ERROR GRAVE: EMBARGO " EM-NUM-EMBARGO
                       " DESAPARECIO."
                   GO TO 3200-EXIT
           END-READ
           IF EM-MES-MOVIMIENTO NOT = MES-NEGOCIO
               MOVE MES-NEGOCIO TO EM-MES-MOVIMIENTO
               MOVE 0 TO EM-EMBARGADO-MES
               MOVE 0 TO EM-LIBERADO-MES
           END-IF
           ADD CANTIDAD TO EM-MONTO-EMBARGADO
           ADD CANTIDAD TO EM-EMBARGADO-MES
           IF EM-MONTO-EMBARGADO + EM-MONTO-LIBERADO
                   NOT < EM-MONTO-ORDENADO
               MOVE "S" TO EM-ESTADO
               ADD 1 TO TOTAL-SATISFECHOS
               DISPLAY "EMBARGO " EM-NUM-EMBARGO " SATISFECHO."
           END-IF
           MOVE FECHA-NEGOCIO TO EM-FECHA-CAMBIO
           MOVE "EMBBARRE" TO EM-OPERADOR-CAMBIO
           REWRITE EM-REGISTRO-EMBARGO
               INVALID KEY
                   DISPLAY "ERROR GRAVE: NO SE PUDO GRABAR EL EMBARGO "
                       EM-NUM-EMBARGO "."
           END-REWRITE.
       3200-EXIT.
           EXIT.

      *        Suma en MONTO-RETENIDO las retenciones abiertas de la
      *        cuenta en el area de registro, igual que 6150 en
      *        CAJERO.
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

      *        Cada pata lleva en la contraparte la cuenta de la otra
      *        pata; la orden judicial no requiere supervisor.
       7200-ESCRIBIR-BITACORA.
           ACCEPT HORA-ACTUAL FROM TIME
           MOVE CR-NUM-CUENTA TO AL-NUM-CUENTA
           MOVE TIPO-TRANSACCION-ACTUAL TO AL-TIPO-TRANSACCION
           MOVE CANTIDAD TO AL-MONTO-TRANSACCION
           MOVE FECHA-NEGOCIO TO AL-FECHA
           MOVE HORA-ACTUAL TO AL-HORA
           MOVE "EMBBARRE" TO AL-OPERADOR
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
           MOVE "N" TO AL-REVERSO-EFECTIVO
           MOVE SPACES TO AL-DATOS-CAMBIO
           MOVE SPACES TO AL-NUM-TARJETA
           MOVE "S" TO SE-FUNCION
           CALL "AUDITSEL" USING SE-PARAMETROS-SELLO
               AL-REGISTRO-BITACORA
           WRITE AL-REGISTRO-BITACORA.

      *        Linea de liquidacion entre sucursales, igual que la
      *        que deja ORDENPER: sucursal de la cuenta embargada,
      *        contraparte la cuenta del juzgado.
       7350-BITACORA-INTERSUCURSAL.
           ACCEPT HORA-ACTUAL FROM TIME
           MOVE CUENTA-DEUDORA TO AL-NUM-CUENTA
           MOVE "INTERSUC" TO AL-TIPO-TRANSACCION
           MOVE CANTIDAD TO AL-MONTO-TRANSACCION
           MOVE FECHA-NEGOCIO TO AL-FECHA
           MOVE HORA-ACTUAL TO AL-HORA
           MOVE "EMBBARRE" TO AL-OPERADOR
           MOVE HORA-ACTUAL TO AL-ID-SESION
           MOVE "N" TO AL-APROBADO-SUPERVISOR
           MOVE CUENTA-JUZGADO TO AL-CUENTA-CONTRAPARTE
           MOVE SPACES TO AL-APROBADOR
           MOVE FECHA-NEGOCIO TO REF-FECHA
           ADD 1 TO REF-SECUENCIA
           MOVE REFERENCIA-PROPIA TO AL-REFERENCIA
           MOVE SUCURSAL-ORIGEN TO AL-SUCURSAL
           MOVE "N" TO AL-REVERSO-EFECTIVO
           MOVE SPACES TO AL-DATOS-CAMBIO
           MOVE SPACES TO AL-NUM-TARJETA
           MOVE "S" TO SE-FUNCION
           CALL "AUDITSEL" USING SE-PARAMETROS-SELLO
               AL-REGISTRO-BITACORA
           WRITE AL-REGISTRO-BITACORA.

       8000-IMPRIMIR-RESUMEN.
           MOVE MONTO-TOTAL-EMBARGADO TO TOTAL-PANTALLA
           DISPLAY "=============================================".
           DISPLAY "EMBARGOS ACTIVOS     : " EMBARGOS-CARGADOS.
           DISPLAY "CUENTAS CON CREDITOS : " CUENTAS-CARGADAS.
           DISPLAY "CUENTAS BARRIDAS     : " TOTAL-CUENTAS-BARRIDAS.
           DISPLAY "MOVIMIENTOS          : " TOTAL-MOVIMIENTOS.
           DISPLAY "MONTO EMBARGADO      : " TOTAL-PANTALLA.
           DISPLAY "EMBARGOS SATISFECHOS : " TOTAL-SATISFECHOS.
           DISPLAY "EMBARGOS OMITIDOS    : " TOTAL-OMITIDOS.
           DISPLAY "=============================================".

       9999-FINALIZAR.
           CLOSE EMBARGOS-JUDICIALES
           CLOSE CUENTAS-MAESTRO
           CLOSE ARCHIVO-HISTORIAL
           IF CUENTAS-CARGADAS > 0
               CLOSE BITACORA-AUDITORIA
           END-IF
           IF HAY-RETENCIONES
               CLOSE RETENCIONES-FONDOS
           END-IF.

       END PROGRAM EMBBARRE.
