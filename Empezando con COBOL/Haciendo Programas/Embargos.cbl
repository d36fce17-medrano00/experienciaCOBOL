      ******************************************************************
      * Author: medrano00
      * Installation: Banco Simulado
      * Date-Written: 15/10/2026
      * Date-Compiled:
      * Purpose: Maintenance for the EMBARGOS judicial-garnishment
      *          file (EMBARREC). Registers a court order against a
      *          CLIENTES customer - court, case number, order date,
      *          amount ordered and the court's account that receives
      *          the seized funds - so that only the amount still to
      *          seize is blocked on the customer's accounts, instead
      *          of freezing them whole; releases part or all of what
      *          is still to seize when the court lifts the order,
      *          with a supervisor's approval (a supervisor's session,
      *          or a supervisor signing in on the spot); and shows
      *          one order or every order of a customer. Sessions
      *          sign on against the OPERADOR master like TARJMANT.
      *          Every registration and release goes to AUDITLOG,
      *          sealed by AUDITSEL.
      * Tectonics: cobc
      *
      * Modification History:
      *   15/10/2026 MDR  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMBMANT.
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
           SELECT CLIENTES-MAESTRO
               ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-NUM-CLIENTE
               FILE STATUS IS FS-CLIENTES.
           SELECT CUENTAS-MAESTRO
               ASSIGN TO "CUENTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-NUM-CUENTA
               FILE STATUS IS FS-CUENTAS.
      *        Bitacora de auditoria - todo cambio de datos queda.
           SELECT BITACORA-AUDITORIA
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
      *        Registro de control de la fecha de negocio.
           SELECT ARCHIVO-FECHA-DIA
               ASSIGN TO "FECHADIA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-FECHADIA.
      *        Maestro de operadores: firma de sesion y aprobacion
      *        del supervisor que libera.
           SELECT MAESTRO-OPERADORES
               ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OE-ID-OPERADOR
               FILE STATUS IS FS-OPERADOR.

       DATA DIVISION.
       FILE SECTION.
       FD  EMBARGOS-JUDICIALES
           LABEL RECORD IS STANDARD.
           COPY EMBARREC.

       FD  CLIENTES-MAESTRO
           LABEL RECORD IS STANDARD.
           COPY CLIENREC.

       FD  CUENTAS-MAESTRO
           LABEL RECORD IS STANDARD.
           COPY CUENTAREC.

       FD  BITACORA-AUDITORIA
           LABEL RECORD IS STANDARD.
           COPY AUDITREC.

       FD  ARCHIVO-FECHA-DIA
           LABEL RECORD IS STANDARD.
           COPY FECHACTL.

       FD  MAESTRO-OPERADORES
           LABEL RECORD IS STANDARD.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
           01  FS-EMBARGOS                PIC X(02).
           01  FS-CLIENTES                PIC X(02).
           01  FS-CUENTAS                 PIC X(02).
           01  FS-AUDITLOG                PIC X(02).
           01  FS-FECHADIA                PIC X(02).
           01  FS-OPERADOR                PIC X(02).

      *        Parametros de la rutina que sella cada entrada de
      *        la bitacora (AUDITSEL).
           COPY SELLOPRM.

           01  OPCION                     PIC 9(01).
           01  OPERADOR-ID                PIC X(08).
           01  CLAVE-INGRESADA            PIC X(08).
           01  ID-SESION                  PIC X(08).
           01  INTENTOS-FIRMA             PIC 9(01).
           01  FECHA-HOY                  PIC 9(08).
           01  FECHA-NEGOCIO              PIC 9(08).
           01  MES-NEGOCIO                PIC 9(06).
           01  HORA-ACTUAL                PIC 9(06).

           01  EMBARGO-INGRESADO          PIC 9(06).
           01  CLIENTE-INGRESADO          PIC 9(06).
           01  CUENTA-INGRESADA           PIC 9(08).
           01  MONTO-INGRESADO            PIC 9(09)V99.
           01  FECHA-INGRESADA            PIC 9(08).
           01  FECHA-INGRESADA-DET REDEFINES FECHA-INGRESADA.
               05  FI-ANO                 PIC 9(04).
               05  FI-MES                 PIC 9(02).
               05  FI-DIA                 PIC 9(02).
           01  JUZGADO-INGRESADO          PIC X(30).
           01  EXPEDIENTE-INGRESADO       PIC X(20).
           01  CONFIRMACION               PIC X(01).
               88  CONFIRMADO                     VALUE "S".
           01  SUPERVISOR-ID              PIC X(08).
           01  CLAVE-SUPERVISOR           PIC X(08).
      *        Supervisor que aprobo la liberacion en curso.
           01  APROBADOR-ACTUAL           PIC X(08) VALUE SPACES.

      *        Lo que resta embargar: ordenado - embargado -
      *        liberado.
           01  MONTO-PENDIENTE            PIC 9(09)V99.
           01  TOTAL-LISTADOS             PIC 9(05).
           01  NOMBRE-ESTADO              PIC X(10).
           01  MONTO-PANTALLA             PIC Z(08)9,99.
           01  EMBARGADO-PANTALLA         PIC Z(08)9,99.
           01  LIBERADO-PANTALLA          PIC Z(08)9,99.
           01  PENDIENTE-PANTALLA         PIC Z(08)9,99.

      *        Datos de la entrada de bitacora en curso.
           01  TIPO-BITACORA              PIC X(10).
           01  MONTO-BITACORA             PIC 9(09)V99.

           01  SW-CONTINUAR               PIC X(01) VALUE "S".
               88  SESION-TERMINADA               VALUE "N".
           01  SW-FIRMA-VALIDA            PIC X(01) VALUE "N".
               88  FIRMA-VALIDA                   VALUE "S".
           01  SW-SUPERVISOR              PIC X(01) VALUE "N".
               88  SESION-SUPERVISOR              VALUE "S".
           01  SW-APROBACION              PIC X(01) VALUE "N".
               88  APROBACION-OTORGADA            VALUE "S".
           01  SW-FECHA-VALIDA            PIC X(01) VALUE "N".
               88  FECHA-VALIDA                   VALUE "S".
           01  SW-EMBARGOS-EOF            PIC X(01) VALUE "N".
               88  FIN-EMBARGOS                   VALUE "S".
           01  SW-OPERADOR-ABIERTO        PIC X(01) VALUE "N".
               88  HAY-MAESTRO-OPERADORES         VALUE "S".

      *        Calculo del ultimo dia del mes de la fecha ingresada.
           01  DIAS-DEL-MES               PIC 9(02).
           01  COCIENTE-ANO               PIC 9(04).
           01  RESIDUO-ANO                PIC 9(04).
           01  SW-ANO-BISIESTO            PIC X(01) VALUE "N".
               88  ANO-BISIESTO                   VALUE "S".

      *        Referencia unica de cada entrada de bitacora que este
      *        programa origina, como en TARJMANT: prefijo, fecha
      *        corta, hora de firma y secuencia de la sesion.
           01  REFERENCIA-PROPIA.
               05  REF-PREFIJO            PIC X(02) VALUE "EM".
               05  REF-FECHA-CORTA        PIC 9(06).
               05  REF-SESION             PIC X(06).
               05  REF-SECUENCIA          PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 1200-FIRMAR-OPERADOR THRU 1200-EXIT
           IF NOT FIRMA-VALIDA
               DISPLAY "EMBMANT: ACCESO DENEGADO."
               PERFORM 9999-FINALIZAR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-PROCESO-PRINCIPAL THRU 2000-EXIT
               UNTIL SESION-TERMINADA
           PERFORM 9999-FINALIZAR
           STOP RUN.

      ******************************************************************
      * 1000 - APERTURAS Y FECHA DE NEGOCIO
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT HORA-ACTUAL FROM TIME
           MOVE HORA-ACTUAL TO ID-SESION
           MOVE FECHA-HOY TO FECHA-NEGOCIO
           OPEN INPUT ARCHIVO-FECHA-DIA
           IF FS-FECHADIA = "00"
               READ ARCHIVO-FECHA-DIA
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FC-FECHA-NEGOCIO TO FECHA-NEGOCIO
               END-READ
               CLOSE ARCHIVO-FECHA-DIA
           END-IF
           DIVIDE FECHA-NEGOCIO BY 100 GIVING MES-NEGOCIO
           OPEN I-O EMBARGOS-JUDICIALES
           IF FS-EMBARGOS NOT = "00"
               OPEN OUTPUT EMBARGOS-JUDICIALES
               CLOSE EMBARGOS-JUDICIALES
               OPEN I-O EMBARGOS-JUDICIALES
               IF FS-EMBARGOS NOT = "00"
                   DISPLAY "EMBMANT: NO SE PUDO ABRIR EMBARGOS."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT CLIENTES-MAESTRO
           IF FS-CLIENTES NOT = "00"
               DISPLAY "EMBMANT: NO SE PUDO ABRIR CLIENTES-MAESTRO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUENTAS-MAESTRO
           IF FS-CUENTAS NOT = "00"
               DISPLAY "EMBMANT: NO SE PUDO ABRIR CUENTAS-MAESTRO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND BITACORA-AUDITORIA
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT BITACORA-AUDITORIA
               CLOSE BITACORA-AUDITORIA
               OPEN EXTEND BITACORA-AUDITORIA
           END-IF.

      *        Firma contra el maestro OPERADOR con tres intentos;
      *        entra cualquier operador activo, pero sin maestro no
      *        se entra: la liberacion necesita un supervisor. El
      *        maestro queda abierto para validar esa aprobacion.
       1200-FIRMAR-OPERADOR.
           OPEN INPUT MAESTRO-OPERADORES
           IF FS-OPERADOR NOT = "00"
               DISPLAY "EMBMANT: SIN MAESTRO DE OPERADORES - DE ALTA "
                   "LOS OPERADORES CON OPERMANT."
               GO TO 1200-EXIT
           END-IF
           MOVE "S" TO SW-OPERADOR-ABIERTO
           PERFORM 1210-INTENTO-DE-FIRMA THRU 1210-EXIT
               VARYING INTENTOS-FIRMA FROM 1 BY 1
               UNTIL INTENTOS-FIRMA > 3
               OR FIRMA-VALIDA.
       1200-EXIT.
           EXIT.

       1210-INTENTO-DE-FIRMA.
           DISPLAY "ID DE OPERADOR: " WITH NO ADVANCING
           ACCEPT OPERADOR-ID
           DISPLAY "CLAVE: " WITH NO ADVANCING
           ACCEPT CLAVE-INGRESADA
           MOVE OPERADOR-ID TO OE-ID-OPERADOR
           READ MAESTRO-OPERADORES
               INVALID KEY
                   DISPLAY "FIRMA INVALIDA."
                   GO TO 1210-EXIT
           END-READ
           IF OE-CLAVE-ACCESO = CLAVE-INGRESADA
               AND OE-OPERADOR-ACTIVO
               MOVE "S" TO SW-FIRMA-VALIDA
               IF OE-ROL-SUPERVISOR
                   MOVE "S" TO SW-SUPERVISOR
               END-IF
               DISPLAY "BIENVENIDO, " OE-NOMBRE
           ELSE
               DISPLAY "FIRMA INVALIDA."
           END-IF.
       1210-EXIT.
           EXIT.

      ******************************************************************
      * 2000 - MENU DE MANTENIMIENTO
      ******************************************************************
       2000-PROCESO-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "==== EMBARGOS JUDICIALES - DIA " FECHA-NEGOCIO
               " ====".
           DISPLAY "1. REGISTRAR EMBARGO".
           DISPLAY "2. LIBERAR EMBARGO (PARCIAL O TOTAL)".
           DISPLAY "3. CONSULTA POR EMBARGO".
           DISPLAY "4. EMBARGOS DE UN CLIENTE".
           DISPLAY "5. SALIR".
           DISPLAY "SELECCIONE UNA OPCION: " WITH NO ADVANCING.
           ACCEPT OPCION
           EVALUATE OPCION
               WHEN 1
                   PERFORM 3000-REGISTRAR-EMBARGO THRU 3000-EXIT
               WHEN 2
                   PERFORM 4000-LIBERAR-EMBARGO THRU 4000-EXIT
               WHEN 3
                   PERFORM 5000-CONSULTA THRU 5000-EXIT
               WHEN 4
                   PERFORM 6000-EMBARGOS-CLIENTE THRU 6000-EXIT
               WHEN 5
                   MOVE "N" TO SW-CONTINUAR
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA."
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000 - REGISTRO DE UN EMBARGO
      ******************************************************************
      *        Desde el registro, todo lo ordenado queda bloqueado en
      *        cada cuenta en moneda nacional del cliente; el barrido
      *        nocturno EMBBARRE lleva sus creditos a la cuenta del
      *        juzgado hasta cubrirlo. La cuenta del juzgado debe
      *        existir, estar activa, ser en moneda nacional y no ser
      *        del propio cliente embargado.
       3000-REGISTRAR-EMBARGO.
           DISPLAY "NUMERO DE EMBARGO: " WITH NO ADVANCING
           ACCEPT EMBARGO-INGRESADO
           IF EMBARGO-INGRESADO = ZERO
               DISPLAY "NUMERO DE EMBARGO INVALIDO."
               GO TO 3000-EXIT
           END-IF
           MOVE EMBARGO-INGRESADO TO EM-NUM-EMBARGO
           READ EMBARGOS-JUDICIALES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "ESE EMBARGO YA EXISTE."
                   GO TO 3000-EXIT
           END-READ
           DISPLAY "NUMERO DE CLIENTE EMBARGADO: " WITH NO ADVANCING
           ACCEPT CLIENTE-INGRESADO
           MOVE CLIENTE-INGRESADO TO CL-NUM-CLIENTE
           READ CLIENTES-MAESTRO
               INVALID KEY
                   DISPLAY "CLIENTE NO ENCONTRADO."
                   GO TO 3000-EXIT
           END-READ
           DISPLAY "CLIENTE " CL-NUM-CLIENTE " " CL-NOMBRE
           DISPLAY "JUZGADO: " WITH NO ADVANCING
           ACCEPT JUZGADO-INGRESADO
           DISPLAY "NUMERO DE EXPEDIENTE: " WITH NO ADVANCING
           ACCEPT EXPEDIENTE-INGRESADO
           IF JUZGADO-INGRESADO = SPACES
               OR EXPEDIENTE-INGRESADO = SPACES
               DISPLAY "JUZGADO Y EXPEDIENTE SON OBLIGATORIOS."
               GO TO 3000-EXIT
           END-IF
           DISPLAY "FECHA DEL OFICIO AAAAMMDD: " WITH NO ADVANCING
           ACCEPT FECHA-INGRESADA
           PERFORM 7200-VALIDAR-FECHA THRU 7200-EXIT
           IF NOT FECHA-VALIDA
               DISPLAY "FECHA INVALIDA."
               GO TO 3000-EXIT
           END-IF
           IF FECHA-INGRESADA > FECHA-NEGOCIO
               DISPLAY "LA FECHA DEL OFICIO NO PUEDE SER FUTURA."
               GO TO 3000-EXIT
           END-IF
           DISPLAY "MONTO ORDENADO: " WITH NO ADVANCING
           ACCEPT MONTO-INGRESADO
           IF MONTO-INGRESADO = ZERO
               DISPLAY "EL MONTO ORDENADO NO PUEDE SER CERO."
               GO TO 3000-EXIT
           END-IF
           DISPLAY "CUENTA DEL JUZGADO: " WITH NO ADVANCING
           ACCEPT CUENTA-INGRESADA
           MOVE CUENTA-INGRESADA TO CR-NUM-CUENTA
           READ CUENTAS-MAESTRO
               INVALID KEY
                   DISPLAY "CUENTA NO ENCONTRADA."
                   GO TO 3000-EXIT
           END-READ
           IF NOT CR-CUENTA-ACTIVA
               DISPLAY "LA CUENTA DEL JUZGADO NO ESTA ACTIVA."
               GO TO 3000-EXIT
           END-IF
           IF NOT CR-MONEDA-NACIONAL
               DISPLAY "LA CUENTA ES EN " CR-MONEDA
                   " - SOLO CUENTAS EN MONEDA NACIONAL."
               GO TO 3000-EXIT
           END-IF
           IF CR-NUM-CLIENTE = CLIENTE-INGRESADO
               DISPLAY "LA CUENTA DEL JUZGADO NO PUEDE SER DEL "
                   "CLIENTE EMBARGADO."
               GO TO 3000-EXIT
           END-IF
           MOVE MONTO-INGRESADO TO MONTO-PANTALLA
           DISPLAY "SE BLOQUEARAN " MONTO-PANTALLA
               " EN CADA CUENTA DEL CLIENTE. CONFIRMA (S/N): "
               WITH NO ADVANCING
           ACCEPT CONFIRMACION
           IF NOT CONFIRMADO
               DISPLAY "REGISTRO CANCELADO."
               GO TO 3000-EXIT
           END-IF
           INITIALIZE EM-REGISTRO-EMBARGO
           MOVE EMBARGO-INGRESADO TO EM-NUM-EMBARGO
           MOVE JUZGADO-INGRESADO TO EM-JUZGADO
           MOVE EXPEDIENTE-INGRESADO TO EM-EXPEDIENTE
           MOVE CLIENTE-INGRESADO TO EM-NUM-CLIENTE
           MOVE CUENTA-INGRESADA TO EM-CUENTA-JUZGADO
           MOVE FECHA-INGRESADA TO EM-FECHA-OFICIO
           MOVE MONTO-INGRESADO TO EM-MONTO-ORDENADO
           MOVE 0 TO EM-MONTO-EMBARGADO
           MOVE 0 TO EM-MONTO-LIBERADO
           MOVE "A" TO EM-ESTADO
           MOVE MES-NEGOCIO TO EM-MES-MOVIMIENTO
           MOVE 0 TO EM-EMBARGADO-MES
           MOVE 0 TO EM-LIBERADO-MES
           MOVE FECHA-NEGOCIO TO EM-FECHA-ALTA
           MOVE OPERADOR-ID TO EM-OPERADOR-ALTA
           MOVE FECHA-NEGOCIO TO EM-FECHA-CAMBIO
           MOVE OPERADOR-ID TO EM-OPERADOR-CAMBIO
           MOVE SPACES TO EM-APROBADOR-LIBERACION
           WRITE EM-REGISTRO-EMBARGO
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR EL EMBARGO."
                   GO TO 3000-EXIT
           END-WRITE
           MOVE "EMBARGO" TO TIPO-BITACORA
           MOVE EM-MONTO-ORDENADO TO MONTO-BITACORA
           MOVE SPACES TO APROBADOR-ACTUAL
           PERFORM 8000-BITACORA-EMBARGO
           DISPLAY "EMBARGO REGISTRADO."
           PERFORM 5100-MOSTRAR-EMBARGO.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000 - LIBERACION PARCIAL O TOTAL
      ******************************************************************
      *        Solo sobre un embargo activo y hasta lo pendiente de
      *        embargar (cero = todo lo pendiente). Lo ya embargado
      *        y transferido al juzgado no se devuelve desde aqui.
      *        Aprueba un supervisor: la propia sesion si es de
      *        supervisor, o uno que firma en el momento.
       4000-LIBERAR-EMBARGO.
           PERFORM 5200-LEER-EMBARGO THRU 5200-EXIT
           IF EMBARGO-INGRESADO = ZERO
               GO TO 4000-EXIT
           END-IF
           PERFORM 5100-MOSTRAR-EMBARGO
           IF NOT EM-ACTIVO
               DISPLAY "EL EMBARGO NO ESTA ACTIVO."
               GO TO 4000-EXIT
           END-IF
           DISPLAY "MONTO A LIBERAR (0 = TODO LO PENDIENTE): "
               WITH NO ADVANCING
           ACCEPT MONTO-INGRESADO
           IF MONTO-INGRESADO = ZERO
               MOVE MONTO-PENDIENTE TO MONTO-INGRESADO
           END-IF
           IF MONTO-INGRESADO > MONTO-PENDIENTE
               DISPLAY "NO SE PUEDE LIBERAR MAS DE LO PENDIENTE."
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-APROBACION-SUPERVISOR THRU 4100-EXIT
           IF NOT APROBACION-OTORGADA
               DISPLAY "LIBERACION RECHAZADA - SIN APROBACION DE "
                   "SUPERVISOR."
               GO TO 4000-EXIT
           END-IF
           MOVE MONTO-INGRESADO TO MONTO-PANTALLA
           IF MONTO-INGRESADO = MONTO-PENDIENTE
               DISPLAY "LIBERACION TOTAL DE " MONTO-PANTALLA
                   " - EL EMBARGO QUEDARA LEVANTADO. CONFIRMA (S/N): "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "LIBERACION PARCIAL DE " MONTO-PANTALLA
                   ". CONFIRMA (S/N): " WITH NO ADVANCING
           END-IF
           ACCEPT CONFIRMACION
           IF NOT CONFIRMADO
               DISPLAY "LIBERACION CANCELADA."
               GO TO 4000-EXIT
           END-IF
           PERFORM 7100-MES-AL-DIA
           ADD MONTO-INGRESADO TO EM-MONTO-LIBERADO
           ADD MONTO-INGRESADO TO EM-LIBERADO-MES
           IF MONTO-INGRESADO = MONTO-PENDIENTE
               MOVE "L" TO EM-ESTADO
           END-IF
           MOVE FECHA-NEGOCIO TO EM-FECHA-CAMBIO
           MOVE OPERADOR-ID TO EM-OPERADOR-CAMBIO
           MOVE APROBADOR-ACTUAL TO EM-APROBADOR-LIBERACION
           REWRITE EM-REGISTRO-EMBARGO
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR LA LIBERACION."
                   GO TO 4000-EXIT
           END-REWRITE
           MOVE "EMB-LIBERA" TO TIPO-BITACORA
           MOVE MONTO-INGRESADO TO MONTO-BITACORA
           PERFORM 8000-BITACORA-EMBARGO
           DISPLAY "LIBERACION REGISTRADA."
           PERFORM 5100-MOSTRAR-EMBARGO.
       4000-EXIT.
           EXIT.

      *        Un supervisor distinto del operador firma con su ID y
      *        clave contra el maestro OPERADOR; una sesion de
      *        supervisor se aprueba a si misma.
       4100-APROBACION-SUPERVISOR.
           MOVE "N" TO SW-APROBACION
           MOVE SPACES TO APROBADOR-ACTUAL
           IF SESION-SUPERVISOR
               MOVE OPERADOR-ID TO APROBADOR-ACTUAL
               MOVE "S" TO SW-APROBACION
               GO TO 4100-EXIT
           END-IF
           DISPLAY "ID DEL SUPERVISOR: " WITH NO ADVANCING
           ACCEPT SUPERVISOR-ID
           DISPLAY "CLAVE DEL SUPERVISOR: " WITH NO ADVANCING
           ACCEPT CLAVE-SUPERVISOR
           IF SUPERVISOR-ID = OPERADOR-ID
               DISPLAY "EL SUPERVISOR NO PUEDE SER EL OPERADOR."
               GO TO 4100-EXIT
           END-IF
           MOVE SUPERVISOR-ID TO OE-ID-OPERADOR
           READ MAESTRO-OPERADORES
               INVALID KEY
                   DISPLAY "SUPERVISOR INVALIDO."
                   GO TO 4100-EXIT
           END-READ
           IF OE-CLAVE-ACCESO = CLAVE-SUPERVISOR
               AND OE-OPERADOR-ACTIVO
               AND OE-ROL-SUPERVISOR
               MOVE SUPERVISOR-ID TO APROBADOR-ACTUAL
               MOVE "S" TO SW-APROBACION
           ELSE
               DISPLAY "SUPERVISOR INVALIDO."
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000 - CONSULTA DE UN EMBARGO
      ******************************************************************
       5000-CONSULTA.
           PERFORM 5200-LEER-EMBARGO THRU 5200-EXIT
           IF EMBARGO-INGRESADO = ZERO
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-MOSTRAR-EMBARGO.
       5000-EXIT.
           EXIT.

      *        Deja MONTO-PENDIENTE calculado para quien la llama.
       5100-MOSTRAR-EMBARGO.
           EVALUATE TRUE
               WHEN EM-ACTIVO
                   MOVE "ACTIVO" TO NOMBRE-ESTADO
               WHEN EM-SATISFECHO
                   MOVE "SATISFECHO" TO NOMBRE-ESTADO
               WHEN EM-LEVANTADO
                   MOVE "LEVANTADO" TO NOMBRE-ESTADO
               WHEN OTHER
                   MOVE "?" TO NOMBRE-ESTADO
           END-EVALUATE
           IF EM-ACTIVO
               COMPUTE MONTO-PENDIENTE = EM-MONTO-ORDENADO
                   - EM-MONTO-EMBARGADO - EM-MONTO-LIBERADO
           ELSE
               MOVE 0 TO MONTO-PENDIENTE
           END-IF
           MOVE EM-MONTO-ORDENADO TO MONTO-PANTALLA
           MOVE EM-MONTO-EMBARGADO TO EMBARGADO-PANTALLA
           MOVE EM-MONTO-LIBERADO TO LIBERADO-PANTALLA
           MOVE MONTO-PENDIENTE TO PENDIENTE-PANTALLA
           DISPLAY "EMBARGO " EM-NUM-EMBARGO " CLIENTE "
               EM-NUM-CLIENTE " " NOMBRE-ESTADO
           DISPLAY "    JUZGADO: " EM-JUZGADO
           DISPLAY "    EXPEDIENTE: " EM-EXPEDIENTE
               "  OFICIO DEL " EM-FECHA-OFICIO
           DISPLAY "    CUENTA DEL JUZGADO: " EM-CUENTA-JUZGADO
           DISPLAY "    ORDENADO: " MONTO-PANTALLA
               "  EMBARGADO: " EMBARGADO-PANTALLA
           DISPLAY "    LIBERADO: " LIBERADO-PANTALLA
               "  PENDIENTE: " PENDIENTE-PANTALLA
           DISPLAY "    ALTA " EM-FECHA-ALTA " POR " EM-OPERADOR-ALTA
               "  ULTIMO CAMBIO " EM-FECHA-CAMBIO " POR "
               EM-OPERADOR-CAMBIO
           IF EM-APROBADOR-LIBERACION NOT = SPACES
               DISPLAY "    ULTIMA LIBERACION APROBADA POR "
                   EM-APROBADOR-LIBERACION
           END-IF.

      *        Vuelve con EMBARGO-INGRESADO en cero si no existe.
       5200-LEER-EMBARGO.
           DISPLAY "NUMERO DE EMBARGO: " WITH NO ADVANCING
           ACCEPT EMBARGO-INGRESADO
           MOVE EMBARGO-INGRESADO TO EM-NUM-EMBARGO
           READ EMBARGOS-JUDICIALES
               INVALID KEY
                   DISPLAY "EMBARGO NO ENCONTRADO."
                   MOVE 0 TO EMBARGO-INGRESADO
           END-READ.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 6000 - EMBARGOS DE UN CLIENTE
      ******************************************************************
      *        El archivo va por numero de embargo: se recorre
      *        entero y se muestran los del cliente.
       6000-EMBARGOS-CLIENTE.
           DISPLAY "NUMERO DE CLIENTE: " WITH NO ADVANCING
           ACCEPT CLIENTE-INGRESADO
           MOVE 0 TO TOTAL-LISTADOS
           MOVE "N" TO SW-EMBARGOS-EOF
           MOVE 0 TO EM-NUM-EMBARGO
           START EMBARGOS-JUDICIALES
               KEY NOT LESS THAN EM-NUM-EMBARGO
               INVALID KEY
                   DISPLAY "SIN EMBARGOS REGISTRADOS."
                   GO TO 6000-EXIT
           END-START
           PERFORM 6100-LISTAR-UNO THRU 6100-EXIT
               UNTIL FIN-EMBARGOS
           DISPLAY "EMBARGOS DEL CLIENTE: " TOTAL-LISTADOS.
       6000-EXIT.
           EXIT.

       6100-LISTAR-UNO.
           READ EMBARGOS-JUDICIALES NEXT RECORD
               AT END
                   MOVE "S" TO SW-EMBARGOS-EOF
                   GO TO 6100-EXIT
           END-READ
           IF EM-NUM-CLIENTE NOT = CLIENTE-INGRESADO
               GO TO 6100-EXIT
           END-IF
           ADD 1 TO TOTAL-LISTADOS
           PERFORM 5100-MOSTRAR-EMBARGO.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 7000 - RUTINAS DE APOYO
      ******************************************************************
      *        Lo embargado y liberado en el mes viaja en el registro
      *        para el informe mensual EMBINFOR; otro mes arranca de
      *        cero.
       7100-MES-AL-DIA.
           IF EM-MES-MOVIMIENTO NOT = MES-NEGOCIO
               MOVE MES-NEGOCIO TO EM-MES-MOVIMIENTO
               MOVE 0 TO EM-EMBARGADO-MES
               MOVE 0 TO EM-LIBERADO-MES
           END-IF.

       7200-VALIDAR-FECHA.
           MOVE "N" TO SW-FECHA-VALIDA
           IF FECHA-INGRESADA NOT NUMERIC
               GO TO 7200-EXIT
           END-IF
           IF FI-MES < 1 OR FI-MES > 12 OR FI-DIA < 1
               GO TO 7200-EXIT
           END-IF
           PERFORM 7300-DIAS-DEL-MES
           IF FI-DIA > DIAS-DEL-MES
               GO TO 7200-EXIT
           END-IF
           MOVE "S" TO SW-FECHA-VALIDA.
       7200-EXIT.
           EXIT.

       7300-DIAS-DEL-MES.
           EVALUATE FI-MES
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
               WHEN OTHER
                   PERFORM 7400-ANO-BISIESTO
                   IF ANO-BISIESTO
                       MOVE 29 TO DIAS-DEL-MES
                   ELSE
                       MOVE 28 TO DIAS-DEL-MES
                   END-IF
           END-EVALUATE.

       7400-ANO-BISIESTO.
           MOVE "N" TO SW-ANO-BISIESTO
           DIVIDE FI-ANO BY 4 GIVING COCIENTE-ANO
               REMAINDER RESIDUO-ANO
           IF RESIDUO-ANO = 0
               MOVE "S" TO SW-ANO-BISIESTO
               DIVIDE FI-ANO BY 100 GIVING COCIENTE-ANO
                   REMAINDER RESIDUO-ANO
               IF RESIDUO-ANO = 0
                   MOVE "N" TO SW-ANO-BISIESTO
                   DIVIDE FI-ANO BY 400 GIVING COCIENTE-ANO
                       REMAINDER RESIDUO-ANO
                   IF RESIDUO-ANO = 0
                       MOVE "S" TO SW-ANO-BISIESTO
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 8000 - BITACORA DEL EMBARGO
      ******************************************************************
      *        Sin efecto contable: cuenta = la del juzgado (con su
      *        sucursal), contraparte = numero de embargo, monto =
      *        lo ordenado en el registro y lo liberado en la
      *        liberacion, que lleva al supervisor que la aprobo.
      *        El diario no clasifica estos tipos.
       8000-BITACORA-EMBARGO.
           MOVE EM-CUENTA-JUZGADO TO CR-NUM-CUENTA
           READ CUENTAS-MAESTRO
               INVALID KEY
                   MOVE 0 TO CR-SUCURSAL
           END-READ
           ACCEPT HORA-ACTUAL FROM TIME
           MOVE EM-CUENTA-JUZGADO TO AL-NUM-CUENTA
           MOVE TIPO-BITACORA TO AL-TIPO-TRANSACCION
           MOVE MONTO-BITACORA TO AL-MONTO-TRANSACCION
           MOVE FECHA-NEGOCIO TO AL-FECHA
           MOVE HORA-ACTUAL TO AL-HORA
           MOVE OPERADOR-ID TO AL-OPERADOR
           MOVE ID-SESION TO AL-ID-SESION
           IF APROBADOR-ACTUAL = SPACES
               MOVE "N" TO AL-APROBADO-SUPERVISOR
           ELSE
               MOVE "S" TO AL-APROBADO-SUPERVISOR
           END-IF
           MOVE EM-NUM-EMBARGO TO AL-CUENTA-CONTRAPARTE
           MOVE APROBADOR-ACTUAL TO AL-APROBADOR
           MOVE FECHA-NEGOCIO (3:6) TO REF-FECHA-CORTA
           MOVE ID-SESION (1:6) TO REF-SESION
           ADD 1 TO REF-SECUENCIA
           MOVE REFERENCIA-PROPIA TO AL-REFERENCIA
           MOVE CR-SUCURSAL TO AL-SUCURSAL
           MOVE "N" TO AL-REVERSO-EFECTIVO
           MOVE SPACES TO AL-DATOS-CAMBIO
           MOVE SPACES TO AL-NUM-TARJETA
           MOVE "S" TO SE-FUNCION
           CALL "AUDITSEL" USING SE-PARAMETROS-SELLO
               AL-REGISTRO-BITACORA
           WRITE AL-REGISTRO-BITACORA.

       9999-FINALIZAR.
           CLOSE EMBARGOS-JUDICIALES
           CLOSE CLIENTES-MAESTRO
           CLOSE CUENTAS-MAESTRO
           IF HAY-MAESTRO-OPERADORES
               CLOSE MAESTRO-OPERADORES
           END-IF
           CLOSE BITACORA-AUDITORIA.

       END PROGRAM EMBMANT.
