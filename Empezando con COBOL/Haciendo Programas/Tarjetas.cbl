      ******************************************************************
      * Author: medrano00
      * Installation: Banco Simulado
      * Date-Written: 15/10/2026
      * Date-Compiled:
      * Purpose: Maintenance for the TARJETAS debit-card master
      *          (TARJREC) that CAJERO checks on every cash
      *          withdrawal. Issues a card to a CLIENTES customer,
      *          linked to up to three of the accounts they own or
      *          are authorised on (national currency, not closed),
      *          with its expiry month and daily withdrawal limit;
      *          hot-lists a card reported lost or stolen (for good:
      *          a replacement is a new card); changes the daily
      *          limit; and shows one card or every card of a
      *          customer. Sessions sign on against the OPERADOR
      *          master like CLIMANT. A limit above the PARAMS
      *          default (key LIMTARJ), and any later limit change,
      *          needs a supervisor's session. Every issue,
      *          hot-listing and limit change goes to AUDITLOG with
      *          the card number, sealed by AUDITSEL.
      * Tectonics: cobc
      *
      * Modification History:
      *   15/10/2026 MDR  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARJMANT.
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
      *        Maestro de tarjetas de debito.
           SELECT TARJETAS-DEBITO
               ASSIGN TO "TARJETAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TJ-NUM-TARJETA
               FILE STATUS IS FS-TARJETAS.
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
      *        Titulares, co-titulares y apoderados de cada cuenta.
           SELECT TITULARES-CUENTA
               ASSIGN TO "TITULARES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TI-CLAVE-TITULAR
               FILE STATUS IS FS-TITULARES.
      *        Parametros: limite diario por defecto de una tarjeta.
           SELECT ARCHIVO-PARAMETROS
               ASSIGN TO "PARAMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PA-CLAVE
               FILE STATUS IS FS-PARAMS.
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
      *        Maestro de operadores: firma de sesion.
           SELECT MAESTRO-OPERADORES
               ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OE-ID-OPERADOR
               FILE STATUS IS FS-OPERADOR.

       DATA DIVISION.
       FILE SECTION.
       FD  TARJETAS-DEBITO
           LABEL RECORD IS STANDARD.
           COPY TARJREC.

       FD  CLIENTES-MAESTRO
           LABEL RECORD IS STANDARD.
           COPY CLIENREC.

       FD  CUENTAS-MAESTRO
           LABEL RECORD IS STANDARD.
           COPY CUENTAREC.

       FD  TITULARES-CUENTA
           LABEL RECORD IS STANDARD.
           COPY TITULREC.

       FD  ARCHIVO-PARAMETROS
           LABEL RECORD IS STANDARD.
           COPY PARAMREC.

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
           01  FS-TARJETAS                PIC X(02).
           01  FS-CLIENTES                PIC X(02).
           01  FS-CUENTAS                 PIC X(02).
           01  FS-TITULARES               PIC X(02).
           01  FS-PARAMS                  PIC X(02).
           01  FS-AUDITLOG                PIC X(02).
           01  FS-FECHADIA                PIC X(02).
           01  FS-OPERADOR                PIC X(02).

      *        Parametros de la rutina que sella cada entrada de
      *        la bitacora (AUDITSEL).
           COPY SELLOPRM.

      *        Limite diario que recibe una tarjeta nueva si no se
      *        indica otro, con su respaldo compilado (clave LIMTARJ
      *        en PARAMS). Por encima de el solo fija un supervisor.
           77  LIMITE-DEFECTO             PIC 9(07)V99 VALUE 2000,00.

           01  OPCION                     PIC 9(01).
           01  OPERADOR-ID                PIC X(08).
           01  CLAVE-INGRESADA            PIC X(08).
           01  ID-SESION                  PIC X(08).
           01  INTENTOS-FIRMA             PIC 9(01).
           01  FECHA-HOY                  PIC 9(08).
           01  FECHA-NEGOCIO              PIC 9(08).
           01  MES-NEGOCIO                PIC 9(06).
           01  HORA-ACTUAL                PIC 9(06).

           01  TARJETA-INGRESADA          PIC 9(16).
           01  CLIENTE-INGRESADO          PIC 9(06).
           01  CUENTA-INGRESADA           PIC 9(08).
           01  VENCIMIENTO-INGRESADO      PIC 9(06).
           01  VENCIMIENTO-DET REDEFINES VENCIMIENTO-INGRESADO.
               05  VENCE-ANIO-INGRESADO   PIC 9(04).
               05  VENCE-MES-INGRESADO    PIC 9(02).
           01  LIMITE-INGRESADO           PIC 9(07)V99.
           01  DENUNCIA-INGRESADA         PIC X(01).
               88  DENUNCIA-VALIDA                VALUE "P" "R".
           01  CONFIRMACION               PIC X(01).
               88  CONFIRMADO                     VALUE "S".
           01  INDICE-CUENTA              PIC 9(01).
           01  CUENTAS-CARGADAS           PIC 9(01).
           01  TOTAL-LISTADAS             PIC 9(05).
           01  NOMBRE-ESTADO              PIC X(10).
           01  LIMITE-PANTALLA            PIC Z(06)9,99.
           01  RETIRADO-PANTALLA          PIC Z(08)9,99.

      *        Datos de la entrada de bitacora en curso.
           01  TIPO-BITACORA              PIC X(10).
           01  MONTO-BITACORA             PIC 9(09)V99.

           01  SW-CONTINUAR               PIC X(01) VALUE "S".
               88  SESION-TERMINADA               VALUE "N".
           01  SW-FIRMA-VALIDA            PIC X(01) VALUE "N".
               88  FIRMA-VALIDA                   VALUE "S".
           01  SW-SUPERVISOR              PIC X(01) VALUE "N".
               88  SESION-SUPERVISOR              VALUE "S".
           01  SW-TITULARES-ABIERTO       PIC X(01) VALUE "N".
               88  HAY-TITULARES                  VALUE "S".
           01  SW-FIN-CUENTAS             PIC X(01) VALUE "N".
               88  FIN-CUENTAS-TARJETA            VALUE "S".
           01  SW-CUENTA-VALIDA           PIC X(01) VALUE "N".
               88  CUENTA-VALIDA                  VALUE "S".
           01  SW-TARJETAS-EOF            PIC X(01) VALUE "N".
               88  FIN-TARJETAS                   VALUE "S".

      *        Referencia unica de cada entrada de bitacora que este
      *        programa origina, como en CLIMANT: prefijo, fecha
      *        corta, hora de firma y secuencia de la sesion.
           01  REFERENCIA-PROPIA.
               05  REF-PREFIJO            PIC X(02) VALUE "TJ".
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
               DISPLAY "TARJMANT: ACCESO DENEGADO."
               PERFORM 9999-FINALIZAR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-PROCESO-PRINCIPAL THRU 2000-EXIT
               UNTIL SESION-TERMINADA
           PERFORM 9999-FINALIZAR
           STOP RUN.

      ******************************************************************
      * 1000 - APERTURAS, FECHA DE NEGOCIO Y PARAMETROS
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
           OPEN I-O TARJETAS-DEBITO
           IF FS-TARJETAS NOT = "00"
               OPEN OUTPUT TARJETAS-DEBITO
               CLOSE TARJETAS-DEBITO
               OPEN I-O TARJETAS-DEBITO
               IF FS-TARJETAS NOT = "00"
                   DISPLAY "TARJMANT: NO SE PUDO ABRIR TARJETAS."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT CLIENTES-MAESTRO
           IF FS-CLIENTES NOT = "00"
               DISPLAY "TARJMANT: NO SE PUDO ABRIR CLIENTES-MAESTRO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUENTAS-MAESTRO
           IF FS-CUENTAS NOT = "00"
               DISPLAY "TARJMANT: NO SE PUDO ABRIR CUENTAS-MAESTRO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TITULARES-CUENTA
           IF FS-TITULARES = "00"
               MOVE "S" TO SW-TITULARES-ABIERTO
           END-IF
           OPEN EXTEND BITACORA-AUDITORIA
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT BITACORA-AUDITORIA
               CLOSE BITACORA-AUDITORIA
               OPEN EXTEND BITACORA-AUDITORIA
           END-IF
           PERFORM 1100-LEER-PARAMETROS.

       1100-LEER-PARAMETROS.
           OPEN INPUT ARCHIVO-PARAMETROS
           IF FS-PARAMS NOT = "00"
               DISPLAY "TARJMANT: SIN ARCHIVO DE PARAMETROS - RIGEN "
                   "VALORES POR DEFECTO."
           ELSE
               MOVE "LIMTARJ" TO PA-CLAVE
               READ ARCHIVO-PARAMETROS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PA-VALOR TO LIMITE-DEFECTO
               END-READ
               CLOSE ARCHIVO-PARAMETROS
           END-IF.

      *        Firma contra el maestro OPERADOR con tres intentos;
      *        entra cualquier operador activo, pero sin maestro no
      *        se entra: una tarjeta es una credencial de retiro.
       1200-FIRMAR-OPERADOR.
           OPEN INPUT MAESTRO-OPERADORES
           IF FS-OPERADOR NOT = "00"
               DISPLAY "TARJMANT: SIN MAESTRO DE OPERADORES - DE ALTA "
                   "LOS OPERADORES CON OPERMANT."
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-INTENTO-DE-FIRMA THRU 1210-EXIT
               VARYING INTENTOS-FIRMA FROM 1 BY 1
               UNTIL INTENTOS-FIRMA > 3
               OR FIRMA-VALIDA
           CLOSE MAESTRO-OPERADORES.
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
           DISPLAY "==== TARJETAS DE DEBITO - DIA " FECHA-NEGOCIO
               " ====".
           DISPLAY "1. EMITIR TARJETA".
           DISPLAY "2. DENUNCIAR PERDIDA O ROBO".
           DISPLAY "3. CAMBIAR LIMITE DIARIO".
           DISPLAY "4. CONSULTA POR TARJETA".
           DISPLAY "5. TARJETAS DE UN CLIENTE".
           DISPLAY "6. SALIR".
           DISPLAY "SELECCIONE UNA OPCION: " WITH NO ADVANCING.
           ACCEPT OPCION
           EVALUATE OPCION
               WHEN 1
                   PERFORM 3000-EMITIR-TARJETA THRU 3000-EXIT
               WHEN 2
                   PERFORM 4000-DENUNCIAR-TARJETA THRU 4000-EXIT
               WHEN 3
                   PERFORM 5000-CAMBIAR-LIMITE THRU 5000-EXIT
               WHEN 4
                   PERFORM 6000-CONSULTA THRU 6000-EXIT
               WHEN 5
                   PERFORM 7000-TARJETAS-CLIENTE THRU 7000-EXIT
               WHEN 6
                   MOVE "N" TO SW-CONTINUAR
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA."
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000 - EMISION DE UNA TARJETA
      ******************************************************************
      *        El numero no puede repetirse: una tarjeta denunciada
      *        queda en el maestro para siempre y su reposicion es
      *        una tarjeta nueva. La tarjeta se vincula a una, dos o
      *        tres cuentas en las que el cliente figura (titular en
      *        CUENTAS o cualquier rol en TITULARES).
       3000-EMITIR-TARJETA.
           DISPLAY "NUMERO DE TARJETA (16 DIGITOS): "
               WITH NO ADVANCING
           ACCEPT TARJETA-INGRESADA
           IF TARJETA-INGRESADA = ZERO
               DISPLAY "NUMERO DE TARJETA INVALIDO."
               GO TO 3000-EXIT
           END-IF
           MOVE TARJETA-INGRESADA TO TJ-NUM-TARJETA
           READ TARJETAS-DEBITO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "ESA TARJETA YA EXISTE."
                   GO TO 3000-EXIT
           END-READ
           DISPLAY "NUMERO DE CLIENTE: " WITH NO ADVANCING
           ACCEPT CLIENTE-INGRESADO
           MOVE CLIENTE-INGRESADO TO CL-NUM-CLIENTE
           READ CLIENTES-MAESTRO
               INVALID KEY
                   DISPLAY "CLIENTE NO ENCONTRADO."
                   GO TO 3000-EXIT
           END-READ
           DISPLAY "CLIENTE " CL-NUM-CLIENTE " " CL-NOMBRE
           INITIALIZE TJ-REGISTRO-TARJETA
           MOVE TARJETA-INGRESADA TO TJ-NUM-TARJETA
           MOVE CLIENTE-INGRESADO TO TJ-NUM-CLIENTE
           MOVE 0 TO CUENTAS-CARGADAS
           MOVE "N" TO SW-FIN-CUENTAS
           PERFORM 3100-PEDIR-CUENTA THRU 3100-EXIT
               UNTIL CUENTAS-CARGADAS = 3
               OR FIN-CUENTAS-TARJETA
           IF CUENTAS-CARGADAS = 0
               DISPLAY "LA TARJETA NECESITA AL MENOS UNA CUENTA."
               GO TO 3000-EXIT
           END-IF
           DISPLAY "VENCIMIENTO AAAAMM: " WITH NO ADVANCING
           ACCEPT VENCIMIENTO-INGRESADO
           IF VENCIMIENTO-INGRESADO NOT NUMERIC
               OR VENCE-MES-INGRESADO < 1
               OR VENCE-MES-INGRESADO > 12
               DISPLAY "VENCIMIENTO INVALIDO."
               GO TO 3000-EXIT
           END-IF
           IF VENCIMIENTO-INGRESADO < MES-NEGOCIO
               DISPLAY "EL VENCIMIENTO YA PASO."
               GO TO 3000-EXIT
           END-IF
           MOVE LIMITE-DEFECTO TO LIMITE-PANTALLA
           DISPLAY "LIMITE DIARIO (0 = " LIMITE-PANTALLA "): "
               WITH NO ADVANCING
           ACCEPT LIMITE-INGRESADO
           IF LIMITE-INGRESADO = ZERO
               MOVE LIMITE-DEFECTO TO LIMITE-INGRESADO
           END-IF
           IF LIMITE-INGRESADO > LIMITE-DEFECTO
               AND NOT SESION-SUPERVISOR
               DISPLAY "UN LIMITE MAYOR AL DE POLITICA LO FIJA UN "
                   "SUPERVISOR."
               GO TO 3000-EXIT
           END-IF
           MOVE VENCIMIENTO-INGRESADO TO TJ-VENCIMIENTO
           MOVE "A" TO TJ-ESTADO
           MOVE LIMITE-INGRESADO TO TJ-LIMITE-DIARIO
           MOVE 0 TO TJ-FECHA-RETIROS
           MOVE 0 TO TJ-RETIRADO-DIA
           MOVE FECHA-NEGOCIO TO TJ-FECHA-EMISION
           MOVE OPERADOR-ID TO TJ-OPERADOR-EMISION
           MOVE FECHA-NEGOCIO TO TJ-FECHA-CAMBIO
           MOVE OPERADOR-ID TO TJ-OPERADOR-CAMBIO
           WRITE TJ-REGISTRO-TARJETA
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR LA TARJETA."
                   GO TO 3000-EXIT
           END-WRITE
           MOVE "TARJETA" TO TIPO-BITACORA
           MOVE TJ-LIMITE-DIARIO TO MONTO-BITACORA
           PERFORM 8000-BITACORA-TARJETA
           DISPLAY "TARJETA EMITIDA."
           PERFORM 6100-MOSTRAR-TARJETA.
       3000-EXIT.
           EXIT.

      *        Cero termina la lista. Cada cuenta debe existir, no
      *        estar cerrada, ser de moneda nacional (el limite es
      *        en moneda nacional) y tener al cliente como titular o
      *        vinculado; no se repite en la misma tarjeta.
       3100-PEDIR-CUENTA.
           COMPUTE INDICE-CUENTA = CUENTAS-CARGADAS + 1
           DISPLAY "CUENTA " INDICE-CUENTA " (0 = NO HAY MAS): "
               WITH NO ADVANCING
           ACCEPT CUENTA-INGRESADA
           IF CUENTA-INGRESADA = ZERO
               MOVE "S" TO SW-FIN-CUENTAS
               GO TO 3100-EXIT
           END-IF
           IF CUENTA-INGRESADA = TJ-CUENTA (1)
               OR CUENTA-INGRESADA = TJ-CUENTA (2)
               OR CUENTA-INGRESADA = TJ-CUENTA (3)
               DISPLAY "LA CUENTA YA ESTA EN LA TARJETA."
               GO TO 3100-EXIT
           END-IF
           PERFORM 3200-VALIDAR-CUENTA THRU 3200-EXIT
           IF NOT CUENTA-VALIDA
               GO TO 3100-EXIT
           END-IF
           MOVE CUENTA-INGRESADA TO TJ-CUENTA (INDICE-CUENTA)
           ADD 1 TO CUENTAS-CARGADAS.
       3100-EXIT.
           EXIT.

       3200-VALIDAR-CUENTA.
           MOVE "N" TO SW-CUENTA-VALIDA
           MOVE CUENTA-INGRESADA TO CR-NUM-CUENTA
           READ CUENTAS-MAESTRO
               INVALID KEY
                   DISPLAY "CUENTA NO ENCONTRADA."
                   GO TO 3200-EXIT
           END-READ
           IF CR-CUENTA-CERRADA
               DISPLAY "LA CUENTA ESTA CERRADA."
               GO TO 3200-EXIT
           END-IF
           IF NOT CR-MONEDA-NACIONAL
               DISPLAY "LA CUENTA ES EN " CR-MONEDA
                   " - SOLO CUENTAS EN MONEDA NACIONAL."
               GO TO 3200-EXIT
           END-IF
           IF CR-NUM-CLIENTE = CLIENTE-INGRESADO
               MOVE "S" TO SW-CUENTA-VALIDA
               GO TO 3200-EXIT
           END-IF
           IF HAY-TITULARES
               MOVE CUENTA-INGRESADA TO TI-NUM-CUENTA
               MOVE CLIENTE-INGRESADO TO TI-NUM-CLIENTE
               READ TITULARES-CUENTA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO SW-CUENTA-VALIDA
               END-READ
           END-IF
           IF NOT CUENTA-VALIDA
               DISPLAY "EL CLIENTE NO FIGURA EN ESA CUENTA."
           END-IF.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 4000 - DENUNCIA DE PERDIDA O ROBO
      ******************************************************************
      *        La denuncia es definitiva: desde ese momento CAJERO
      *        rechaza la tarjeta en ventanilla y en lote.
       4000-DENUNCIAR-TARJETA.
           PERFORM 6200-LEER-TARJETA THRU 6200-EXIT
           IF TARJETA-INGRESADA = ZERO
               GO TO 4000-EXIT
           END-IF
           PERFORM 6100-MOSTRAR-TARJETA
           IF TJ-DENUNCIADA
               DISPLAY "LA TARJETA YA ESTA DENUNCIADA."
               GO TO 4000-EXIT
           END-IF
           DISPLAY "P = PERDIDA, R = ROBADA: " WITH NO ADVANCING
           ACCEPT DENUNCIA-INGRESADA
           IF NOT DENUNCIA-VALIDA
               DISPLAY "TIPO DE DENUNCIA INVALIDO."
               GO TO 4000-EXIT
           END-IF
           DISPLAY "LA TARJETA QUEDARA INHABILITADA PARA SIEMPRE. "
               "CONFIRMA (S/N): " WITH NO ADVANCING
           ACCEPT CONFIRMACION
           IF NOT CONFIRMADO
               DISPLAY "DENUNCIA CANCELADA."
               GO TO 4000-EXIT
           END-IF
           MOVE DENUNCIA-INGRESADA TO TJ-ESTADO
           MOVE FECHA-NEGOCIO TO TJ-FECHA-CAMBIO
           MOVE OPERADOR-ID TO TJ-OPERADOR-CAMBIO
           REWRITE TJ-REGISTRO-TARJETA
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR LA DENUNCIA."
                   GO TO 4000-EXIT
           END-REWRITE
           MOVE "TARJ-DENUN" TO TIPO-BITACORA
           MOVE 0 TO MONTO-BITACORA
           PERFORM 8000-BITACORA-TARJETA
           DISPLAY "TARJETA DENUNCIADA - EMITA UNA NUEVA PARA "
               "REPONERLA.".
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000 - CAMBIO DEL LIMITE DIARIO
      ******************************************************************
      *        Solo un supervisor. Rige desde el proximo retiro; lo
      *        ya retirado hoy sigue contando contra el limite nuevo.
       5000-CAMBIAR-LIMITE.
           IF NOT SESION-SUPERVISOR
               DISPLAY "EL LIMITE DIARIO LO CAMBIA UN SUPERVISOR."
               GO TO 5000-EXIT
           END-IF
           PERFORM 6200-LEER-TARJETA THRU 6200-EXIT
           IF TARJETA-INGRESADA = ZERO
               GO TO 5000-EXIT
           END-IF
           PERFORM 6100-MOSTRAR-TARJETA
           IF NOT TJ-ACTIVA
               DISPLAY "LA TARJETA NO ESTA ACTIVA."
               GO TO 5000-EXIT
           END-IF
           DISPLAY "LIMITE DIARIO NUEVO: " WITH NO ADVANCING
           ACCEPT LIMITE-INGRESADO
           IF LIMITE-INGRESADO = ZERO
               DISPLAY "EL LIMITE NO PUEDE SER CERO - DENUNCIE LA "
                   "TARJETA PARA INHABILITARLA."
               GO TO 5000-EXIT
           END-IF
           MOVE LIMITE-INGRESADO TO TJ-LIMITE-DIARIO
           MOVE FECHA-NEGOCIO TO TJ-FECHA-CAMBIO
           MOVE OPERADOR-ID TO TJ-OPERADOR-CAMBIO
           REWRITE TJ-REGISTRO-TARJETA
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR EL LIMITE."
                   GO TO 5000-EXIT
           END-REWRITE
           MOVE "TARJ-LIMIT" TO TIPO-BITACORA
           MOVE TJ-LIMITE-DIARIO TO MONTO-BITACORA
           PERFORM 8000-BITACORA-TARJETA
           DISPLAY "LIMITE DIARIO ACTUALIZADO.".
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000 - CONSULTA DE UNA TARJETA
      ******************************************************************
       6000-CONSULTA.
           PERFORM 6200-LEER-TARJETA THRU 6200-EXIT
           IF TARJETA-INGRESADA = ZERO
               GO TO 6000-EXIT
           END-IF
           PERFORM 6100-MOSTRAR-TARJETA.
       6000-EXIT.
           EXIT.

      *        Lo retirado solo se muestra si es del dia de negocio:
      *        el de un dia anterior ya no cuenta.
       6100-MOSTRAR-TARJETA.
           EVALUATE TRUE
               WHEN TJ-ACTIVA
                   MOVE "ACTIVA" TO NOMBRE-ESTADO
               WHEN TJ-PERDIDA
                   MOVE "PERDIDA" TO NOMBRE-ESTADO
               WHEN TJ-ROBADA
                   MOVE "ROBADA" TO NOMBRE-ESTADO
               WHEN TJ-VENCIDA
                   MOVE "VENCIDA" TO NOMBRE-ESTADO
               WHEN OTHER
                   MOVE "?" TO NOMBRE-ESTADO
           END-EVALUATE
           MOVE TJ-LIMITE-DIARIO TO LIMITE-PANTALLA
           IF TJ-FECHA-RETIROS = FECHA-NEGOCIO
               MOVE TJ-RETIRADO-DIA TO RETIRADO-PANTALLA
           ELSE
               MOVE 0 TO RETIRADO-PANTALLA
           END-IF
           DISPLAY "TARJETA " TJ-NUM-TARJETA " CLIENTE "
               TJ-NUM-CLIENTE " " NOMBRE-ESTADO
           DISPLAY "    CUENTAS: " TJ-CUENTA (1) " " TJ-CUENTA (2)
               " " TJ-CUENTA (3) "  VENCE: " TJ-VENCIMIENTO
           DISPLAY "    LIMITE DIARIO: " LIMITE-PANTALLA
               "  RETIRADO HOY: " RETIRADO-PANTALLA
           DISPLAY "    EMITIDA " TJ-FECHA-EMISION " POR "
               TJ-OPERADOR-EMISION "  ULTIMO CAMBIO "
               TJ-FECHA-CAMBIO " POR " TJ-OPERADOR-CAMBIO.

      *        Vuelve con TARJETA-INGRESADA en cero si no existe.
       6200-LEER-TARJETA.
           DISPLAY "NUMERO DE TARJETA: " WITH NO ADVANCING
           ACCEPT TARJETA-INGRESADA
           MOVE TARJETA-INGRESADA TO TJ-NUM-TARJETA
           READ TARJETAS-DEBITO
               INVALID KEY
                   DISPLAY "TARJETA NO ENCONTRADA."
                   MOVE 0 TO TARJETA-INGRESADA
           END-READ.
       6200-EXIT.
           EXIT.

      ******************************************************************
      * 7000 - TARJETAS DE UN CLIENTE
      ******************************************************************
      *        El maestro va por numero de tarjeta: se recorre
      *        entero y se muestran las del cliente.
       7000-TARJETAS-CLIENTE.
           DISPLAY "NUMERO DE CLIENTE: " WITH NO ADVANCING
           ACCEPT CLIENTE-INGRESADO
           MOVE 0 TO TOTAL-LISTADAS
           MOVE "N" TO SW-TARJETAS-EOF
           MOVE LOW-VALUES TO TJ-NUM-TARJETA
           START TARJETAS-DEBITO
               KEY NOT LESS THAN TJ-NUM-TARJETA
               INVALID KEY
                   DISPLAY "SIN TARJETAS REGISTRADAS."
                   GO TO 7000-EXIT
           END-START
           PERFORM 7100-LISTAR-UNA THRU 7100-EXIT
               UNTIL FIN-TARJETAS
           DISPLAY "TARJETAS DEL CLIENTE: " TOTAL-LISTADAS.
       7000-EXIT.
           EXIT.

       7100-LISTAR-UNA.
           READ TARJETAS-DEBITO NEXT RECORD
               AT END
                   MOVE "S" TO SW-TARJETAS-EOF
                   GO TO 7100-EXIT
           END-READ
           IF TJ-NUM-CLIENTE NOT = CLIENTE-INGRESADO
               GO TO 7100-EXIT
           END-IF
           ADD 1 TO TOTAL-LISTADAS
           PERFORM 6100-MOSTRAR-TARJETA.
       7100-EXIT.
           EXIT.

      ******************************************************************
      * 8000 - BITACORA DE LA TARJETA
      ******************************************************************
      *        Sin efecto contable: cuenta = primera cuenta de la
      *        tarjeta (con su sucursal), contraparte = cliente,
      *        monto = limite diario en la emision y en el cambio de
      *        limite, cero en la denuncia. El diario no clasifica
      *        estos tipos; la bitacora dice quien hizo que y cuando.
       8000-BITACORA-TARJETA.
           MOVE TJ-CUENTA (1) TO CR-NUM-CUENTA
           READ CUENTAS-MAESTRO
               INVALID KEY
                   MOVE 0 TO CR-SUCURSAL
           END-READ
           ACCEPT HORA-ACTUAL FROM TIME
           MOVE TJ-CUENTA (1) TO AL-NUM-CUENTA
           MOVE TIPO-BITACORA TO AL-TIPO-TRANSACCION
           MOVE MONTO-BITACORA TO AL-MONTO-TRANSACCION
           MOVE FECHA-NEGOCIO TO AL-FECHA
           MOVE HORA-ACTUAL TO AL-HORA
           MOVE OPERADOR-ID TO AL-OPERADOR
           MOVE ID-SESION TO AL-ID-SESION
           MOVE "N" TO AL-APROBADO-SUPERVISOR
           MOVE TJ-NUM-CLIENTE TO AL-CUENTA-CONTRAPARTE
           MOVE SPACES TO AL-APROBADOR
           MOVE FECHA-NEGOCIO (3:6) TO REF-FECHA-CORTA
           MOVE ID-SESION (1:6) TO REF-SESION
           ADD 1 TO REF-SECUENCIA
           MOVE REFERENCIA-PROPIA TO AL-REFERENCIA
           MOVE CR-SUCURSAL TO AL-SUCURSAL
           MOVE "N" TO AL-REVERSO-EFECTIVO
           MOVE SPACES TO AL-DATOS-CAMBIO
           MOVE TJ-NUM-TARJETA TO AL-NUM-TARJETA
           MOVE "S" TO SE-FUNCION
           CALL "AUDITSEL" USING SE-PARAMETROS-SELLO
               AL-REGISTRO-BITACORA
           WRITE AL-REGISTRO-BITACORA.

       9999-FINALIZAR.
           CLOSE TARJETAS-DEBITO
           CLOSE CLIENTES-MAESTRO
           CLOSE CUENTAS-MAESTRO
           IF HAY-TITULARES
               CLOSE TITULARES-CUENTA
           END-IF
           CLOSE BITACORA-AUDITORIA.

       END PROGRAM TARJMANT.
