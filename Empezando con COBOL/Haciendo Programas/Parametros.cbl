      *          parameter file (PARAMREC): create or update a key,
      *          look one up, or list the whole file. This is how a
      *          rate or threshold change ships the same day, with no
      *          recompile of CAJERO or INTERES. Only an active
      *          supervisor, signed on against OPERADOR, can use it,
      *          and no change applies on one person's word: a create
      *          or update is only proposed (PARAMPEN, PARMPEN) and
      *          reaches PARAMS when a second, different supervisor
      *          approves it; any supervisor can reject it. Each
      *          applied change is appended to PARAMHIS (PARMHIS) with
      *          the old and new values, both operator IDs and the
      *          time, which PARAMRPT reads to answer what value a key
      *          had on a given date.
      * Tectonics: cobc
      *
      * Modification History:
      *   22/08/2026 MDR  Initial version.
      *   15/10/2026 MDR  Supervisor sign-on against OPERADOR (three
      *                   tries; no master, no entry). Create/update
      *                   now proposes the change to PARAMPEN; new
      *                   options list the pending changes and
      *                   approve or reject one. Approval by the
      *                   supervisor who entered the change is
      *                   refused. Applied changes go to PARAMHIS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMANT.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CLAVE
               FILE STATUS IS FS-PARAMS.
      *        Cambios cargados que esperan la aprobacion de un
      *        segundo supervisor.
           SELECT CAMBIOS-PENDIENTES
               ASSIGN TO "PARAMPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-CLAVE
               FILE STATUS IS FS-PARAMPEN.
      *        Historia de los cambios aplicados a PARAMS.
           SELECT HISTORIA-PARAMETROS
               ASSIGN TO "PARAMHIS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PARAMHIS.
           SELECT MAESTRO-OPERADORES
               ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OE-ID-OPERADOR
               FILE STATUS IS FS-OPERADOR.
      *        Registro de control de la fecha de negocio.
           SELECT ARCHIVO-FECHA-DIA
               ASSIGN TO "FECHADIA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-FECHADIA.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD IS STANDARD.
           COPY PARAMREC.

       FD  CAMBIOS-PENDIENTES
           LABEL RECORD IS STANDARD.
           COPY PARMPEN.

       FD  HISTORIA-PARAMETROS
           LABEL RECORD IS STANDARD.
           COPY PARMHIS.

       FD  MAESTRO-OPERADORES
           LABEL RECORD IS STANDARD.
           COPY OPERREC.

       FD  ARCHIVO-FECHA-DIA
           LABEL RECORD IS STANDARD.
           COPY FECHACTL.

       WORKING-STORAGE SECTION.
           01  FS-PARAMS                  PIC X(02).
           01  FS-PARAMPEN                PIC X(02).
           01  FS-PARAMHIS                PIC X(02).
           01  FS-OPERADOR                PIC X(02).
           01  FS-FECHADIA                PIC X(02).

           01  OPCION                     PIC 9(01).
           01  CLAVE-BUSCADA              PIC X(08).
           01  VALOR-PANTALLA             PIC Z(08)9,99.
           01  TASA-PANTALLA              PIC 9,9999.
           01  DECISION                   PIC X(01).
               88  DECISION-APROBAR               VALUE "A".
               88  DECISION-RECHAZAR              VALUE "R".

      *        Supervisor firmado en la sesion.
           01  OPERADOR-SESION            PIC X(08).
           01  CLAVE-INGRESADA            PIC X(08).
           01  INTENTOS-FIRMA             PIC 9(01).
           01  FECHA-NEGOCIO              PIC 9(08).
           01  FECHA-HOY                  PIC 9(08).
           01  HORA-ACTUAL                PIC 9(08).
           01  HORA-ACTUAL-DET REDEFINES HORA-ACTUAL.
               05  HORA-HHMMSS            PIC 9(06).
               05  FILLER                 PIC 9(02).
           01  TOTAL-PENDIENTES           PIC 9(05).

           01  SW-CONTINUAR               PIC X(01) VALUE "S".
               88  SESION-TERMINADA               VALUE "N".
               88  FIN-PARAMS                     VALUE "S".
           01  SW-CLAVE-EXISTE            PIC X(01) VALUE "N".
               88  CLAVE-YA-EXISTE                VALUE "S".
           01  SW-FIRMA-VALIDA            PIC X(01) VALUE "N".
               88  FIRMA-VALIDA                   VALUE "S".
           01  SW-PENDIENTES-EOF          PIC X(01) VALUE "N".
               88  FIN-PENDIENTES                 VALUE "S".

       PROCEDURE DIVISION.
      ******************************************************************
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 1100-FIRMAR-SUPERVISOR THRU 1100-EXIT
           IF NOT FIRMA-VALIDA
               DISPLAY "PARMANT: ACCESO DENEGADO."
               PERFORM 9000-FINALIZAR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-PROCESO-PRINCIPAL THRU 2000-EXIT
               UNTIL SESION-TERMINADA
           PERFORM 9000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
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
           OPEN I-O ARCHIVO-PARAMETROS
           IF FS-PARAMS NOT = "00"
               OPEN OUTPUT ARCHIVO-PARAMETROS
                   DISPLAY "PARMANT: NO SE PUDO ABRIR PARAMS."
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O CAMBIOS-PENDIENTES
           IF FS-PARAMPEN NOT = "00"
               OPEN OUTPUT CAMBIOS-PENDIENTES
               CLOSE CAMBIOS-PENDIENTES
               OPEN I-O CAMBIOS-PENDIENTES
               IF FS-PARAMPEN NOT = "00"
                   DISPLAY "PARMANT: NO SE PUDO ABRIR PARAMPEN."
                   CLOSE ARCHIVO-PARAMETROS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN EXTEND HISTORIA-PARAMETROS
           IF FS-PARAMHIS NOT = "00"
               OPEN OUTPUT HISTORIA-PARAMETROS
               CLOSE HISTORIA-PARAMETROS
               OPEN EXTEND HISTORIA-PARAMETROS
               IF FS-PARAMHIS NOT = "00"
                   DISPLAY "PARMANT: NO SE PUDO ABRIR PARAMHIS."
                   CLOSE ARCHIVO-PARAMETROS
                   CLOSE CAMBIOS-PENDIENTES
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *        Firma contra el maestro OPERADOR: solo un supervisor
      *        activo entra, con tres intentos. Sin maestro no hay a
      *        quien pedirle el segundo visto bueno, asi que no se
      *        entra (OPERMANT crea los supervisores).
       1100-FIRMAR-SUPERVISOR.
           OPEN INPUT MAESTRO-OPERADORES
           IF FS-OPERADOR NOT = "00"
               DISPLAY "PARMANT: SIN MAESTRO DE OPERADORES - DE ALTA "
                   "LOS SUPERVISORES CON OPERMANT."
               GO TO 1100-EXIT
           END-IF
           PERFORM 1110-INTENTO-DE-FIRMA THRU 1110-EXIT
               VARYING INTENTOS-FIRMA FROM 1 BY 1
               UNTIL INTENTOS-FIRMA > 3
               OR FIRMA-VALIDA
           CLOSE MAESTRO-OPERADORES.
       1100-EXIT.
           EXIT.

       1110-INTENTO-DE-FIRMA.
           DISPLAY "ID DE SUPERVISOR: " WITH NO ADVANCING
           ACCEPT OPERADOR-SESION
           DISPLAY "CLAVE: " WITH NO ADVANCING
           ACCEPT CLAVE-INGRESADA
           MOVE OPERADOR-SESION TO OE-ID-OPERADOR
           READ MAESTRO-OPERADORES
               INVALID KEY
                   DISPLAY "FIRMA INVALIDA."
                   GO TO 1110-EXIT
           END-READ
           IF OE-CLAVE-ACCESO = CLAVE-INGRESADA
               AND OE-OPERADOR-ACTIVO
               AND OE-ROL-SUPERVISOR
               MOVE "S" TO SW-FIRMA-VALIDA
               DISPLAY "BIENVENIDO, " OE-NOMBRE
           ELSE
               DISPLAY "FIRMA INVALIDA."
           END-IF.
       1110-EXIT.
           EXIT.

      ******************************************************************
      * 2000 - MENU DE MANTENIMIENTO
      ******************************************************************
       2000-PROCESO-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "==== MANTENIMIENTO DE PARAMETROS ====".
           DISPLAY "1. PROPONER ALTA / ACTUALIZACION".
           DISPLAY "2. CONSULTA".
           DISPLAY "3. LISTADO COMPLETO".
           DISPLAY "4. CAMBIOS PENDIENTES".
           DISPLAY "5. APROBAR / RECHAZAR UN CAMBIO".
           DISPLAY "6. SALIR".
           DISPLAY "SELECCIONE UNA OPCION: " WITH NO ADVANCING.
           ACCEPT OPCION
           EVALUATE OPCION
               WHEN 3
                   PERFORM 5000-LISTADO THRU 5000-EXIT
               WHEN 4
                   PERFORM 7000-LISTAR-PENDIENTES THRU 7000-EXIT
               WHEN 5
                   PERFORM 8000-APROBAR-RECHAZAR THRU 8000-EXIT
               WHEN 6
                   MOVE "N" TO SW-CONTINUAR
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA."
           EXIT.

      ******************************************************************
      * 3000 - PROPUESTA DE ALTA O ACTUALIZACION DE UNA CLAVE
      ******************************************************************
      *        El cambio queda pendiente en PARAMPEN; PARAMS no se
      *        toca hasta que otro supervisor lo apruebe.
       3000-ALTA-ACTUALIZACION.
           MOVE "N" TO SW-CLAVE-EXISTE
           DISPLAY "CLAVE (8 CARACTERES): " WITH NO ADVANCING
               DISPLAY "CLAVE INVALIDA."
               GO TO 3000-EXIT
           END-IF
           MOVE CLAVE-BUSCADA TO PN-CLAVE
           READ CAMBIOS-PENDIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "LA CLAVE YA TIENE UN CAMBIO PENDIENTE DE "
                       PN-OPERADOR-CARGA " - APRUEBELO O RECHACELO "
                       "PRIMERO."
                   GO TO 3000-EXIT
           END-READ
           MOVE CLAVE-BUSCADA TO PA-CLAVE
           READ ARCHIVO-PARAMETROS
               INVALID KEY
                   MOVE 0 TO PA-FECHA-VIGENCIA
               NOT INVALID KEY
                   MOVE "S" TO SW-CLAVE-EXISTE
                   DISPLAY "LA CLAVE YA EXISTE - SE PROPONE UN CAMBIO."
                   PERFORM 6000-MOSTRAR-PARAMETRO
           END-READ
           MOVE CLAVE-BUSCADA TO PN-CLAVE
           IF CLAVE-YA-EXISTE
               MOVE "M" TO PN-TIPO-CAMBIO
           ELSE
               MOVE "A" TO PN-TIPO-CAMBIO
           END-IF
           DISPLAY "VALOR: " WITH NO ADVANCING
           ACCEPT PN-VALOR
           DISPLAY "TASA (0 SI NO APLICA): " WITH NO ADVANCING
           ACCEPT PN-TASA
           DISPLAY "BANDA HASTA (0 SI NO APLICA): " WITH NO ADVANCING
           ACCEPT PN-BANDA-HASTA
           DISPLAY "FECHA DE VIGENCIA AAAAMMDD (0 SI NO APLICA): "
               WITH NO ADVANCING
           ACCEPT PN-FECHA-VIGENCIA
           MOVE OPERADOR-SESION TO PN-OPERADOR-CARGA
           ACCEPT PN-FECHA-CARGA FROM DATE YYYYMMDD
           ACCEPT HORA-ACTUAL FROM TIME
           MOVE HORA-HHMMSS TO PN-HORA-CARGA
           WRITE PN-REGISTRO-PENDIENTE
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR EL CAMBIO PENDIENTE."
                   GO TO 3000-EXIT
           END-WRITE
           DISPLAY "CAMBIO CARGADO - QUEDA PENDIENTE DE APROBACION "
               "DE OTRO SUPERVISOR.".
       3000-EXIT.
           EXIT.

           READ ARCHIVO-PARAMETROS
               INVALID KEY
                   DISPLAY "CLAVE NO ENCONTRADA."
               NOT INVALID KEY
                   PERFORM 6000-MOSTRAR-PARAMETRO
           END-READ
           MOVE CLAVE-BUSCADA TO PN-CLAVE
           READ CAMBIOS-PENDIENTES
               INVALID KEY
                   GO TO 4000-EXIT
           END-READ
           PERFORM 7200-MOSTRAR-PENDIENTE.
       4000-EXIT.
           EXIT.

               " BANDA: " PA-BANDA-HASTA
               " VIGENCIA: " PA-FECHA-VIGENCIA.

      ******************************************************************
      * 7000 - LISTADO DE CAMBIOS PENDIENTES
      ******************************************************************
       7000-LISTAR-PENDIENTES.
           MOVE "N" TO SW-PENDIENTES-EOF
           MOVE 0 TO TOTAL-PENDIENTES
           MOVE LOW-VALUES TO PN-CLAVE
           START CAMBIOS-PENDIENTES
               KEY NOT LESS THAN PN-CLAVE
               INVALID KEY
                   DISPLAY "SIN CAMBIOS PENDIENTES."
                   GO TO 7000-EXIT
           END-START
           PERFORM 7100-LISTAR-UN-PENDIENTE THRU 7100-EXIT
               UNTIL FIN-PENDIENTES
           DISPLAY "CAMBIOS PENDIENTES: " TOTAL-PENDIENTES.
       7000-EXIT.
           EXIT.

       7100-LISTAR-UN-PENDIENTE.
           READ CAMBIOS-PENDIENTES NEXT RECORD
               AT END
                   MOVE "S" TO SW-PENDIENTES-EOF
                   GO TO 7100-EXIT
           END-READ
           ADD 1 TO TOTAL-PENDIENTES
           PERFORM 7200-MOSTRAR-PENDIENTE.
       7100-EXIT.
           EXIT.

       7200-MOSTRAR-PENDIENTE.
           MOVE PN-VALOR TO VALOR-PANTALLA
           MOVE PN-TASA TO TASA-PANTALLA
           DISPLAY "PENDIENTE " PN-CLAVE " (" PN-TIPO-CAMBIO ")"
               " VALOR: " VALOR-PANTALLA
               " TASA: " TASA-PANTALLA
               " BANDA: " PN-BANDA-HASTA
               " VIGENCIA: " PN-FECHA-VIGENCIA
           DISPLAY "          CARGADO POR " PN-OPERADOR-CARGA
               " EL " PN-FECHA-CARGA " A LAS " PN-HORA-CARGA.

      ******************************************************************
      * 8000 - APROBACION O RECHAZO DE UN CAMBIO PENDIENTE
      ******************************************************************
      *        Aprueba un supervisor distinto del que cargo el cambio;
      *        rechazar puede cualquiera, incluso quien lo cargo (asi
      *        retira una propuesta equivocada).
       8000-APROBAR-RECHAZAR.
           DISPLAY "CLAVE: " WITH NO ADVANCING
           ACCEPT CLAVE-BUSCADA
           MOVE CLAVE-BUSCADA TO PN-CLAVE
           READ CAMBIOS-PENDIENTES
               INVALID KEY
                   DISPLAY "LA CLAVE NO TIENE CAMBIOS PENDIENTES."
                   GO TO 8000-EXIT
           END-READ
           MOVE "N" TO SW-CLAVE-EXISTE
           MOVE CLAVE-BUSCADA TO PA-CLAVE
           READ ARCHIVO-PARAMETROS
               INVALID KEY
                   DISPLAY "CLAVE NUEVA - HOY NO EXISTE EN PARAMS."
                   MOVE 0 TO PA-VALOR
                   MOVE 0 TO PA-TASA
                   MOVE 0 TO PA-BANDA-HASTA
                   MOVE 0 TO PA-FECHA-VIGENCIA
               NOT INVALID KEY
                   MOVE "S" TO SW-CLAVE-EXISTE
                   DISPLAY "VALOR ACTUAL:"
                   PERFORM 6000-MOSTRAR-PARAMETRO
           END-READ
           PERFORM 7200-MOSTRAR-PENDIENTE
           DISPLAY "A = APROBAR, R = RECHAZAR, OTRO = VOLVER: "
               WITH NO ADVANCING
           ACCEPT DECISION
           IF DECISION-RECHAZAR
               DELETE CAMBIOS-PENDIENTES
                   INVALID KEY
                       DISPLAY "NO SE PUDO BORRAR EL CAMBIO PENDIENTE."
                       GO TO 8000-EXIT
               END-DELETE
               DISPLAY "CAMBIO RECHAZADO - PARAMS SIN MODIFICAR."
               GO TO 8000-EXIT
           END-IF
           IF NOT DECISION-APROBAR
               GO TO 8000-EXIT
           END-IF
           IF PN-OPERADOR-CARGA = OPERADOR-SESION
               DISPLAY "QUIEN CARGO EL CAMBIO NO PUEDE APROBARLO - "
                   "DEBE HACERLO OTRO SUPERVISOR."
               GO TO 8000-EXIT
           END-IF
           PERFORM 8100-APLICAR-CAMBIO THRU 8100-EXIT.
       8000-EXIT.
           EXIT.

      *        Graba los valores nuevos en PARAMS, deja la historia
      *        con los anteriores y da de baja el pendiente. PA- trae
      *        los valores actuales (en cero si la clave es nueva).
       8100-APLICAR-CAMBIO.
           MOVE PN-CLAVE TO PH-CLAVE
           MOVE PA-VALOR TO PH-ANT-VALOR
           MOVE PA-TASA TO PH-ANT-TASA
           MOVE PA-BANDA-HASTA TO PH-ANT-BANDA-HASTA
           MOVE PA-FECHA-VIGENCIA TO PH-ANT-FECHA-VIGENCIA
           MOVE PN-CLAVE TO PA-CLAVE
           MOVE PN-VALOR TO PA-VALOR
           MOVE PN-TASA TO PA-TASA
           MOVE PN-BANDA-HASTA TO PA-BANDA-HASTA
           MOVE PN-FECHA-VIGENCIA TO PA-FECHA-VIGENCIA
           IF CLAVE-YA-EXISTE
               MOVE "M" TO PH-TIPO-CAMBIO
               REWRITE PA-REGISTRO-PARAMETRO
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR EL PARAMETRO."
                       GO TO 8100-EXIT
               END-REWRITE
           ELSE
               MOVE "A" TO PH-TIPO-CAMBIO
               WRITE PA-REGISTRO-PARAMETRO
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR EL PARAMETRO."
                       GO TO 8100-EXIT
               END-WRITE
           END-IF
           MOVE PN-VALOR TO PH-NUE-VALOR
           MOVE PN-TASA TO PH-NUE-TASA
           MOVE PN-BANDA-HASTA TO PH-NUE-BANDA-HASTA
           MOVE PN-FECHA-VIGENCIA TO PH-NUE-FECHA-VIGENCIA
           MOVE PN-OPERADOR-CARGA TO PH-OPERADOR-CARGA
           MOVE PN-FECHA-CARGA TO PH-FECHA-CARGA
           MOVE PN-HORA-CARGA TO PH-HORA-CARGA
           MOVE OPERADOR-SESION TO PH-OPERADOR-APROBACION
           ACCEPT PH-FECHA-APLICACION FROM DATE YYYYMMDD
           ACCEPT HORA-ACTUAL FROM TIME
           MOVE HORA-HHMMSS TO PH-HORA-APLICACION
           MOVE FECHA-NEGOCIO TO PH-FECHA-NEGOCIO
           WRITE PH-REGISTRO-HISTORIA
           IF FS-PARAMHIS NOT = "00"
               DISPLAY "PARMANT: NO SE PUDO GRABAR PARAMHIS ("
                   FS-PARAMHIS ")."
           END-IF
           DELETE CAMBIOS-PENDIENTES
               INVALID KEY
                   DISPLAY "NO SE PUDO BORRAR EL CAMBIO PENDIENTE."
           END-DELETE
           DISPLAY "CAMBIO APROBADO Y APLICADO A PARAMS.".
       8100-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE ARCHIVO-PARAMETROS
           CLOSE CAMBIOS-PENDIENTES
           CLOSE HISTORIA-PARAMETROS.

       END PROGRAM PARMANT.
