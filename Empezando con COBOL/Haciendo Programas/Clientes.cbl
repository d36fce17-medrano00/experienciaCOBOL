      *          change logged to AUDITLOG under the operator who
      *          made it. Sessions sign on against the OPERADOR
      *          master like CAJERO (free-text ID when the master
      *          does not exist). Also keeps the TITULARES holder
      *          relationships of an account (co-titulares and
      *          apoderados with their ownership share), and the
      *          position shows every account the person is related
      *          to with their role on it. Keeps the customer
      *          due-diligence data (document expiry, birth date,
      *          occupation, risk rating) and records each completed
      *          review, which sets the next review date from the
      *          risk rating's cycle in PARAMS.
      * Tectonics: cobc
      *
      * Modification History:
      *   02/09/2026 MDR  Initial version.
      *   15/10/2026 MDR  Joint accounts: new option to list, add and
      *                   remove the co-titulares and apoderados of an
      *                   account and change ownership shares on the
      *                   TITULARES file (see TITULREC), each change
      *                   logged as a VINCULO audit entry. The
      *                   position now lists every account the person
      *                   is related to, with role and share; the
      *                   relationship total counts owned accounts.
      *   15/10/2026 MDR  Every AUDITLOG entry is now sealed by
      *                   AUDITSEL (sequence number and chained check
      *                   value) right before it is written.
      *   15/10/2026 MDR  Audit entries leave the new currency-exchange
      *                   area (AL-DATOS-CAMBIO) in spaces.
      *   15/10/2026 MDR  Audit entries leave the new card-number
      *                   field (AL-NUM-TARJETA) in spaces.
      *   15/10/2026 MDR  Customer due diligence: new option to keep
      *                   document expiry, birth date, occupation and
      *                   risk rating and to record a completed review,
      *                   which sets the next review from the rating's
      *                   cycle (PARAMS KYCBAJO/KYCMEDIO/KYCALTO) and is
      *                   logged as a KYC-REVIS audit entry. The
      *                   position shows the due-diligence data.
      *   15/10/2026 MDR  Audit entries now clear AL-REVERSO-EFECTIVO.
      *                   A co-titular added to a linked account takes
      *                   the share from the primary titular, whose link
      *                   is rewritten; refused if the titular cannot
      *                   cede it.
      *   15/10/2026 MDR  Changing an owner's share is refused when the
      *                   owners' shares would add up to more than 100%.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIMANT.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OE-ID-OPERADOR
               FILE STATUS IS FS-OPERADOR.
      *        Titulares, co-titulares y apoderados de cada cuenta.
           SELECT TITULARES-CUENTA
               ASSIGN TO "TITULARES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-CLAVE-TITULAR
               FILE STATUS IS FS-TITULARES.
      *        Parametros: ciclos de revision por nivel de riesgo.
           SELECT ARCHIVO-PARAMETROS
               ASSIGN TO "PARAMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PA-CLAVE
               FILE STATUS IS FS-PARAMS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD IS STANDARD.
           COPY OPERREC.

       FD  TITULARES-CUENTA
           LABEL RECORD IS STANDARD.
           COPY TITULREC.

       FD  ARCHIVO-PARAMETROS
           LABEL RECORD IS STANDARD.
           COPY PARAMREC.

       WORKING-STORAGE SECTION.
           01  FS-CLIENTES                PIC X(02).
           01  FS-CUENTAS                 PIC X(02).
           01  FS-AUDITLOG                PIC X(02).
           01  FS-FECHADIA                PIC X(02).
           01  FS-OPERADOR                PIC X(02).
           01  FS-TITULARES               PIC X(02).
           01  FS-PARAMS                  PIC X(02).

      *        Parametros de la rutina que sella cada entrada de
      *        la bitacora (AUDITSEL).
           COPY SELLOPRM.

           01  OPCION                     PIC 9(01).
           01  NUM-CLIENTE-BUSCADO        PIC 9(06).
           01  NOMBRE-ESTADO              PIC X(10).
           01  TOTAL-ORDENES-ACTIVAS      PIC 9(03).

      *        Vinculos de una cuenta (opcion 3) y rol de la persona
      *        en cada cuenta de la posicion.
           01  OPCION-VINCULO             PIC 9(01).
           01  NUM-CUENTA-VINCULO         PIC 9(08).
           01  NUM-CLIENTE-VINCULO        PIC 9(06).
           01  TITULAR-PRINCIPAL          PIC 9(06).
           01  ROL-INGRESADO              PIC X(01).
               88  ROL-AGREGABLE                  VALUE "C" "P".
               88  ROL-COTITULAR                  VALUE "C".
           01  PORCENTAJE-INGRESADO       PIC 9(03)V99.
           01  PORCENTAJE-TITULAR         PIC 9(03)V99.
           01  SUMA-PARTES                PIC 9(05)V99.
           01  SUMA-PARTES-NUEVA          PIC 9(05)V99.
           01  PERSONAS-VINCULADAS        PIC 9(03).
           01  NOMBRE-ROL                 PIC X(11).
           01  NOMBRE-PERSONA             PIC X(30).
           01  PORCENTAJE-PANTALLA        PIC ZZ9,99.
           01  SUMA-PANTALLA              PIC ZZZZ9,99.

           01  SW-CONTINUAR               PIC X(01) VALUE "S".
               88  SESION-TERMINADA               VALUE "N".
           01  SW-CLIENTE-ENCONTRADO      PIC X(01) VALUE "N".
               88  FIRMA-VALIDA                   VALUE "S".
           01  SW-ES-CUENTA-CLIENTE       PIC X(01) VALUE "N".
               88  ES-CUENTA-DEL-CLIENTE          VALUE "S".
           01  SW-TITULARES-EOF           PIC X(01) VALUE "N".
               88  FIN-TITULARES                  VALUE "S".
           01  SW-VINCULO-HALLADO         PIC X(01) VALUE "N".
               88  VINCULO-HALLADO                VALUE "S".
           01  SW-CUENTA-VINCULO          PIC X(01) VALUE "N".
               88  CUENTA-VINCULO-VALIDA          VALUE "S".

      *        Debida diligencia (opcion 4): meses entre revisiones
      *        por nivel de riesgo; PARAMS KYCBAJO, KYCMEDIO y
      *        KYCALTO los reemplazan. Sin calificar rige el medio.
           77  MESES-RIESGO-BAJO          PIC 9(03) VALUE 36.
           77  MESES-RIESGO-MEDIO         PIC 9(03) VALUE 24.
           77  MESES-RIESGO-ALTO          PIC 9(03) VALUE 12.
           01  MESES-CICLO                PIC 9(03).
           01  TOTAL-MESES                PIC 9(05).
           01  COCIENTE-MESES             PIC 9(04).
           01  RESIDUO-MESES              PIC 9(02).
           01  RIESGO-INGRESADO           PIC X(01).
           01  RIESGO-ANTERIOR            PIC X(01).
           01  CONFIRMACION               PIC X(01).
               88  CONFIRMADO                     VALUE "S".
           01  FECHA-INGRESADA            PIC 9(08).
           01  FECHA-PANTALLA             PIC 9999/99/99.
           01  SW-FECHA-VALIDA            PIC X(01) VALUE "N".
               88  FECHA-VALIDA                   VALUE "S".
           01  SW-DATOS-CAMBIADOS         PIC X(01) VALUE "N".
               88  DATOS-CAMBIADOS                VALUE "S".
           01  FECHA-TRABAJO              PIC 9(08).
           01  FECHA-TRABAJO-DET REDEFINES FECHA-TRABAJO.
               05  FT-ANO                 PIC 9(04).
               05  FT-MES                 PIC 9(02).
               05  FT-DIA                 PIC 9(02).
           01  DIAS-DEL-MES               PIC 9(02).
           01  COCIENTE-ANO               PIC 9(04).
           01  RESIDUO-ANO                PIC 9(04).
           01  SW-ANO-BISIESTO            PIC X(01) VALUE "N".
               88  ANO-BISIESTO                   VALUE "S".

      *        Referencia unica de cada entrada de bitacora que este
      *        programa origina. La secuencia arranca en cero por
               STOP RUN
           END-IF
           OPEN INPUT ORDENES-PERMANENTES
           OPEN I-O TITULARES-CUENTA
           IF FS-TITULARES NOT = "00"
               OPEN OUTPUT TITULARES-CUENTA
               CLOSE TITULARES-CUENTA
               OPEN I-O TITULARES-CUENTA
               IF FS-TITULARES NOT = "00"
                   DISPLAY "CLIMANT: NO SE PUDO ABRIR TITULARES."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN EXTEND BITACORA-AUDITORIA
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT BITACORA-AUDITORIA
               CLOSE BITACORA-AUDITORIA
               OPEN EXTEND BITACORA-AUDITORIA
           END-IF
           PERFORM 1100-LEER-PARAMETROS
           PERFORM 1400-IDENTIFICAR-OPERADOR THRU 1400-EXIT.

       1100-LEER-PARAMETROS.
           OPEN INPUT ARCHIVO-PARAMETROS
           IF FS-PARAMS NOT = "00"
               DISPLAY "CLIMANT: SIN ARCHIVO DE PARAMETROS - RIGEN "
                   "VALORES POR DEFECTO."
           ELSE
               MOVE "KYCBAJO" TO PA-CLAVE
               READ ARCHIVO-PARAMETROS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PA-VALOR TO MESES-RIESGO-BAJO
               END-READ
               MOVE "KYCMEDIO" TO PA-CLAVE
               READ ARCHIVO-PARAMETROS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PA-VALOR TO MESES-RIESGO-MEDIO
               END-READ
               MOVE "KYCALTO" TO PA-CLAVE
               READ ARCHIVO-PARAMETROS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PA-VALOR TO MESES-RIESGO-ALTO
               END-READ
               CLOSE ARCHIVO-PARAMETROS
           END-IF.

      *        Misma firma de sesion que CAJERO: contra el maestro
      *        OPERADOR cuando existe, identificacion libre si no.
       1400-IDENTIFICAR-OPERADOR.
           DISPLAY "==== SERVICIO AL CLIENTE ====".
           DISPLAY "1. POSICION CONSOLIDADA".
           DISPLAY "2. ACTUALIZAR DATOS DE CONTACTO".
           DISPLAY "3. TITULARES Y FIRMANTES DE UNA CUENTA".
           DISPLAY "4. DEBIDA DILIGENCIA Y REVISION DEL CLIENTE".
           DISPLAY "5. SALIR".
           DISPLAY "SELECCIONE UNA OPCION: " WITH NO ADVANCING.
           ACCEPT OPCION
           EVALUATE OPCION
                       PERFORM 5000-ACTUALIZAR-CONTACTO THRU 5000-EXIT
                   END-IF
               WHEN 3
                   PERFORM 6000-VINCULOS-DE-CUENTA THRU 6000-EXIT
               WHEN 4
                   PERFORM 3000-BUSCAR-CLIENTE THRU 3000-EXIT
                   IF CLIENTE-ENCONTRADO
                       PERFORM 7000-DEBIDA-DILIGENCIA THRU 7000-EXIT
                   END-IF
               WHEN 5
                   MOVE "N" TO SW-CONTINUAR
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA."
           DISPLAY "DOCUMENTO : " CL-DOC-IDENTIDAD.
           DISPLAY "DIRECCION : " CL-DIRECCION.
           DISPLAY "TELEFONO  : " CL-TELEFONO.
           PERFORM 7100-MOSTRAR-DILIGENCIA
           DISPLAY "---------------------------------------------".
           MOVE 0 TO SALDO-RELACION
           MOVE 0 TO CUENTAS-DEL-CLIENTE
           IF CUENTAS-DEL-CLIENTE = ZERO
               DISPLAY "EL CLIENTE NO TIENE CUENTAS."
           END-IF
      *        El total de la relacion suma las cuentas de las que
      *        la persona es duena; en las que solo es apoderada
      *        opera fondos ajenos.
           MOVE SALDO-RELACION TO SALDO-PANTALLA
           DISPLAY "SALDO TOTAL DE LA RELACION: " SALDO-PANTALLA
           PERFORM 4300-LISTAR-ORDENES THRU 4300-EXIT.
                   MOVE "S" TO SW-CUENTAS-EOF
                   GO TO 4100-EXIT
           END-READ
      *        La persona se relaciona con la cuenta como titular
      *        principal (CR-NUM-CLIENTE) o por un vinculo en
      *        TITULARES. Sin vinculos el titular es dueno del 100%.
           MOVE CR-NUM-CUENTA TO TI-NUM-CUENTA
           MOVE CL-NUM-CLIENTE TO TI-NUM-CLIENTE
           READ TITULARES-CUENTA
               INVALID KEY
                   IF CR-NUM-CLIENTE NOT = CL-NUM-CLIENTE
                       GO TO 4100-EXIT
                   END-IF
                   MOVE "T" TO TI-ROL
                   MOVE 100 TO TI-PORCENTAJE
           END-READ
           PERFORM 4200-NOMBRE-DEL-ESTADO
           PERFORM 6150-NOMBRE-DEL-ROL
           MOVE CR-SALDO-CUENTA TO SALDO-PANTALLA
           MOVE TI-PORCENTAJE TO PORCENTAJE-PANTALLA
           DISPLAY "CUENTA " CR-NUM-CUENTA
               " TIPO " CR-TIPO-CUENTA
               " ESTADO " NOMBRE-ESTADO
               " SALDO " SALDO-PANTALLA
           DISPLAY "       ROL " NOMBRE-ROL
               " PARTE " PORCENTAJE-PANTALLA "%"
           IF TI-ES-DUENO
               ADD CR-SALDO-CUENTA TO SALDO-RELACION
           END-IF
           IF CUENTAS-DEL-CLIENTE < MAX-CUENTAS-CLIENTE
               ADD 1 TO CUENTAS-DEL-CLIENTE
               MOVE CR-NUM-CUENTA
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

      ******************************************************************
      * 6000 - TITULARES, CO-TITULARES Y APODERADOS DE UNA CUENTA
      ******************************************************************
      *        El titular principal (CR-NUM-CLIENTE) no se quita ni
      *        se agrega desde aqui: es quien abrio la cuenta. Al
      *        primer vinculo de la cuenta se registra tambien a el,
      *        con la parte que deja libre el nuevo co-titular, para
      *        que TITULARES liste a todos los duenos.
       6000-VINCULOS-DE-CUENTA.
           MOVE "N" TO SW-CUENTA-VINCULO
           DISPLAY "NUMERO DE CUENTA: " WITH NO ADVANCING
           ACCEPT NUM-CUENTA-VINCULO
           MOVE NUM-CUENTA-VINCULO TO CR-NUM-CUENTA
           READ CUENTAS-MAESTRO
               INVALID KEY
                   DISPLAY "CUENTA NO ENCONTRADA."
                   GO TO 6000-EXIT
           END-READ
           IF CR-CUENTA-CERRADA
               DISPLAY "LA CUENTA ESTA CERRADA."
               GO TO 6000-EXIT
           END-IF
           MOVE CR-NUM-CLIENTE TO TITULAR-PRINCIPAL
           MOVE "S" TO SW-CUENTA-VINCULO
           PERFORM 6100-LISTAR-VINCULOS THRU 6100-EXIT
           DISPLAY "1. AGREGAR CO-TITULAR O APODERADO".
           DISPLAY "2. QUITAR UNA PERSONA".
           DISPLAY "3. CAMBIAR PORCENTAJE DE PROPIEDAD".
           DISPLAY "4. VOLVER".
           DISPLAY "SELECCIONE UNA OPCION: " WITH NO ADVANCING.
           ACCEPT OPCION-VINCULO
           EVALUATE OPCION-VINCULO
               WHEN 1
                   PERFORM 6200-AGREGAR-VINCULO THRU 6200-EXIT
               WHEN 2
                   PERFORM 6300-QUITAR-VINCULO THRU 6300-EXIT
               WHEN 3
                   PERFORM 6400-CAMBIAR-PORCENTAJE THRU 6400-EXIT
               WHEN 4
                   GO TO 6000-EXIT
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA."
                   GO TO 6000-EXIT
           END-EVALUATE
           PERFORM 6100-LISTAR-VINCULOS THRU 6100-EXIT.
       6000-EXIT.
           EXIT.

      *        Lista las personas de la cuenta y avisa si las partes
      *        de los duenos no suman 100 (los certificados las
      *        prorratean, pero el dato debe corregirse).
       6100-LISTAR-VINCULOS.
           MOVE 0 TO PERSONAS-VINCULADAS
           MOVE 0 TO SUMA-PARTES
           MOVE "N" TO SW-TITULARES-EOF
           DISPLAY "---------------------------------------------".
           DISPLAY "PERSONAS DE LA CUENTA " NUM-CUENTA-VINCULO.
           MOVE NUM-CUENTA-VINCULO TO TI-NUM-CUENTA
           MOVE 0 TO TI-NUM-CLIENTE
           START TITULARES-CUENTA
               KEY NOT LESS THAN TI-CLAVE-TITULAR
               INVALID KEY
                   MOVE "S" TO SW-TITULARES-EOF
           END-START
           PERFORM 6110-LISTAR-UN-VINCULO THRU 6110-EXIT
               UNTIL FIN-TITULARES
           IF PERSONAS-VINCULADAS = ZERO
               MOVE TITULAR-PRINCIPAL TO NUM-CLIENTE-VINCULO
               PERFORM 6160-NOMBRE-DE-PERSONA
               DISPLAY "CLIENTE " TITULAR-PRINCIPAL " "
                   NOMBRE-PERSONA " TITULAR     100,00% (UNICO)"
               GO TO 6100-EXIT
           END-IF
           IF SUMA-PARTES NOT = 100
               MOVE SUMA-PARTES TO SUMA-PANTALLA
               DISPLAY "AVISO: LAS PARTES DE LOS DUENOS SUMAN "
                   SUMA-PANTALLA "% - DEBEN SUMAR 100%."
           END-IF.
       6100-EXIT.
           EXIT.

       6110-LISTAR-UN-VINCULO.
           READ TITULARES-CUENTA NEXT RECORD
               AT END
                   MOVE "S" TO SW-TITULARES-EOF
                   GO TO 6110-EXIT
           END-READ
           IF TI-NUM-CUENTA NOT = NUM-CUENTA-VINCULO
               MOVE "S" TO SW-TITULARES-EOF
               GO TO 6110-EXIT
           END-IF
           ADD 1 TO PERSONAS-VINCULADAS
           IF TI-ES-DUENO
               ADD TI-PORCENTAJE TO SUMA-PARTES
           END-IF
           MOVE TI-NUM-CLIENTE TO NUM-CLIENTE-VINCULO
           PERFORM 6150-NOMBRE-DEL-ROL
           PERFORM 6160-NOMBRE-DE-PERSONA
           MOVE TI-PORCENTAJE TO PORCENTAJE-PANTALLA
           DISPLAY "CLIENTE " TI-NUM-CLIENTE " " NOMBRE-PERSONA
               " " NOMBRE-ROL " " PORCENTAJE-PANTALLA "%".
       6110-EXIT.
           EXIT.

       6150-NOMBRE-DEL-ROL.
           EVALUATE TRUE
               WHEN TI-TITULAR
                   MOVE "TITULAR" TO NOMBRE-ROL
               WHEN TI-COTITULAR
                   MOVE "CO-TITULAR" TO NOMBRE-ROL
               WHEN TI-APODERADO
                   MOVE "APODERADO" TO NOMBRE-ROL
               WHEN OTHER
                   MOVE "DESCONOCIDO" TO NOMBRE-ROL
           END-EVALUATE.

      *        Nombre de la persona sin perder el registro de
      *        TITULARES en curso (se lee CLIENTES, no TITULARES).
       6160-NOMBRE-DE-PERSONA.
           MOVE "(CLIENTE NO REGISTRADO)" TO NOMBRE-PERSONA
           MOVE NUM-CLIENTE-VINCULO TO CL-NUM-CLIENTE
           READ CLIENTES-MAESTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CL-NOMBRE TO NOMBRE-PERSONA
           END-READ.

      *        Un co-titular trae su parte; un apoderado no es
      *        dueno y queda en cero. La persona debe existir en
      *        CLIENTES y no estar ya vinculada a la cuenta. La parte
      *        del co-titular sale siempre de la del titular
      *        principal, para que las partes no pasen del 100%.
       6200-AGREGAR-VINCULO.
           DISPLAY "NUMERO DE CLIENTE A VINCULAR: " WITH NO ADVANCING
           ACCEPT NUM-CLIENTE-VINCULO
           IF NUM-CLIENTE-VINCULO = TITULAR-PRINCIPAL
               DISPLAY "ES EL TITULAR PRINCIPAL DE LA CUENTA."
               GO TO 6200-EXIT
           END-IF
           MOVE NUM-CLIENTE-VINCULO TO CL-NUM-CLIENTE
           READ CLIENTES-MAESTRO
               INVALID KEY
                   DISPLAY "CLIENTE NO ENCONTRADO - DARLO DE ALTA "
                       "PRIMERO."
                   GO TO 6200-EXIT
           END-READ
           MOVE NUM-CUENTA-VINCULO TO TI-NUM-CUENTA
           MOVE NUM-CLIENTE-VINCULO TO TI-NUM-CLIENTE
           READ TITULARES-CUENTA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "LA PERSONA YA ESTA VINCULADA A LA CUENTA."
                   GO TO 6200-EXIT
           END-READ
           DISPLAY "ROL (C=CO-TITULAR, P=APODERADO): "
               WITH NO ADVANCING
           ACCEPT ROL-INGRESADO
           IF NOT ROL-AGREGABLE
               DISPLAY "ROL INVALIDO."
               GO TO 6200-EXIT
           END-IF
           MOVE 0 TO PORCENTAJE-INGRESADO
           IF ROL-COTITULAR
               DISPLAY "PORCENTAJE DE PROPIEDAD: " WITH NO ADVANCING
               ACCEPT PORCENTAJE-INGRESADO
               IF PORCENTAJE-INGRESADO = ZERO
                   OR PORCENTAJE-INGRESADO NOT < 100
                   DISPLAY "PORCENTAJE INVALIDO."
                   GO TO 6200-EXIT
               END-IF
           END-IF
      *        Primer vinculo de la cuenta: el titular principal
      *        entra con lo que deja libre el co-titular.
           IF PERSONAS-VINCULADAS = ZERO
               COMPUTE PORCENTAJE-TITULAR = 100 - PORCENTAJE-INGRESADO
               MOVE NUM-CUENTA-VINCULO TO TI-NUM-CUENTA
               MOVE TITULAR-PRINCIPAL TO TI-NUM-CLIENTE
               MOVE "T" TO TI-ROL
               MOVE PORCENTAJE-TITULAR TO TI-PORCENTAJE
               MOVE OPERADOR-ID TO TI-OPERADOR
               MOVE FECHA-NEGOCIO TO TI-FECHA-ALTA
               WRITE TI-REGISTRO-TITULAR
                   INVALID KEY
                       DISPLAY "NO SE PUDO REGISTRAR AL TITULAR."
                       GO TO 6200-EXIT
               END-WRITE
               PERFORM 6500-BITACORA-VINCULO
               MOVE PORCENTAJE-TITULAR TO PORCENTAJE-PANTALLA
               DISPLAY "TITULAR PRINCIPAL REGISTRADO CON "
                   PORCENTAJE-PANTALLA "%."
           END-IF
      *        Cuenta ya vinculada: el titular principal cede la
      *        parte del nuevo co-titular y debe conservar algo; si
      *        no le alcanza no se agrega.
           IF PERSONAS-VINCULADAS NOT = ZERO AND ROL-COTITULAR
               MOVE NUM-CUENTA-VINCULO TO TI-NUM-CUENTA
               MOVE TITULAR-PRINCIPAL TO TI-NUM-CLIENTE
               READ TITULARES-CUENTA
                   INVALID KEY
                       DISPLAY "EL TITULAR PRINCIPAL NO FIGURA EN "
                           "TITULARES - NO SE AGREGA."
                       GO TO 6200-EXIT
               END-READ
               IF PORCENTAJE-INGRESADO NOT < TI-PORCENTAJE
                   MOVE TI-PORCENTAJE TO PORCENTAJE-PANTALLA
                   DISPLAY "EL TITULAR PRINCIPAL TIENE "
                       PORCENTAJE-PANTALLA "% - NO SE AGREGA."
                   GO TO 6200-EXIT
               END-IF
               SUBTRACT PORCENTAJE-INGRESADO FROM TI-PORCENTAJE
               MOVE OPERADOR-ID TO TI-OPERADOR
               MOVE FECHA-NEGOCIO TO TI-FECHA-ALTA
               REWRITE TI-REGISTRO-TITULAR
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR AL TITULAR."
                       GO TO 6200-EXIT
               END-REWRITE
               PERFORM 6500-BITACORA-VINCULO
               MOVE TI-PORCENTAJE TO PORCENTAJE-PANTALLA
               DISPLAY "TITULAR PRINCIPAL QUEDA CON "
                   PORCENTAJE-PANTALLA "%."
           END-IF
           MOVE NUM-CUENTA-VINCULO TO TI-NUM-CUENTA
           MOVE NUM-CLIENTE-VINCULO TO TI-NUM-CLIENTE
           MOVE ROL-INGRESADO TO TI-ROL
           MOVE PORCENTAJE-INGRESADO TO TI-PORCENTAJE
           MOVE OPERADOR-ID TO TI-OPERADOR
           MOVE FECHA-NEGOCIO TO TI-FECHA-ALTA
           WRITE TI-REGISTRO-TITULAR
               INVALID KEY
                   DISPLAY "NO SE PUDO REGISTRAR EL VINCULO."
                   GO TO 6200-EXIT
           END-WRITE
           PERFORM 6500-BITACORA-VINCULO
           DISPLAY "VINCULO REGISTRADO.".
       6200-EXIT.
           EXIT.

       6300-QUITAR-VINCULO.
           DISPLAY "NUMERO DE CLIENTE A QUITAR: " WITH NO ADVANCING
           ACCEPT NUM-CLIENTE-VINCULO
           IF NUM-CLIENTE-VINCULO = TITULAR-PRINCIPAL
               DISPLAY "EL TITULAR PRINCIPAL NO SE QUITA."
               GO TO 6300-EXIT
           END-IF
           MOVE NUM-CUENTA-VINCULO TO TI-NUM-CUENTA
           MOVE NUM-CLIENTE-VINCULO TO TI-NUM-CLIENTE
           READ TITULARES-CUENTA
               INVALID KEY
                   DISPLAY "LA PERSONA NO ESTA VINCULADA A LA CUENTA."
                   GO TO 6300-EXIT
           END-READ
           DELETE TITULARES-CUENTA RECORD
               INVALID KEY
                   DISPLAY "NO SE PUDO QUITAR EL VINCULO."
                   GO TO 6300-EXIT
           END-DELETE
      *        La entrada lleva el rol que tenia, con parte cero.
           MOVE 0 TO TI-PORCENTAJE
           PERFORM 6500-BITACORA-VINCULO
           DISPLAY "VINCULO QUITADO - REVISAR LAS PARTES RESTANTES.".
       6300-EXIT.
           EXIT.

      *        Solo los duenos tienen parte. Una cuenta sin vinculos
      *        es del titular al 100% y no hay nada que repartir.
       6400-CAMBIAR-PORCENTAJE.
           IF PERSONAS-VINCULADAS = ZERO
               DISPLAY "CUENTA DE TITULAR UNICO - AGREGUE PRIMERO "
                   "UN CO-TITULAR."
               GO TO 6400-EXIT
           END-IF
           DISPLAY "NUMERO DE CLIENTE: " WITH NO ADVANCING
           ACCEPT NUM-CLIENTE-VINCULO
           MOVE NUM-CUENTA-VINCULO TO TI-NUM-CUENTA
           MOVE NUM-CLIENTE-VINCULO TO TI-NUM-CLIENTE
           READ TITULARES-CUENTA
               INVALID KEY
                   DISPLAY "LA PERSONA NO ESTA VINCULADA A LA CUENTA."
                   GO TO 6400-EXIT
           END-READ
           IF NOT TI-ES-DUENO
               DISPLAY "UN APODERADO NO TIENE PARTE EN LA CUENTA."
               GO TO 6400-EXIT
           END-IF
           DISPLAY "PORCENTAJE NUEVO: " WITH NO ADVANCING
           ACCEPT PORCENTAJE-INGRESADO
           IF PORCENTAJE-INGRESADO = ZERO
               OR PORCENTAJE-INGRESADO > 100
               DISPLAY "PORCENTAJE INVALIDO."
               GO TO 6400-EXIT
           END-IF
      *        SUMA-PARTES trae las partes de todos los duenos (la
      *        lista 6100 recien hecha); sin la de esta persona, mas
      *        la nueva, no puede pasar del 100%. Para subir una
      *        parte se baja antes la de otro dueno.
           COMPUTE SUMA-PARTES-NUEVA =
               SUMA-PARTES - TI-PORCENTAJE + PORCENTAJE-INGRESADO
           IF SUMA-PARTES-NUEVA > 100
               MOVE SUMA-PARTES-NUEVA TO SUMA-PANTALLA
               DISPLAY "LAS PARTES SUMARIAN " SUMA-PANTALLA
                   "% - NO SE CAMBIA."
               GO TO 6400-EXIT
           END-IF
           MOVE PORCENTAJE-INGRESADO TO TI-PORCENTAJE
           MOVE OPERADOR-ID TO TI-OPERADOR
           MOVE FECHA-NEGOCIO TO TI-FECHA-ALTA
           REWRITE TI-REGISTRO-TITULAR
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL VINCULO."
                   GO TO 6400-EXIT
           END-REWRITE
           PERFORM 6500-BITACORA-VINCULO
           DISPLAY "PORCENTAJE ACTUALIZADO.".
       6400-EXIT.
           EXIT.

      *        Igual que 5100, sin efecto contable: la cuenta del
      *        vinculo, el cliente como contraparte y la referencia
      *        propia de la sesion. El rol y la parte quedan en el
      *        TITULARES y en la pantalla; la bitacora dice quien
      *        toco el vinculo y cuando.
       6500-BITACORA-VINCULO.
           ACCEPT HORA-ACTUAL FROM TIME
           MOVE NUM-CUENTA-VINCULO TO AL-NUM-CUENTA
           MOVE "VINCULO" TO AL-TIPO-TRANSACCION
           MOVE 0 TO AL-MONTO-TRANSACCION
           MOVE FECHA-NEGOCIO TO AL-FECHA
           MOVE HORA-ACTUAL TO AL-HORA
           MOVE OPERADOR-ID TO AL-OPERADOR
           MOVE ID-SESION TO AL-ID-SESION
           MOVE "N" TO AL-APROBADO-SUPERVISOR
           MOVE TI-NUM-CLIENTE TO AL-CUENTA-CONTRAPARTE
           MOVE SPACES TO AL-APROBADOR
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

      ******************************************************************
      * 7000 - DEBIDA DILIGENCIA DEL CLIENTE
      ******************************************************************
      *        Datos editables: vencimiento del documento, fecha de
      *        nacimiento, ocupacion y nivel de riesgo; entrada vacia
      *        conserva el dato. Subir el riesgo adelanta la proxima
      *        revision al ciclo del nivel nuevo contado desde la
      *        ultima revision; bajarlo no la posterga: el ciclo
      *        largo rige desde la proxima revision registrada.
       7000-DEBIDA-DILIGENCIA.
           MOVE "N" TO SW-DATOS-CAMBIADOS
           DISPLAY "CLIENTE " CL-NUM-CLIENTE " " CL-NOMBRE.
           PERFORM 7100-MOSTRAR-DILIGENCIA
           DISPLAY "VENCIMIENTO DEL DOCUMENTO NUEVO (AAAAMMDD, "
               "VACIO = CONSERVAR): " WITH NO ADVANCING
           PERFORM 7200-PEDIR-FECHA THRU 7200-EXIT
           IF FECHA-VALIDA
               MOVE FECHA-INGRESADA TO CL-VENCE-DOCUMENTO
               MOVE "S" TO SW-DATOS-CAMBIADOS
           END-IF
           DISPLAY "FECHA DE NACIMIENTO NUEVA (AAAAMMDD, "
               "VACIO = CONSERVAR): " WITH NO ADVANCING
           PERFORM 7200-PEDIR-FECHA THRU 7200-EXIT
           IF FECHA-VALIDA
               IF FECHA-INGRESADA > FECHA-NEGOCIO
                   DISPLAY "FECHA DE NACIMIENTO FUTURA - SE CONSERVA "
                       "LA ANTERIOR."
               ELSE
                   MOVE FECHA-INGRESADA TO CL-FECHA-NACIMIENTO
                   MOVE "S" TO SW-DATOS-CAMBIADOS
               END-IF
           END-IF
           DISPLAY "OCUPACION NUEVA (VACIO = CONSERVAR): "
               WITH NO ADVANCING
           MOVE SPACES TO ENTRADA-DATO
           ACCEPT ENTRADA-DATO
           IF ENTRADA-DATO NOT = SPACES
               MOVE ENTRADA-DATO TO CL-OCUPACION
               MOVE "S" TO SW-DATOS-CAMBIADOS
           END-IF
           PERFORM 7300-CAMBIAR-RIESGO THRU 7300-EXIT
           IF DATOS-CAMBIADOS
               REWRITE CL-REGISTRO-CLIENTE
               PERFORM 5100-BITACORA-CAMBIO
               DISPLAY "DATOS DE DEBIDA DILIGENCIA ACTUALIZADOS."
           END-IF
           DISPLAY "REGISTRAR LA REVISION DEL CLIENTE COMO HECHA HOY "
               "(S/N): " WITH NO ADVANCING
           ACCEPT CONFIRMACION
           IF CONFIRMADO
               PERFORM 7400-REGISTRAR-REVISION THRU 7400-EXIT
           END-IF.
       7000-EXIT.
           EXIT.

       7100-MOSTRAR-DILIGENCIA.
           MOVE CL-VENCE-DOCUMENTO TO FECHA-PANTALLA
           DISPLAY "VENCE DOC.: " FECHA-PANTALLA
           MOVE CL-FECHA-NACIMIENTO TO FECHA-PANTALLA
           DISPLAY "NACIMIENTO: " FECHA-PANTALLA
           DISPLAY "OCUPACION : " CL-OCUPACION
           EVALUATE TRUE
               WHEN CL-RIESGO-BAJO
                   DISPLAY "RIESGO    : BAJO"
               WHEN CL-RIESGO-MEDIO
                   DISPLAY "RIESGO    : MEDIO"
               WHEN CL-RIESGO-ALTO AND CL-RIESGO-POR-EFECTIVO
                   DISPLAY "RIESGO    : ALTO (FIJADO POR EFECTIVO)"
               WHEN CL-RIESGO-ALTO
                   DISPLAY "RIESGO    : ALTO"
               WHEN OTHER
                   DISPLAY "RIESGO    : SIN CALIFICAR"
           END-EVALUATE
           MOVE CL-FECHA-REVISION TO FECHA-PANTALLA
           DISPLAY "REVISADO  : " FECHA-PANTALLA
               " POR " CL-OPERADOR-REVISION
           MOVE CL-PROXIMA-REVISION TO FECHA-PANTALLA
           DISPLAY "PROXIMA   : " FECHA-PANTALLA
           IF CL-VENCE-DOCUMENTO NOT = ZERO
               AND CL-VENCE-DOCUMENTO < FECHA-NEGOCIO
               DISPLAY "*** DOCUMENTO VENCIDO ***"
           END-IF
           IF CL-PROXIMA-REVISION NOT = ZERO
               AND CL-PROXIMA-REVISION < FECHA-NEGOCIO
               DISPLAY "*** REVISION VENCIDA ***"
           END-IF.

      *        Fecha AAAAMMDD con mes y dia existentes; entrada vacia
      *        o invalida deja SW-FECHA-VALIDA en "N".
       7200-PEDIR-FECHA.
           MOVE "N" TO SW-FECHA-VALIDA
           MOVE SPACES TO ENTRADA-DATO
           ACCEPT ENTRADA-DATO
           IF ENTRADA-DATO = SPACES
               GO TO 7200-EXIT
           END-IF
           IF ENTRADA-DATO (1:8) NOT NUMERIC
               OR ENTRADA-DATO (9:32) NOT = SPACES
               DISPLAY "FECHA INVALIDA - SE CONSERVA LA ANTERIOR."
               GO TO 7200-EXIT
           END-IF
           MOVE ENTRADA-DATO (1:8) TO FECHA-TRABAJO
           IF FT-ANO < 1900 OR FT-MES < 1 OR FT-MES > 12
               OR FT-DIA < 1
               DISPLAY "FECHA INVALIDA - SE CONSERVA LA ANTERIOR."
               GO TO 7200-EXIT
           END-IF
           PERFORM 8200-DIAS-DEL-MES
           IF FT-DIA > DIAS-DEL-MES
               DISPLAY "FECHA INVALIDA - SE CONSERVA LA ANTERIOR."
               GO TO 7200-EXIT
           END-IF
           MOVE FECHA-TRABAJO TO FECHA-INGRESADA
           MOVE "S" TO SW-FECHA-VALIDA.
       7200-EXIT.
           EXIT.

       7300-CAMBIAR-RIESGO.
           DISPLAY "NIVEL DE RIESGO NUEVO (B/M/A, VACIO = CONSERVAR): "
               WITH NO ADVANCING
           MOVE SPACE TO RIESGO-INGRESADO
           ACCEPT RIESGO-INGRESADO
           IF RIESGO-INGRESADO = SPACE
               GO TO 7300-EXIT
           END-IF
           IF RIESGO-INGRESADO NOT = "B" AND NOT = "M"
               AND NOT = "A"
               DISPLAY "NIVEL INVALIDO - SE CONSERVA EL ANTERIOR."
               GO TO 7300-EXIT
           END-IF
           IF RIESGO-INGRESADO = CL-NIVEL-RIESGO
               MOVE "M" TO CL-ORIGEN-RIESGO
               MOVE "S" TO SW-DATOS-CAMBIADOS
               GO TO 7300-EXIT
           END-IF
           MOVE CL-NIVEL-RIESGO TO RIESGO-ANTERIOR
           MOVE RIESGO-INGRESADO TO CL-NIVEL-RIESGO
           MOVE "M" TO CL-ORIGEN-RIESGO
           MOVE "S" TO SW-DATOS-CAMBIADOS
           IF CL-FECHA-REVISION = ZERO
               GO TO 7300-EXIT
           END-IF
           PERFORM 7500-MESES-DEL-CICLO
           MOVE CL-FECHA-REVISION TO FECHA-TRABAJO
           PERFORM 7600-SUMAR-MESES
           IF CL-PROXIMA-REVISION = ZERO
               OR FECHA-TRABAJO < CL-PROXIMA-REVISION
               MOVE FECHA-TRABAJO TO CL-PROXIMA-REVISION
               MOVE CL-PROXIMA-REVISION TO FECHA-PANTALLA
               DISPLAY "PROXIMA REVISION ADELANTADA AL "
                   FECHA-PANTALLA
           END-IF.
       7300-EXIT.
           EXIT.

      *        La revision confirma la identidad: exige documento
      *        vigente y un nivel de riesgo asignado. La proxima
      *        revision se fija a un ciclo del nivel desde hoy.
       7400-REGISTRAR-REVISION.
           IF CL-VENCE-DOCUMENTO = ZERO
               OR CL-VENCE-DOCUMENTO < FECHA-NEGOCIO
               DISPLAY "REVISION NO REGISTRADA - CARGUE PRIMERO EL "
                   "VENCIMIENTO DEL DOCUMENTO VIGENTE."
               GO TO 7400-EXIT
           END-IF
           IF NOT CL-RIESGO-VALIDO
               DISPLAY "REVISION NO REGISTRADA - ASIGNE PRIMERO UN "
                   "NIVEL DE RIESGO."
               GO TO 7400-EXIT
           END-IF
           MOVE FECHA-NEGOCIO TO CL-FECHA-REVISION
           MOVE OPERADOR-ID TO CL-OPERADOR-REVISION
           PERFORM 7500-MESES-DEL-CICLO
           MOVE FECHA-NEGOCIO TO FECHA-TRABAJO
           PERFORM 7600-SUMAR-MESES
           MOVE FECHA-TRABAJO TO CL-PROXIMA-REVISION
           REWRITE CL-REGISTRO-CLIENTE
           PERFORM 7700-BITACORA-REVISION
           MOVE CL-PROXIMA-REVISION TO FECHA-PANTALLA
           DISPLAY "REVISION REGISTRADA. PROXIMA REVISION: "
               FECHA-PANTALLA.
       7400-EXIT.
           EXIT.

       7500-MESES-DEL-CICLO.
           EVALUATE TRUE
               WHEN CL-RIESGO-BAJO
                   MOVE MESES-RIESGO-BAJO TO MESES-CICLO
               WHEN CL-RIESGO-ALTO
                   MOVE MESES-RIESGO-ALTO TO MESES-CICLO
               WHEN OTHER
                   MOVE MESES-RIESGO-MEDIO TO MESES-CICLO
           END-EVALUATE.

      *        Avanza FECHA-TRABAJO MESES-CICLO meses; un dia que no
      *        existe en el mes de llegada pasa al ultimo del mes.
       7600-SUMAR-MESES.
           COMPUTE TOTAL-MESES = FT-MES - 1 + MESES-CICLO
           DIVIDE TOTAL-MESES BY 12 GIVING COCIENTE-MESES
               REMAINDER RESIDUO-MESES
           ADD COCIENTE-MESES TO FT-ANO
           COMPUTE FT-MES = RESIDUO-MESES + 1
           PERFORM 8200-DIAS-DEL-MES
           IF FT-DIA > DIAS-DEL-MES
               MOVE DIAS-DEL-MES TO FT-DIA
           END-IF.

      *        Revision registrada: entrada sin efecto contable, con
      *        el cliente en la contraparte como CAMBIO-DAT.
       7700-BITACORA-REVISION.
           ACCEPT HORA-ACTUAL FROM TIME
           MOVE 0 TO AL-NUM-CUENTA
           MOVE "KYC-REVIS" TO AL-TIPO-TRANSACCION
           MOVE 0 TO AL-MONTO-TRANSACCION
           MOVE FECHA-NEGOCIO TO AL-FECHA
           MOVE HORA-ACTUAL TO AL-HORA
           MOVE OPERADOR-ID TO AL-OPERADOR
           MOVE ID-SESION TO AL-ID-SESION
           MOVE "N" TO AL-APROBADO-SUPERVISOR
           MOVE CL-NUM-CLIENTE TO AL-CUENTA-CONTRAPARTE
           MOVE SPACES TO AL-APROBADOR
           MOVE FECHA-NEGOCIO (3:6) TO REF-FECHA-CORTA
           MOVE ID-SESION (1:6) TO REF-SESION
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

      ******************************************************************
      * 8200 - DIAS DEL MES DE FECHA-TRABAJO
      ******************************************************************
       8200-DIAS-DEL-MES.
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
                   PERFORM 8300-ANO-BISIESTO
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
       8300-ANO-BISIESTO.
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

       9999-FINALIZAR.
           CLOSE CLIENTES-MAESTRO
           CLOSE CUENTAS-MAESTRO
           CLOSE ORDENES-PERMANENTES
           CLOSE BITACORA-AUDITORIA
           CLOSE MAESTRO-OPERADORES
           CLOSE TITULARES-CUENTA.

       END PROGRAM CLIMANT.
