      ******************************************************************
      * Author: medrano00
      * Installation: Banco Simulado
      * Date-Written: 15/10/2026
      * Date-Compiled:
      * Purpose: Maintenance for the TIPOCAMB exchange-rate table
      *          (TCAMREC): the bank's buying and selling rate per
      *          foreign currency and effective date, which CAJERO,
      *          ORDENPER and POSICMON read. Run like PARMANT: only
      *          an active supervisor signed on against OPERADOR gets
      *          in, and a rate is only proposed - it applies when a
      *          second, different supervisor approves it; any
      *          supervisor can reject it. Rates cannot be loaded for
      *          a date already past, and an approved rate whose date
      *          has been reached is never changed: the table doubles
      *          as the rate history. A rate approved for a later
      *          date can still be replaced by a new proposal.
      * Tectonics: cobc
      *
      * Modification History:
      *   15/10/2026 MDR  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIPCMANT.
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
      *        Tabla de tipos de cambio por moneda y fecha.
           SELECT TIPOS-CAMBIO
               ASSIGN TO "TIPOCAMB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-CLAVE
               FILE STATUS IS FS-TIPOCAMB.
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
       FD  TIPOS-CAMBIO
           LABEL RECORD IS STANDARD.
           COPY TCAMREC.

       FD  MAESTRO-OPERADORES
           LABEL RECORD IS STANDARD.
           COPY OPERREC.

       FD  ARCHIVO-FECHA-DIA
           LABEL RECORD IS STANDARD.
           COPY FECHACTL.

       WORKING-STORAGE SECTION.
           01  FS-TIPOCAMB                PIC X(02).
           01  FS-OPERADOR                PIC X(02).
           01  FS-FECHADIA                PIC X(02).

           01  OPCION                     PIC 9(01).
           01  MONEDA-BUSCADA             PIC X(03).
           01  FECHA-BUSCADA              PIC 9(08).
           01  COMPRA-INGRESADA           PIC 9(05)V9(04).
           01  VENTA-INGRESADA            PIC 9(05)V9(04).
           01  TASA-PANTALLA-1            PIC Z(04)9,9999.
           01  TASA-PANTALLA-2            PIC Z(04)9,9999.
           01  ESPACIOS-EN-MONEDA         PIC 9(01).
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
           01  TOTAL-LISTADOS             PIC 9(05).

      *        Tipo vigente hallado para una moneda y fecha.
           01  VIGENTE-FECHA              PIC 9(08).
           01  VIGENTE-COMPRA             PIC 9(05)V9(04).
           01  VIGENTE-VENTA              PIC 9(05)V9(04).

           01  SW-CONTINUAR               PIC X(01) VALUE "S".
               88  SESION-TERMINADA               VALUE "N".
           01  SW-TIPOS-EOF               PIC X(01) VALUE "N".
               88  FIN-TIPOS                      VALUE "S".
           01  SW-REGISTRO-EXISTE         PIC X(01) VALUE "N".
               88  REGISTRO-YA-EXISTE             VALUE "S".
           01  SW-FIRMA-VALIDA            PIC X(01) VALUE "N".
               88  FIRMA-VALIDA                   VALUE "S".
           01  SW-SOLO-PENDIENTES         PIC X(01) VALUE "N".
               88  SOLO-PENDIENTES                VALUE "S".
           01  SW-VIGENTE-HALLADO         PIC X(01) VALUE "N".
               88  VIGENTE-HALLADO                VALUE "S".

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 1100-FIRMAR-SUPERVISOR THRU 1100-EXIT
           IF NOT FIRMA-VALIDA
               DISPLAY "TIPCMANT: ACCESO DENEGADO."
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
           OPEN I-O TIPOS-CAMBIO
           IF FS-TIPOCAMB NOT = "00"
               OPEN OUTPUT TIPOS-CAMBIO
               CLOSE TIPOS-CAMBIO
               OPEN I-O TIPOS-CAMBIO
               IF FS-TIPOCAMB NOT = "00"
                   DISPLAY "TIPCMANT: NO SE PUDO ABRIR TIPOCAMB."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *        Firma contra el maestro OPERADOR, como en PARMANT:
      *        solo un supervisor activo, con tres intentos, y sin
      *        maestro no se entra.
       1100-FIRMAR-SUPERVISOR.
           OPEN INPUT MAESTRO-OPERADORES
           IF FS-OPERADOR NOT = "00"
               DISPLAY "TIPCMANT: SIN MAESTRO DE OPERADORES - DE ALTA "
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
           DISPLAY "==== TIPOS DE CAMBIO - DIA " FECHA-NEGOCIO " ====".
           DISPLAY "1. PROPONER TIPO DE CAMBIO".
           DISPLAY "2. CONSULTA POR MONEDA".
           DISPLAY "3. LISTADO COMPLETO".
           DISPLAY "4. PROPUESTAS PENDIENTES".
           DISPLAY "5. APROBAR / RECHAZAR UNA PROPUESTA".
           DISPLAY "6. SALIR".
           DISPLAY "SELECCIONE UNA OPCION: " WITH NO ADVANCING.
           ACCEPT OPCION
           EVALUATE OPCION
               WHEN 1
                   PERFORM 3000-PROPONER-TIPO THRU 3000-EXIT
               WHEN 2
                   PERFORM 4000-CONSULTA THRU 4000-EXIT
               WHEN 3
                   MOVE "N" TO SW-SOLO-PENDIENTES
                   PERFORM 5000-LISTADO THRU 5000-EXIT
               WHEN 4
                   MOVE "S" TO SW-SOLO-PENDIENTES
                   PERFORM 5000-LISTADO THRU 5000-EXIT
               WHEN 5
                   PERFORM 8000-APROBAR-RECHAZAR THRU 8000-EXIT
               WHEN 6
                   MOVE "N" TO SW-CONTINUAR
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA."
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000 - PROPUESTA DE UN TIPO DE CAMBIO
      ******************************************************************
      *        La propuesta queda en el registro de la moneda y
      *        fecha; los tipos vigentes no cambian hasta que otro
      *        supervisor la apruebe. No se cargan fechas pasadas, ni
      *        se tocan tipos aprobados cuya fecha ya llego: con
      *        ellos se convirtieron movimientos.
       3000-PROPONER-TIPO.
           PERFORM 3100-PEDIR-CLAVE THRU 3100-EXIT
           IF MONEDA-BUSCADA = SPACES
               GO TO 3000-EXIT
           END-IF
           IF FECHA-BUSCADA < FECHA-NEGOCIO
               DISPLAY "FECHA PASADA - NO SE CARGAN TIPOS ANTERIORES "
                   "AL DIA DE NEGOCIO " FECHA-NEGOCIO "."
               GO TO 3000-EXIT
           END-IF
           MOVE "N" TO SW-REGISTRO-EXISTE
           MOVE MONEDA-BUSCADA TO TC-MONEDA
           MOVE FECHA-BUSCADA TO TC-FECHA-VIGENCIA
           READ TIPOS-CAMBIO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO SW-REGISTRO-EXISTE
           END-READ
           IF REGISTRO-YA-EXISTE
               PERFORM 6000-MOSTRAR-TIPO
               IF TC-CON-PROPUESTA
                   DISPLAY "YA HAY UNA PROPUESTA DE "
                       TC-OPERADOR-PROPUESTA " - APRUEBELA O "
                       "RECHACELA PRIMERO."
                   GO TO 3000-EXIT
               END-IF
               IF TC-APROBADO
                   AND TC-FECHA-VIGENCIA NOT > FECHA-NEGOCIO
                   DISPLAY "TIPO YA VIGENTE - NO SE MODIFICA."
                   GO TO 3000-EXIT
               END-IF
           END-IF
           DISPLAY "TIPO COMPRADOR: " WITH NO ADVANCING
           ACCEPT COMPRA-INGRESADA
           DISPLAY "TIPO VENDEDOR : " WITH NO ADVANCING
           ACCEPT VENTA-INGRESADA
           IF COMPRA-INGRESADA = ZERO OR VENTA-INGRESADA = ZERO
               DISPLAY "LOS TIPOS NO PUEDEN SER CERO."
               GO TO 3000-EXIT
           END-IF
           IF VENTA-INGRESADA < COMPRA-INGRESADA
               DISPLAY "EL TIPO VENDEDOR NO PUEDE SER MENOR QUE EL "
                   "COMPRADOR."
               GO TO 3000-EXIT
           END-IF
           IF NOT REGISTRO-YA-EXISTE
               INITIALIZE TC-REGISTRO-CAMBIO
               MOVE MONEDA-BUSCADA TO TC-MONEDA
               MOVE FECHA-BUSCADA TO TC-FECHA-VIGENCIA
               MOVE "P" TO TC-ESTADO
           END-IF
           MOVE "S" TO TC-HAY-PROPUESTA
           MOVE COMPRA-INGRESADA TO TC-COMPRA-PROPUESTA
           MOVE VENTA-INGRESADA TO TC-VENTA-PROPUESTA
           MOVE OPERADOR-SESION TO TC-OPERADOR-PROPUESTA
           ACCEPT TC-FECHA-PROPUESTA FROM DATE YYYYMMDD
           ACCEPT HORA-ACTUAL FROM TIME
           MOVE HORA-HHMMSS TO TC-HORA-PROPUESTA
           IF REGISTRO-YA-EXISTE
               REWRITE TC-REGISTRO-CAMBIO
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR LA PROPUESTA."
                       GO TO 3000-EXIT
               END-REWRITE
           ELSE
               WRITE TC-REGISTRO-CAMBIO
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR LA PROPUESTA."
                       GO TO 3000-EXIT
               END-WRITE
           END-IF
           DISPLAY "PROPUESTA CARGADA - QUEDA PENDIENTE DE "
               "APROBACION DE OTRO SUPERVISOR.".
       3000-EXIT.
           EXIT.

      *        Moneda (tres letras) y fecha de vigencia; la moneda
      *        vuelve en espacios si no es valida.
       3100-PEDIR-CLAVE.
           DISPLAY "MONEDA (CODIGO DE 3 LETRAS): " WITH NO ADVANCING
           ACCEPT MONEDA-BUSCADA
           MOVE 0 TO ESPACIOS-EN-MONEDA
           INSPECT MONEDA-BUSCADA TALLYING ESPACIOS-EN-MONEDA
               FOR ALL SPACES
           IF ESPACIOS-EN-MONEDA NOT = 0
               OR MONEDA-BUSCADA IS NOT ALPHABETIC-UPPER
               DISPLAY "MONEDA INVALIDA."
               MOVE SPACES TO MONEDA-BUSCADA
               GO TO 3100-EXIT
           END-IF
           DISPLAY "FECHA DE VIGENCIA AAAAMMDD: " WITH NO ADVANCING
           ACCEPT FECHA-BUSCADA
           IF FECHA-BUSCADA NOT NUMERIC OR FECHA-BUSCADA = ZERO
               DISPLAY "FECHA INVALIDA."
               MOVE SPACES TO MONEDA-BUSCADA
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000 - CONSULTA DE UNA MONEDA
      ******************************************************************
      *        Muestra el tipo vigente en el dia de negocio y todos
      *        los registros de la moneda, del mas antiguo al ultimo.
       4000-CONSULTA.
           DISPLAY "MONEDA: " WITH NO ADVANCING
           ACCEPT MONEDA-BUSCADA
           MOVE FECHA-NEGOCIO TO FECHA-BUSCADA
           PERFORM 6500-BUSCAR-VIGENTE THRU 6500-EXIT
           IF VIGENTE-HALLADO
               MOVE VIGENTE-COMPRA TO TASA-PANTALLA-1
               MOVE VIGENTE-VENTA TO TASA-PANTALLA-2
               DISPLAY "VIGENTE AL " FECHA-NEGOCIO " (DESDE "
                   VIGENTE-FECHA "): COMPRA " TASA-PANTALLA-1
                   " VENTA " TASA-PANTALLA-2
           ELSE
               DISPLAY "SIN TIPO VIGENTE AL " FECHA-NEGOCIO "."
           END-IF
           MOVE 0 TO TOTAL-LISTADOS
           MOVE "N" TO SW-TIPOS-EOF
           MOVE MONEDA-BUSCADA TO TC-MONEDA
           MOVE 0 TO TC-FECHA-VIGENCIA
           START TIPOS-CAMBIO
               KEY NOT LESS THAN TC-CLAVE
               INVALID KEY
                   GO TO 4000-EXIT
           END-START
           PERFORM 4100-LISTAR-UNA-FECHA THRU 4100-EXIT
               UNTIL FIN-TIPOS.
       4000-EXIT.
           EXIT.

       4100-LISTAR-UNA-FECHA.
           READ TIPOS-CAMBIO NEXT RECORD
               AT END
                   MOVE "S" TO SW-TIPOS-EOF
                   GO TO 4100-EXIT
           END-READ
           IF TC-MONEDA NOT = MONEDA-BUSCADA
               MOVE "S" TO SW-TIPOS-EOF
               GO TO 4100-EXIT
           END-IF
           PERFORM 6000-MOSTRAR-TIPO.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000 - LISTADO COMPLETO O SOLO DE PROPUESTAS PENDIENTES
      ******************************************************************
       5000-LISTADO.
           MOVE 0 TO TOTAL-LISTADOS
           MOVE "N" TO SW-TIPOS-EOF
           MOVE LOW-VALUES TO TC-CLAVE
           START TIPOS-CAMBIO
               KEY NOT LESS THAN TC-CLAVE
               INVALID KEY
                   DISPLAY "SIN TIPOS DE CAMBIO REGISTRADOS."
                   GO TO 5000-EXIT
           END-START
           PERFORM 5100-LISTAR-UNO THRU 5100-EXIT
               UNTIL FIN-TIPOS
           IF SOLO-PENDIENTES
               DISPLAY "PROPUESTAS PENDIENTES: " TOTAL-LISTADOS
           ELSE
               DISPLAY "REGISTROS LISTADOS: " TOTAL-LISTADOS
           END-IF.
       5000-EXIT.
           EXIT.

       5100-LISTAR-UNO.
           READ TIPOS-CAMBIO NEXT RECORD
               AT END
                   MOVE "S" TO SW-TIPOS-EOF
                   GO TO 5100-EXIT
           END-READ
           IF SOLO-PENDIENTES AND NOT TC-CON-PROPUESTA
               GO TO 5100-EXIT
           END-IF
           ADD 1 TO TOTAL-LISTADOS
           PERFORM 6000-MOSTRAR-TIPO.
       5100-EXIT.
           EXIT.

       6000-MOSTRAR-TIPO.
           IF TC-APROBADO
               MOVE TC-COMPRA TO TASA-PANTALLA-1
               MOVE TC-VENTA TO TASA-PANTALLA-2
               DISPLAY TC-MONEDA " " TC-FECHA-VIGENCIA
                   " COMPRA: " TASA-PANTALLA-1
                   " VENTA: " TASA-PANTALLA-2
                   " CARGO " TC-OPERADOR-CARGA
                   " APROBO " TC-OPERADOR-APROBACION
           ELSE
               DISPLAY TC-MONEDA " " TC-FECHA-VIGENCIA
                   " SIN APROBAR"
           END-IF
           IF TC-CON-PROPUESTA
               MOVE TC-COMPRA-PROPUESTA TO TASA-PANTALLA-1
               MOVE TC-VENTA-PROPUESTA TO TASA-PANTALLA-2
               DISPLAY "    PROPUESTA COMPRA: " TASA-PANTALLA-1
                   " VENTA: " TASA-PANTALLA-2
                   " DE " TC-OPERADOR-PROPUESTA
                   " EL " TC-FECHA-PROPUESTA
                   " A LAS " TC-HORA-PROPUESTA
           END-IF.

      *        Tipo vigente de MONEDA-BUSCADA en FECHA-BUSCADA: el
      *        del ultimo registro aprobado con fecha de vigencia no
      *        posterior. Los registros de la moneda se recorren en
      *        orden de fecha.
       6500-BUSCAR-VIGENTE.
           MOVE "N" TO SW-VIGENTE-HALLADO
           MOVE "N" TO SW-TIPOS-EOF
           MOVE MONEDA-BUSCADA TO TC-MONEDA
           MOVE 0 TO TC-FECHA-VIGENCIA
           START TIPOS-CAMBIO
               KEY NOT LESS THAN TC-CLAVE
               INVALID KEY
                   GO TO 6500-EXIT
           END-START
           PERFORM 6510-PROBAR-UNA-FECHA THRU 6510-EXIT
               UNTIL FIN-TIPOS.
       6500-EXIT.
           EXIT.

       6510-PROBAR-UNA-FECHA.
           READ TIPOS-CAMBIO NEXT RECORD
               AT END
                   MOVE "S" TO SW-TIPOS-EOF
                   GO TO 6510-EXIT
           END-READ
           IF TC-MONEDA NOT = MONEDA-BUSCADA
               OR TC-FECHA-VIGENCIA > FECHA-BUSCADA
               MOVE "S" TO SW-TIPOS-EOF
               GO TO 6510-EXIT
           END-IF
           IF TC-APROBADO
               MOVE "S" TO SW-VIGENTE-HALLADO
               MOVE TC-FECHA-VIGENCIA TO VIGENTE-FECHA
               MOVE TC-COMPRA TO VIGENTE-COMPRA
               MOVE TC-VENTA TO VIGENTE-VENTA
           END-IF.
       6510-EXIT.
           EXIT.

      ******************************************************************
      * 8000 - APROBACION O RECHAZO DE UNA PROPUESTA
      ******************************************************************
      *        Aprueba un supervisor distinto del que la cargo;
      *        rechazar puede cualquiera. Rechazar la propuesta de un
      *        registro nunca aprobado lo da de baja; si ya tenia
      *        tipos aprobados, estos quedan como estaban.
       8000-APROBAR-RECHAZAR.
           PERFORM 3100-PEDIR-CLAVE THRU 3100-EXIT
           IF MONEDA-BUSCADA = SPACES
               GO TO 8000-EXIT
           END-IF
           MOVE MONEDA-BUSCADA TO TC-MONEDA
           MOVE FECHA-BUSCADA TO TC-FECHA-VIGENCIA
           READ TIPOS-CAMBIO
               INVALID KEY
                   DISPLAY "NO HAY TIPO CARGADO PARA ESA MONEDA Y "
                       "FECHA."
                   GO TO 8000-EXIT
           END-READ
           IF NOT TC-CON-PROPUESTA
               DISPLAY "EL REGISTRO NO TIENE PROPUESTA PENDIENTE."
               GO TO 8000-EXIT
           END-IF
           PERFORM 6000-MOSTRAR-TIPO
           DISPLAY "A = APROBAR, R = RECHAZAR, OTRO = VOLVER: "
               WITH NO ADVANCING
           ACCEPT DECISION
           IF DECISION-RECHAZAR
               PERFORM 8200-RECHAZAR-PROPUESTA THRU 8200-EXIT
               GO TO 8000-EXIT
           END-IF
           IF NOT DECISION-APROBAR
               GO TO 8000-EXIT
           END-IF
           IF TC-OPERADOR-PROPUESTA = OPERADOR-SESION
               DISPLAY "QUIEN CARGO LA PROPUESTA NO PUEDE APROBARLA - "
                   "DEBE HACERLO OTRO SUPERVISOR."
               GO TO 8000-EXIT
           END-IF
      *        Aprobar hoy un tipo con fecha ya pasada cambiaria el
      *        tipo con que se convirtieron movimientos anteriores.
           IF TC-FECHA-VIGENCIA < FECHA-NEGOCIO
               DISPLAY "LA FECHA DE VIGENCIA YA PASO - RECHACE LA "
                   "PROPUESTA Y CARGUE UNA NUEVA."
               GO TO 8000-EXIT
           END-IF
      *        Un tipo aprobado que ya rige no se reemplaza: con el
      *        ya se convirtieron movimientos (misma regla que 3000).
           IF TC-APROBADO
               AND TC-FECHA-VIGENCIA NOT > FECHA-NEGOCIO
               DISPLAY "TIPO YA VIGENTE - NO SE MODIFICA."
               GO TO 8000-EXIT
           END-IF
           MOVE TC-COMPRA-PROPUESTA TO TC-COMPRA
           MOVE TC-VENTA-PROPUESTA TO TC-VENTA
           MOVE TC-OPERADOR-PROPUESTA TO TC-OPERADOR-CARGA
           MOVE TC-FECHA-PROPUESTA TO TC-FECHA-CARGA
           MOVE OPERADOR-SESION TO TC-OPERADOR-APROBACION
           ACCEPT TC-FECHA-APROBACION FROM DATE YYYYMMDD
           ACCEPT HORA-ACTUAL FROM TIME
           MOVE HORA-HHMMSS TO TC-HORA-APROBACION
           MOVE "A" TO TC-ESTADO
           PERFORM 8100-LIMPIAR-PROPUESTA
           REWRITE TC-REGISTRO-CAMBIO
               INVALID KEY
                   DISPLAY "NO SE PUDO APLICAR LA PROPUESTA."
                   GO TO 8000-EXIT
           END-REWRITE
           DISPLAY "TIPO DE CAMBIO APROBADO - VIGENTE DESDE EL "
               TC-FECHA-VIGENCIA ".".
       8000-EXIT.
           EXIT.

       8100-LIMPIAR-PROPUESTA.
           MOVE "N" TO TC-HAY-PROPUESTA
           MOVE 0 TO TC-COMPRA-PROPUESTA
           MOVE 0 TO TC-VENTA-PROPUESTA
           MOVE SPACES TO TC-OPERADOR-PROPUESTA
           MOVE 0 TO TC-FECHA-PROPUESTA
           MOVE 0 TO TC-HORA-PROPUESTA.

       8200-RECHAZAR-PROPUESTA.
           IF TC-SIN-APROBAR
               DELETE TIPOS-CAMBIO
                   INVALID KEY
                       DISPLAY "NO SE PUDO BORRAR LA PROPUESTA."
                       GO TO 8200-EXIT
               END-DELETE
           ELSE
               PERFORM 8100-LIMPIAR-PROPUESTA
               REWRITE TC-REGISTRO-CAMBIO
                   INVALID KEY
                       DISPLAY "NO SE PUDO BORRAR LA PROPUESTA."
                       GO TO 8200-EXIT
               END-REWRITE
           END-IF
           DISPLAY "PROPUESTA RECHAZADA - TIPOS VIGENTES SIN "
               "MODIFICAR.".
       8200-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE TIPOS-CAMBIO.

       END PROGRAM TIPCMANT.
