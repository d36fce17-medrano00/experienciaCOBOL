      *          brand-new (empty) master, where the first record -
      *          necessarily a supervisor - can be created without
      *          one, so an installation can bootstrap itself.
      *          Also maintains the CAJERO entitlements (PERMISOS,
      *          PERMREC) per role or per operator, and prints the
      *          ACCESREV access review of who can do what, for the
      *          quarterly security review.
      * Tectonics: cobc
      *
      * Modification History:
      *   02/09/2026 MDR  Initial version.
      *   15/10/2026 MDR  Options 5 and 6: CAJERO entitlements
      *                   (PERMISOS) per role or operator, with
      *                   change stamp, and the ACCESREV access
      *                   review listing for the security review.
      *   15/10/2026 MDR  Permission delete now checks INVALID KEY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMANT.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OE-ID-OPERADOR
               FILE STATUS IS FS-OPERADOR.
      *        Opciones y acciones de CAJERO por rol u operador.
           SELECT PERMISOS-OPERADOR
               ASSIGN TO "PERMISOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-CLAVE
               FILE STATUS IS FS-PERMISOS.
      *        Listado impreso de revision de accesos.
           SELECT REVISION-ACCESOS
               ASSIGN TO "ACCESREV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ACCESREV.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD IS STANDARD.
           COPY OPERREC.

       FD  PERMISOS-OPERADOR
           LABEL RECORD IS STANDARD.
           COPY PERMREC.

       FD  REVISION-ACCESOS
           LABEL RECORD IS STANDARD.
       01  RV-LINEA                       PIC X(132).

       WORKING-STORAGE SECTION.
           01  FS-OPERADOR                PIC X(02).
           01  FS-PERMISOS                PIC X(02).
           01  FS-ACCESREV                PIC X(02).

           01  OPCION                     PIC 9(01).
           01  ID-BUSCADO                 PIC X(08).
           01  ID-SUPERVISOR              PIC X(08).
           01  CLAVE-SUPERVISOR           PIC X(08).
           01  LIMITE-PANTALLA            PIC Z(08)9,99.
           01  TIPO-SUJETO                PIC X(01).
           01  SUJETO-BUSCADO             PIC X(08).
           01  RESPUESTA                  PIC X(01).
           01  IND-PERMISO                PIC 9(02) COMP.
           01  FECHA-SISTEMA              PIC 9(08).
           01  ORIGEN-PERMISO             PIC X(15).
           01  TOTAL-REVISADOS            PIC 9(05) VALUE 0.
           01  TOTAL-RESTRINGIDOS         PIC 9(05) VALUE 0.
           01  TOTAL-SIN-RESTRICCION      PIC 9(05) VALUE 0.

           01  SW-CONTINUAR               PIC X(01) VALUE "S".
               88  SESION-TERMINADA               VALUE "N".
               88  MAESTRO-VACIO                  VALUE "S".
           01  SW-ACCESO-VALIDO           PIC X(01) VALUE "N".
               88  ACCESO-VALIDO                  VALUE "S".
           01  SW-PERMISO-EXISTE          PIC X(01) VALUE "N".
               88  PERMISO-YA-EXISTE              VALUE "S".

      *        Textos del menu de CAJERO y de sus acciones de ESTADO
      *        DE CUENTA, en el orden de PM-OPCIONES y PM-ACCIONES.
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

      *        Lineas del listado ACCESREV.
           01  ENC-TITULO.
               05  FILLER                 PIC X(10) VALUE SPACES.
               05  FILLER                 PIC X(47) VALUE
                   "REVISION DE ACCESOS A CAJERO POR OPERADOR Y ROL".
               05  FILLER                 PIC X(75) VALUE SPACES.
           01  ENC-FECHA.
               05  FILLER                 PIC X(07) VALUE "FECHA: ".
               05  ENC-FECHA-DIA          PIC 9(08).
               05  FILLER                 PIC X(117) VALUE SPACES.
           01  ENC-SECCION.
               05  FILLER                 PIC X(05) VALUE "==== ".
               05  ENC-NOMBRE-SECCION     PIC X(30).
               05  FILLER                 PIC X(05) VALUE " ====".
               05  FILLER                 PIC X(92) VALUE SPACES.
           01  ENC-COLUMNAS.
               05  FILLER                 PIC X(09) VALUE "OPERADOR".
               05  FILLER                 PIC X(32) VALUE "NOMBRE".
               05  FILLER                 PIC X(04) VALUE "ROL".
               05  FILLER                 PIC X(03) VALUE "ES".
               05  FILLER                 PIC X(16) VALUE "ORIGEN".
               05  FILLER                 PIC X(45) VALUE
                   " 01 02 03 04 05 06 07 08 09 10 11 12 13 14 15".
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  FILLER                 PIC X(10) VALUE
                   " 1 2 3 4 5".
               05  FILLER                 PIC X(11) VALUE SPACES.
           01  DET-ACCESO.
               05  DET-ID                 PIC X(08).
               05  FILLER                 PIC X(01) VALUE SPACE.
               05  DET-NOMBRE             PIC X(30).
               05  FILLER                 PIC X(03) VALUE SPACES.
               05  DET-ROL                PIC X(01).
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  DET-ESTADO             PIC X(01).
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  DET-ORIGEN             PIC X(15).
               05  FILLER                 PIC X(01) VALUE SPACE.
               05  DET-OPCIONES.
                   10  DET-OPCION         PIC X(03) OCCURS 15 TIMES.
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  DET-ACCIONES.
                   10  DET-ACCION         PIC X(02) OCCURS 5 TIMES.
               05  FILLER                 PIC X(11) VALUE SPACES.
           01  DET-LEYENDA.
               05  FILLER                 PIC X(04) VALUE SPACES.
               05  DET-TEXTO-LEYENDA      PIC X(32).
               05  FILLER                 PIC X(96) VALUE SPACES.
           01  TOT-REVISION.
               05  FILLER                 PIC X(21) VALUE
                   "OPERADORES REVISADOS:".
               05  TOT-REVISADOS          PIC ZZZZ9.
               05  FILLER                 PIC X(18) VALUE
                   "  CON RESTRICCION:".
               05  TOT-RESTRINGIDOS       PIC ZZZZ9.
               05  FILLER                 PIC X(18) VALUE
                   "  SIN RESTRICCION:".
               05  TOT-SIN-RESTRICCION    PIC ZZZZ9.
               05  FILLER                 PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
      ******************************************************************
           IF NOT ACCESO-VALIDO
               DISPLAY "OPERMANT: ACCESO DENEGADO."
               CLOSE MAESTRO-OPERADORES
               CLOSE PERMISOS-OPERADOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-PROCESO-PRINCIPAL THRU 2000-EXIT
               UNTIL SESION-TERMINADA
           CLOSE MAESTRO-OPERADORES
           CLOSE PERMISOS-OPERADOR
           STOP RUN.

       1000-INICIALIZAR.
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O PERMISOS-OPERADOR
           IF FS-PERMISOS NOT = "00"
               OPEN OUTPUT PERMISOS-OPERADOR
               CLOSE PERMISOS-OPERADOR
               OPEN I-O PERMISOS-OPERADOR
               IF FS-PERMISOS NOT = "00"
                   DISPLAY "OPERMANT: NO SE PUDO ABRIR PERMISOS."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
      *        Con el maestro vacio rige el modo de arranque: el
      *        primer registro se crea sin pedir credenciales.
           MOVE LOW-VALUES TO OE-ID-OPERADOR
           DISPLAY "2. CONSULTA".
           DISPLAY "3. LISTADO COMPLETO".
           DISPLAY "4. BLOQUEAR / REACTIVAR".
           DISPLAY "5. PERMISOS EN CAJERO".
           DISPLAY "6. REVISION DE ACCESOS".
           DISPLAY "7. SALIR".
           DISPLAY "SELECCIONE UNA OPCION: " WITH NO ADVANCING.
           ACCEPT OPCION
           EVALUATE OPCION
               WHEN 4
                   PERFORM 6000-BLOQUEAR-REACTIVAR THRU 6000-EXIT
               WHEN 5
                   PERFORM 8000-MANTENER-PERMISOS THRU 8000-EXIT
               WHEN 6
                   PERFORM 9000-REVISION-ACCESOS THRU 9000-EXIT
               WHEN 7
                   MOVE "N" TO SW-CONTINUAR
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA."
               " LIMITE: " LIMITE-PANTALLA
               " ESTADO: " OE-ESTADO.

      ******************************************************************
      * 8000 - PERMISOS DE UN ROL O DE UN OPERADOR EN CAJERO
      ******************************************************************
      *        El registro de un operador reemplaza al de su rol. Al
      *        eliminarlo el operador vuelve al de su rol; al eliminar
      *        el de un rol, sus operadores sin registro propio quedan
      *        sin restriccion.
       8000-MANTENER-PERMISOS.
           MOVE "N" TO SW-PERMISO-EXISTE
           DISPLAY "PERMISOS DE (R=ROL, O=OPERADOR): " WITH NO ADVANCING
           ACCEPT TIPO-SUJETO
           IF TIPO-SUJETO NOT = "R" AND TIPO-SUJETO NOT = "O"
               DISPLAY "TIPO INVALIDO."
               GO TO 8000-EXIT
           END-IF
           MOVE SPACES TO SUJETO-BUSCADO
           IF TIPO-SUJETO = "R"
               DISPLAY "ROL (C=CAJERO, S=SUPERVISOR): "
                   WITH NO ADVANCING
               ACCEPT SUJETO-BUSCADO
               IF SUJETO-BUSCADO NOT = "C"
                   AND SUJETO-BUSCADO NOT = "S"
                   DISPLAY "ROL INVALIDO."
                   GO TO 8000-EXIT
               END-IF
           ELSE
               DISPLAY "ID DE OPERADOR: " WITH NO ADVANCING
               ACCEPT SUJETO-BUSCADO
               MOVE SUJETO-BUSCADO TO OE-ID-OPERADOR
               READ MAESTRO-OPERADORES
                   INVALID KEY
                       DISPLAY "OPERADOR NO ENCONTRADO."
                       GO TO 8000-EXIT
               END-READ
           END-IF
           MOVE TIPO-SUJETO TO PM-TIPO-SUJETO
           MOVE SUJETO-BUSCADO TO PM-SUJETO
           READ PERMISOS-OPERADOR
               INVALID KEY
                   MOVE ALL "S" TO PM-OPCIONES
                   MOVE ALL "S" TO PM-ACCIONES
               NOT INVALID KEY
                   MOVE "S" TO SW-PERMISO-EXISTE
           END-READ
           IF PERMISO-YA-EXISTE
               DISPLAY "REGISTRO ACTUAL - ULTIMO CAMBIO " PM-FECHA-ALTA
                   " POR " PM-OPERADOR
               DISPLAY "ELIMINAR EL REGISTRO (S/N): " WITH NO ADVANCING
               ACCEPT RESPUESTA
               IF RESPUESTA = "S"
                   DELETE PERMISOS-OPERADOR
                       INVALID KEY
                           DISPLAY "NO SE PUDIERON ELIMINAR LOS "
                               "PERMISOS."
                       NOT INVALID KEY
                           DISPLAY "PERMISOS ELIMINADOS."
                   END-DELETE
                   GO TO 8000-EXIT
               END-IF
           ELSE
               DISPLAY "SIN REGISTRO - SE PARTE DE TODO PERMITIDO."
           END-IF
           DISPLAY "S = PERMITIDA, N = NO, ENTER = SIN CAMBIO."
           PERFORM 8100-CAPTURAR-OPCION
               VARYING IND-PERMISO FROM 1 BY 1
               UNTIL IND-PERMISO > 15
           DISPLAY "ACCIONES DE 7. ESTADO DE CUENTA:"
           PERFORM 8200-CAPTURAR-ACCION
               VARYING IND-PERMISO FROM 1 BY 1
               UNTIL IND-PERMISO > 5
           MOVE ID-SUPERVISOR TO PM-OPERADOR
           ACCEPT PM-FECHA-ALTA FROM DATE YYYYMMDD
           IF PERMISO-YA-EXISTE
               REWRITE PM-REGISTRO-PERMISO
               DISPLAY "PERMISOS ACTUALIZADOS."
           ELSE
               WRITE PM-REGISTRO-PERMISO
                   INVALID KEY
                       DISPLAY "NO SE PUDIERON GRABAR LOS PERMISOS."
                       GO TO 8000-EXIT
               END-WRITE
               DISPLAY "PERMISOS DADOS DE ALTA."
           END-IF.
       8000-EXIT.
           EXIT.

       8100-CAPTURAR-OPCION.
           MOVE SPACE TO RESPUESTA
           DISPLAY TEXTO-MENU (IND-PERMISO) " ["
               PM-OPCION-MENU (IND-PERMISO) "]: " WITH NO ADVANCING
           ACCEPT RESPUESTA
           IF RESPUESTA = "S" OR RESPUESTA = "N"
               MOVE RESPUESTA TO PM-OPCION-MENU (IND-PERMISO)
           END-IF.

       8200-CAPTURAR-ACCION.
           MOVE SPACE TO RESPUESTA
           DISPLAY TEXTO-ACCION (IND-PERMISO) " ["
               PM-ACCION-ESTADO (IND-PERMISO) "]: " WITH NO ADVANCING
           ACCEPT RESPUESTA
           IF RESPUESTA = "S" OR RESPUESTA = "N"
               MOVE RESPUESTA TO PM-ACCION-ESTADO (IND-PERMISO)
           END-IF.

      ******************************************************************
      * 9000 - LISTADO DE REVISION DE ACCESOS (ACCESREV)
      ******************************************************************
      *        Primero los registros de rol, luego cada operador del
      *        maestro con los permisos que CAJERO le aplicaria y de
      *        donde salen; al pie, la leyenda de las columnas.
       9000-REVISION-ACCESOS.
           OPEN OUTPUT REVISION-ACCESOS
           IF FS-ACCESREV NOT = "00"
               DISPLAY "OPERMANT: NO SE PUDO ABRIR ACCESREV."
               GO TO 9000-EXIT
           END-IF
           MOVE 0 TO TOTAL-REVISADOS
           MOVE 0 TO TOTAL-RESTRINGIDOS
           MOVE 0 TO TOTAL-SIN-RESTRICCION
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           WRITE RV-LINEA FROM ENC-TITULO AFTER ADVANCING PAGE
           MOVE FECHA-SISTEMA TO ENC-FECHA-DIA
           WRITE RV-LINEA FROM ENC-FECHA AFTER ADVANCING 1 LINE
           MOVE "PERMISOS POR ROL" TO ENC-NOMBRE-SECCION
           WRITE RV-LINEA FROM ENC-SECCION AFTER ADVANCING 2 LINES
           WRITE RV-LINEA FROM ENC-COLUMNAS AFTER ADVANCING 1 LINE
           MOVE "C" TO OE-ROL
           MOVE "CAJERO (REGISTRO DE ROL)" TO DET-NOMBRE
           PERFORM 9100-LINEA-ROL
           MOVE "S" TO OE-ROL
           MOVE "SUPERVISOR (REGISTRO DE ROL)" TO DET-NOMBRE
           PERFORM 9100-LINEA-ROL
           MOVE "PERMISOS POR OPERADOR" TO ENC-NOMBRE-SECCION
           WRITE RV-LINEA FROM ENC-SECCION AFTER ADVANCING 2 LINES
           WRITE RV-LINEA FROM ENC-COLUMNAS AFTER ADVANCING 1 LINE
           MOVE "N" TO SW-OPERADOR-EOF
           MOVE LOW-VALUES TO OE-ID-OPERADOR
           START MAESTRO-OPERADORES
               KEY NOT LESS THAN OE-ID-OPERADOR
               INVALID KEY
                   MOVE "S" TO SW-OPERADOR-EOF
           END-START
           PERFORM 9200-LINEA-OPERADOR THRU 9200-EXIT
               UNTIL FIN-OPERADOR
           MOVE TOTAL-REVISADOS TO TOT-REVISADOS
           MOVE TOTAL-RESTRINGIDOS TO TOT-RESTRINGIDOS
           MOVE TOTAL-SIN-RESTRICCION TO TOT-SIN-RESTRICCION
           WRITE RV-LINEA FROM TOT-REVISION AFTER ADVANCING 2 LINES
           MOVE "OPCIONES DEL MENU DE CAJERO" TO ENC-NOMBRE-SECCION
           WRITE RV-LINEA FROM ENC-SECCION AFTER ADVANCING 2 LINES
           PERFORM 9400-LEYENDA-OPCION
               VARYING IND-PERMISO FROM 1 BY 1
               UNTIL IND-PERMISO > 15
           MOVE "ACCIONES DE ESTADO DE CUENTA" TO ENC-NOMBRE-SECCION
           WRITE RV-LINEA FROM ENC-SECCION AFTER ADVANCING 2 LINES
           PERFORM 9500-LEYENDA-ACCION
               VARYING IND-PERMISO FROM 1 BY 1
               UNTIL IND-PERMISO > 5
           CLOSE REVISION-ACCESOS
           DISPLAY "REVISION DE ACCESOS EN ACCESREV - "
               TOTAL-REVISADOS " OPERADORES.".
       9000-EXIT.
           EXIT.

      *        Registro del rol que esta en OE-ROL, si lo hay.
       9100-LINEA-ROL.
           MOVE "R" TO PM-TIPO-SUJETO
           MOVE OE-ROL TO PM-SUJETO
           MOVE "ROL" TO ORIGEN-PERMISO
           READ PERMISOS-OPERADOR
               INVALID KEY
                   MOVE "SIN REGISTRO" TO ORIGEN-PERMISO
                   MOVE ALL "S" TO PM-OPCIONES
                   MOVE ALL "S" TO PM-ACCIONES
           END-READ
           MOVE SPACES TO DET-ID
           MOVE OE-ROL TO DET-ROL
           MOVE SPACE TO DET-ESTADO
           PERFORM 9300-ARMAR-Y-GRABAR.

      *        Permisos que CAJERO aplicaria al operador: los suyos,
      *        los de su rol o ninguno.
       9200-LINEA-OPERADOR.
           READ MAESTRO-OPERADORES NEXT RECORD
               AT END
                   MOVE "S" TO SW-OPERADOR-EOF
                   GO TO 9200-EXIT
           END-READ
           ADD 1 TO TOTAL-REVISADOS
           MOVE "OPERADOR" TO ORIGEN-PERMISO
           MOVE "O" TO PM-TIPO-SUJETO
           MOVE OE-ID-OPERADOR TO PM-SUJETO
           READ PERMISOS-OPERADOR
               INVALID KEY
                   MOVE "ROL" TO ORIGEN-PERMISO
                   MOVE "R" TO PM-TIPO-SUJETO
                   MOVE OE-ROL TO PM-SUJETO
                   READ PERMISOS-OPERADOR
                       INVALID KEY
                           MOVE "SIN RESTRICCION" TO ORIGEN-PERMISO
                           MOVE ALL "S" TO PM-OPCIONES
                           MOVE ALL "S" TO PM-ACCIONES
                   END-READ
           END-READ
           IF ORIGEN-PERMISO = "SIN RESTRICCION"
               ADD 1 TO TOTAL-SIN-RESTRICCION
           ELSE
               ADD 1 TO TOTAL-RESTRINGIDOS
           END-IF
           MOVE OE-ID-OPERADOR TO DET-ID
           MOVE OE-NOMBRE TO DET-NOMBRE
           MOVE OE-ROL TO DET-ROL
           MOVE OE-ESTADO TO DET-ESTADO
           PERFORM 9300-ARMAR-Y-GRABAR.
       9200-EXIT.
           EXIT.

       9300-ARMAR-Y-GRABAR.
           MOVE ORIGEN-PERMISO TO DET-ORIGEN
           PERFORM 9310-MARCAR-OPCION
               VARYING IND-PERMISO FROM 1 BY 1
               UNTIL IND-PERMISO > 15
           PERFORM 9320-MARCAR-ACCION
               VARYING IND-PERMISO FROM 1 BY 1
               UNTIL IND-PERMISO > 5
           WRITE RV-LINEA FROM DET-ACCESO AFTER ADVANCING 1 LINE.

       9310-MARCAR-OPCION.
           IF PM-OPCION-MENU (IND-PERMISO) = "S"
               MOVE "  S" TO DET-OPCION (IND-PERMISO)
           ELSE
               MOVE "  -" TO DET-OPCION (IND-PERMISO)
           END-IF.

       9320-MARCAR-ACCION.
           IF PM-ACCION-ESTADO (IND-PERMISO) = "S"
               MOVE " S" TO DET-ACCION (IND-PERMISO)
           ELSE
               MOVE " -" TO DET-ACCION (IND-PERMISO)
           END-IF.

       9400-LEYENDA-OPCION.
           MOVE TEXTO-MENU (IND-PERMISO) TO DET-TEXTO-LEYENDA
           WRITE RV-LINEA FROM DET-LEYENDA AFTER ADVANCING 1 LINE.

       9500-LEYENDA-ACCION.
           MOVE TEXTO-ACCION (IND-PERMISO) TO DET-TEXTO-LEYENDA
           WRITE RV-LINEA FROM DET-LEYENDA AFTER ADVANCING 1 LINE.

       END PROGRAM OPERMANT.
