      ******************************************************************
      * Author: medrano00
      * Installation: Banco Simulado
      * Date-Written: 15/10/2026
      * Date-Compiled:
      * Purpose: Operations-facing maintenance for the CALENDARIO
      *          file of non-business days (CALREC): load a public
      *          holiday, remove one, list a year, or generate every
      *          Saturday and Sunday of a year in one pass. FINDIA,
      *          CAJERO, ORDENPER, PLAZOFIJ and CADENA read the file
      *          to skip these dates. Only dates after the current
      *          FECHADIA business date can be added or removed: a
      *          day already opened is history. Like PARMANT, only
      *          an active supervisor on the OPERADOR master can sign
      *          on (three tries); the sign-on id is stamped on every
      *          day loaded.
      * Tectonics: cobc
      *
      * Modification History:
      *   15/10/2026 MDR  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMANT.
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
           SELECT ARCHIVO-CALENDARIO
               ASSIGN TO "CALENDARIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-FECHA
               FILE STATUS IS FS-CALENDARIO.
      *        Maestro de operadores para la firma de supervisor.
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
       FD  ARCHIVO-CALENDARIO
           LABEL RECORD IS STANDARD.
           COPY CALREC.

       FD  MAESTRO-OPERADORES
           LABEL RECORD IS STANDARD.
           COPY OPERREC.

       FD  ARCHIVO-FECHA-DIA
           LABEL RECORD IS STANDARD.
           COPY FECHACTL.

       WORKING-STORAGE SECTION.
           01  FS-CALENDARIO              PIC X(02).
           01  FS-FECHADIA                PIC X(02).
           01  FS-OPERADOR                PIC X(02).

           01  OPCION                     PIC 9(01).
           01  OPERADOR-SESION            PIC X(08).
           01  CLAVE-INGRESADA            PIC X(08).
           01  INTENTOS-FIRMA             PIC 9(01).
           01  FECHA-HOY                  PIC 9(08).
           01  FECHA-NEGOCIO              PIC 9(08).
           01  FECHA-BUSCADA              PIC 9(08).
           01  DESCRIPCION-CAPTURADA      PIC X(30).
           01  ANO-PEDIDO                 PIC 9(04).
           01  DIAS-LISTADOS              PIC 9(03) VALUE 0.
           01  DIAS-GENERADOS             PIC 9(03) VALUE 0.
           01  DIAS-YA-CARGADOS           PIC 9(03) VALUE 0.

      *        Fecha de trabajo con vista por partes para validar una
      *        fecha capturada y recorrer un ano dia por dia.
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

      *        Dia de la semana del dia en curso al generar un ano:
      *        0 = sabado, 1 = domingo, 2 = lunes ... 6 = viernes
      *        (la numeracion de la congruencia de Zeller).
           01  DIA-SEMANA                 PIC 9(01).
               88  DIA-SABADO                     VALUE 0.
               88  DIA-DOMINGO                    VALUE 1.
           01  ANO-ANTERIOR               PIC 9(04).
           01  SIGLO-ZELLER               PIC 9(02).
           01  ANO-DEL-SIGLO              PIC 9(02).
           01  SUMA-ZELLER                PIC 9(05).
           01  COCIENTE-ZELLER            PIC 9(05).

           01  SW-CONTINUAR               PIC X(01) VALUE "S".
               88  SESION-TERMINADA               VALUE "N".
           01  SW-CALENDARIO-EOF          PIC X(01) VALUE "N".
               88  FIN-CALENDARIO                 VALUE "S".
           01  SW-FECHA-VALIDA            PIC X(01) VALUE "N".
               88  FECHA-VALIDA                   VALUE "S".
           01  SW-FIRMA-VALIDA            PIC X(01) VALUE "N".
               88  FIRMA-VALIDA                   VALUE "S".

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 1100-FIRMAR-SUPERVISOR THRU 1100-EXIT
           IF NOT FIRMA-VALIDA
               DISPLAY "CALMANT: ACCESO DENEGADO."
               CLOSE ARCHIVO-CALENDARIO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-PROCESO-PRINCIPAL THRU 2000-EXIT
               UNTIL SESION-TERMINADA
           CLOSE ARCHIVO-CALENDARIO
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
           OPEN I-O ARCHIVO-CALENDARIO
           IF FS-CALENDARIO NOT = "00"
               OPEN OUTPUT ARCHIVO-CALENDARIO
               CLOSE ARCHIVO-CALENDARIO
               OPEN I-O ARCHIVO-CALENDARIO
               IF FS-CALENDARIO NOT = "00"
                   DISPLAY "CALMANT: NO SE PUDO ABRIR CALENDARIO."
                   STOP RUN
               END-IF
           END-IF.

      *        El calendario decide que dias abre FINDIA y las fechas
      *        valor de los cheques: como PARMANT, solo entra un
      *        supervisor activo del maestro OPERADOR, con tres
      *        intentos. Sin maestro no se entra (OPERMANT crea los
      *        supervisores).
       1100-FIRMAR-SUPERVISOR.
           OPEN INPUT MAESTRO-OPERADORES
           IF FS-OPERADOR NOT = "00"
               DISPLAY "CALMANT: SIN MAESTRO DE OPERADORES - DE ALTA "
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
           DISPLAY "==== CALENDARIO DE DIAS NO HABILES ====".
           DISPLAY "FECHA DE NEGOCIO: " FECHA-NEGOCIO.
           DISPLAY "1. ALTA DE FERIADO".
           DISPLAY "2. BAJA DE DIA NO HABIL".
           DISPLAY "3. LISTADO DE UN ANO".
           DISPLAY "4. GENERAR SABADOS Y DOMINGOS DE UN ANO".
           DISPLAY "5. SALIR".
           DISPLAY "SELECCIONE UNA OPCION: " WITH NO ADVANCING.
           ACCEPT OPCION
           EVALUATE OPCION
               WHEN 1
                   PERFORM 3000-ALTA-FERIADO THRU 3000-EXIT
               WHEN 2
                   PERFORM 4000-BAJA-DIA THRU 4000-EXIT
               WHEN 3
                   PERFORM 5000-LISTADO-ANO THRU 5000-EXIT
               WHEN 4
                   PERFORM 6000-GENERAR-FINES-SEMANA THRU 6000-EXIT
               WHEN 5
                   MOVE "N" TO SW-CONTINUAR
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA."
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000 - ALTA DE UN FERIADO
      ******************************************************************
       3000-ALTA-FERIADO.
           PERFORM 3100-CAPTURAR-FECHA THRU 3100-EXIT
           IF NOT FECHA-VALIDA
               GO TO 3000-EXIT
           END-IF
           MOVE FECHA-BUSCADA TO CA-FECHA
           READ ARCHIVO-CALENDARIO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "LA FECHA YA ES DIA NO HABIL: "
                       CA-DESCRIPCION
                   GO TO 3000-EXIT
           END-READ
           DISPLAY "DESCRIPCION: " WITH NO ADVANCING
           ACCEPT DESCRIPCION-CAPTURADA
           MOVE FECHA-BUSCADA TO CA-FECHA
           MOVE "F" TO CA-TIPO-DIA
           MOVE DESCRIPCION-CAPTURADA TO CA-DESCRIPCION
           MOVE OPERADOR-SESION TO CA-OPERADOR
           MOVE FECHA-NEGOCIO TO CA-FECHA-ALTA
           WRITE CA-REGISTRO-CALENDARIO
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR EL FERIADO."
                   GO TO 3000-EXIT
           END-WRITE
           DISPLAY "FERIADO " CA-FECHA " DADO DE ALTA.".
       3000-EXIT.
           EXIT.

      *        Captura una fecha AAAAMMDD, valida que exista en el
      *        calendario y que sea posterior a la fecha de negocio.
       3100-CAPTURAR-FECHA.
           MOVE "N" TO SW-FECHA-VALIDA
           DISPLAY "FECHA AAAAMMDD: " WITH NO ADVANCING
           ACCEPT FECHA-BUSCADA
           MOVE FECHA-BUSCADA TO FECHA-TRABAJO
           IF FT-MES < 1 OR FT-MES > 12 OR FT-DIA < 1
               DISPLAY "FECHA INVALIDA."
               GO TO 3100-EXIT
           END-IF
           PERFORM 8100-DIAS-DEL-MES
           IF FT-DIA > DIAS-DEL-MES
               DISPLAY "FECHA INVALIDA."
               GO TO 3100-EXIT
           END-IF
           IF FECHA-BUSCADA NOT > FECHA-NEGOCIO
               DISPLAY "SOLO SE MODIFICAN FECHAS POSTERIORES AL DIA "
                   "DE NEGOCIO " FECHA-NEGOCIO "."
               GO TO 3100-EXIT
           END-IF
           MOVE "S" TO SW-FECHA-VALIDA.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000 - BAJA DE UN DIA NO HABIL
      ******************************************************************
      *        Vale tanto para un feriado como para un sabado o
      *        domingo que el banco decida abrir.
       4000-BAJA-DIA.
           PERFORM 3100-CAPTURAR-FECHA THRU 3100-EXIT
           IF NOT FECHA-VALIDA
               GO TO 4000-EXIT
           END-IF
           MOVE FECHA-BUSCADA TO CA-FECHA
           READ ARCHIVO-CALENDARIO
               INVALID KEY
                   DISPLAY "LA FECHA YA ES DIA HABIL."
                   GO TO 4000-EXIT
           END-READ
           DELETE ARCHIVO-CALENDARIO
               INVALID KEY
                   DISPLAY "NO SE PUDO DAR DE BAJA LA FECHA."
                   GO TO 4000-EXIT
           END-DELETE
           DISPLAY "FECHA " FECHA-BUSCADA " ES AHORA DIA HABIL.".
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000 - LISTADO DE LOS DIAS NO HABILES DE UN ANO
      ******************************************************************
       5000-LISTADO-ANO.
           DISPLAY "ANO AAAA: " WITH NO ADVANCING
           ACCEPT ANO-PEDIDO
           MOVE 0 TO DIAS-LISTADOS
           MOVE "N" TO SW-CALENDARIO-EOF
           COMPUTE CA-FECHA = ANO-PEDIDO * 10000 + 101
           START ARCHIVO-CALENDARIO
               KEY NOT LESS THAN CA-FECHA
               INVALID KEY
                   DISPLAY "SIN DIAS NO HABILES EN " ANO-PEDIDO "."
                   GO TO 5000-EXIT
           END-START
           PERFORM 5100-LISTAR-UNO THRU 5100-EXIT
               UNTIL FIN-CALENDARIO
           DISPLAY "DIAS NO HABILES EN " ANO-PEDIDO ": "
               DIAS-LISTADOS.
       5000-EXIT.
           EXIT.

       5100-LISTAR-UNO.
           READ ARCHIVO-CALENDARIO NEXT RECORD
               AT END
                   MOVE "S" TO SW-CALENDARIO-EOF
                   GO TO 5100-EXIT
           END-READ
           IF CA-FECHA (1:4) NOT = ANO-PEDIDO
               MOVE "S" TO SW-CALENDARIO-EOF
               GO TO 5100-EXIT
           END-IF
           ADD 1 TO DIAS-LISTADOS
           IF CA-FIN-DE-SEMANA
               DISPLAY CA-FECHA " FIN DE SEMANA"
           ELSE
               DISPLAY CA-FECHA " FERIADO       " CA-DESCRIPCION
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 6000 - GENERA LOS SABADOS Y DOMINGOS DE UN ANO
      ******************************************************************
      *        Recorre el ano dia por dia desde el 1 de enero, cuyo
      *        dia de la semana da la congruencia de Zeller. Los dias
      *        ya cargados (un feriado que cae en fin de semana) se
      *        respetan, y nunca se toca un dia ya abierto: se puede
      *        volver a correr sin duplicar nada.
       6000-GENERAR-FINES-SEMANA.
           DISPLAY "ANO AAAA: " WITH NO ADVANCING
           ACCEPT ANO-PEDIDO
           IF ANO-PEDIDO < 1901
               DISPLAY "ANO INVALIDO."
               GO TO 6000-EXIT
           END-IF
           MOVE 0 TO DIAS-GENERADOS
           MOVE 0 TO DIAS-YA-CARGADOS
           PERFORM 6100-DIA-SEMANA-1-ENERO
           COMPUTE FECHA-TRABAJO = ANO-PEDIDO * 10000 + 101
           PERFORM 6200-GENERAR-UN-DIA
               UNTIL FT-ANO > ANO-PEDIDO
           DISPLAY "SABADOS Y DOMINGOS GRABADOS: " DIAS-GENERADOS
               " - YA CARGADOS O NO MODIFICABLES: " DIAS-YA-CARGADOS.
       6000-EXIT.
           EXIT.

      *        Zeller con enero como mes 13 del ano anterior:
      *        h = (1 + 13 * 14 / 5 + K + K / 4 + J / 4 + 5 * J)
      *        modulo 7, con K el ano del siglo y J el siglo.
       6100-DIA-SEMANA-1-ENERO.
           COMPUTE ANO-ANTERIOR = ANO-PEDIDO - 1
           DIVIDE ANO-ANTERIOR BY 100 GIVING SIGLO-ZELLER
               REMAINDER ANO-DEL-SIGLO
           MOVE 37 TO SUMA-ZELLER
           ADD ANO-DEL-SIGLO TO SUMA-ZELLER
           DIVIDE ANO-DEL-SIGLO BY 4 GIVING COCIENTE-ZELLER
           ADD COCIENTE-ZELLER TO SUMA-ZELLER
           DIVIDE SIGLO-ZELLER BY 4 GIVING COCIENTE-ZELLER
           ADD COCIENTE-ZELLER TO SUMA-ZELLER
           COMPUTE SUMA-ZELLER = SUMA-ZELLER + 5 * SIGLO-ZELLER
           DIVIDE SUMA-ZELLER BY 7 GIVING COCIENTE-ZELLER
               REMAINDER DIA-SEMANA.

       6200-GENERAR-UN-DIA.
           IF (DIA-SABADO OR DIA-DOMINGO)
               PERFORM 6300-GRABAR-FIN-SEMANA
           END-IF
           PERFORM 8000-DIA-SIGUIENTE
           IF DIA-SEMANA = 6
               MOVE 0 TO DIA-SEMANA
           ELSE
               ADD 1 TO DIA-SEMANA
           END-IF.

       6300-GRABAR-FIN-SEMANA.
           IF FECHA-TRABAJO NOT > FECHA-NEGOCIO
               ADD 1 TO DIAS-YA-CARGADOS
           ELSE
               MOVE FECHA-TRABAJO TO CA-FECHA
               MOVE "S" TO CA-TIPO-DIA
               IF DIA-SABADO
                   MOVE "SABADO" TO CA-DESCRIPCION
               ELSE
                   MOVE "DOMINGO" TO CA-DESCRIPCION
               END-IF
               MOVE OPERADOR-SESION TO CA-OPERADOR
               MOVE FECHA-NEGOCIO TO CA-FECHA-ALTA
               WRITE CA-REGISTRO-CALENDARIO
                   INVALID KEY
                       ADD 1 TO DIAS-YA-CARGADOS
                   NOT INVALID KEY
                       ADD 1 TO DIAS-GENERADOS
               END-WRITE
           END-IF.

      ******************************************************************
      * 8000 - ARITMETICA DE CALENDARIO SOBRE FECHA-TRABAJO
      ******************************************************************
       8000-DIA-SIGUIENTE.
           PERFORM 8100-DIAS-DEL-MES
           ADD 1 TO FT-DIA
           IF FT-DIA > DIAS-DEL-MES
               MOVE 1 TO FT-DIA
               ADD 1 TO FT-MES
               IF FT-MES > 12
                   MOVE 1 TO FT-MES
                   ADD 1 TO FT-ANO
               END-IF
           END-IF.

       8100-DIAS-DEL-MES.
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
                   PERFORM 8200-ANO-BISIESTO
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
       8200-ANO-BISIESTO.
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

       END PROGRAM CALMANT.
