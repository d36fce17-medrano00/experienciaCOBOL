      ******************************************************************
      * Author: medrano00
      * Installation: Banco Simulado
      * Date-Written: 15/10/2026
      * Date-Compiled:
      * Purpose: Parameter value-as-of inquiry. Given a PARAMS key (or
      *          every key) and a date, replays the PARAMHIS change
      *          history written by PARMANT and reports the value the
      *          key had on PARAMS that business date, with who
      *          entered and who approved the change that put it
      *          there and when it was applied; optionally lists the
      *          key's whole change trail. Answers "which fee or rate
      *          was in force when the customer was charged" without
      *          reading the raw history. A value whose own effective
      *          date (PA-FECHA-VIGENCIA) was still in the future on
      *          that date is flagged, since the dated readers
      *          (INTERES, COMISION, CANJECHQ) ignored it until then.
      *          Before the first recorded change of a key the report
      *          gives the value that change replaced.
      * Tectonics: cobc
      *
      * Modification History:
      *   15/10/2026 MDR  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAMRPT.
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
           SELECT ARCHIVO-PARAMETROS
               ASSIGN TO "PARAMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CLAVE
               FILE STATUS IS FS-PARAMS.
           SELECT HISTORIA-PARAMETROS
               ASSIGN TO "PARAMHIS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PARAMHIS.
      *        Registro de control de la fecha de negocio.
           SELECT ARCHIVO-FECHA-DIA
               ASSIGN TO "FECHADIA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-FECHADIA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PARAMETROS
           LABEL RECORD IS STANDARD.
           COPY PARAMREC.

       FD  HISTORIA-PARAMETROS
           LABEL RECORD IS STANDARD.
           COPY PARMHIS.

       FD  ARCHIVO-FECHA-DIA
           LABEL RECORD IS STANDARD.
           COPY FECHACTL.

       WORKING-STORAGE SECTION.
           01  FS-PARAMS                  PIC X(02).
           01  FS-PARAMHIS                PIC X(02).
           01  FS-FECHADIA                PIC X(02).

      *        Filtros capturados al inicio.
           01  FIL-CLAVE                  PIC X(08).
           01  FIL-FECHA                  PIC 9(08).
           01  FIL-DETALLE                PIC X(01).
               88  CON-DETALLE                    VALUE "S".

           01  CLAVE-EN-PROCESO           PIC X(08).
           01  VALOR-PANTALLA             PIC Z(08)9,99.
           01  TASA-PANTALLA              PIC 9,9999.
           01  BANDA-PANTALLA             PIC Z(08)9,99.
           01  MARCA-DETALLE              PIC X(02).

      *        Valores hallados para la fecha pedida, con el mismo
      *        formato que los valores de PARMHIS.
           01  VALORES-HALLADOS.
               05  VH-VALOR               PIC 9(09)V99.
               05  VH-TASA                PIC 9(01)V9(04).
               05  VH-BANDA-HASTA         PIC 9(09)V99.
               05  VH-FECHA-VIGENCIA      PIC 9(08).
      *        Valores que reemplazo el primer cambio registrado.
           01  VALORES-PRIMER-CAMBIO.
               05  VP-VALOR               PIC 9(09)V99.
               05  VP-TASA                PIC 9(01)V9(04).
               05  VP-BANDA-HASTA         PIC 9(09)V99.
               05  VP-FECHA-VIGENCIA      PIC 9(08).
           01  TIPO-PRIMER-CAMBIO         PIC X(01).
               88  PRIMER-CAMBIO-ALTA             VALUE "A".
      *        El cambio que dejo el valor hallado.
           01  VIGENTE-OPERADOR-CARGA     PIC X(08).
           01  VIGENTE-OPERADOR-APROB     PIC X(08).
           01  VIGENTE-FECHA-NEGOCIO      PIC 9(08).
           01  VIGENTE-FECHA-APLICACION   PIC 9(08).
           01  VIGENTE-HORA-APLICACION    PIC 9(06).

           01  CAMBIOS-DE-LA-CLAVE        PIC 9(05).
           01  TOTAL-CLAVES-INFORMADAS    PIC 9(05) VALUE 0.
           01  TOTAL-CAMBIOS-LEIDOS       PIC 9(07) VALUE 0.

           01  SW-HAY-HISTORIA            PIC X(01) VALUE "N".
               88  HAY-HISTORIA                   VALUE "S".
           01  SW-HAY-PARAMS              PIC X(01) VALUE "N".
               88  HAY-PARAMS                     VALUE "S".
           01  SW-HISTORIA-EOF            PIC X(01) VALUE "N".
               88  FIN-HISTORIA                   VALUE "S".
           01  SW-PARAMS-EOF              PIC X(01) VALUE "N".
               88  FIN-PARAMS                     VALUE "S".
           01  SW-HAY-VIGENTE             PIC X(01) VALUE "N".
               88  HAY-VIGENTE                    VALUE "S".

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           IF FIL-CLAVE NOT = SPACES
               MOVE FIL-CLAVE TO CLAVE-EN-PROCESO
               PERFORM 3000-INFORMAR-CLAVE THRU 3000-EXIT
           ELSE
               PERFORM 2000-INFORMAR-TODAS THRU 2000-EXIT
           END-IF
           PERFORM 8000-IMPRIMIR-RESUMEN
           IF HAY-PARAMS
               CLOSE ARCHIVO-PARAMETROS
           END-IF
           STOP RUN.

      ******************************************************************
      * 1000 - CAPTURA DE FILTROS Y APERTURAS
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "==== VALOR DE PARAMETROS A UNA FECHA ====".
           DISPLAY "CLAVE (VACIO = TODAS): " WITH NO ADVANCING
           ACCEPT FIL-CLAVE
           DISPLAY "FECHA AAAAMMDD (0 = FECHA DE NEGOCIO ACTUAL): "
               WITH NO ADVANCING
           ACCEPT FIL-FECHA
           DISPLAY "LISTAR TODOS LOS CAMBIOS DE LA CLAVE S/N: "
               WITH NO ADVANCING
           ACCEPT FIL-DETALLE
           IF FIL-FECHA = 0
               ACCEPT FIL-FECHA FROM DATE YYYYMMDD
               OPEN INPUT ARCHIVO-FECHA-DIA
               IF FS-FECHADIA = "00"
                   READ ARCHIVO-FECHA-DIA
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE FC-FECHA-NEGOCIO TO FIL-FECHA
                   END-READ
                   CLOSE ARCHIVO-FECHA-DIA
               END-IF
           END-IF
           OPEN INPUT ARCHIVO-PARAMETROS
           IF FS-PARAMS = "00"
               MOVE "S" TO SW-HAY-PARAMS
           END-IF
           OPEN INPUT HISTORIA-PARAMETROS
           IF FS-PARAMHIS = "00"
               MOVE "S" TO SW-HAY-HISTORIA
               CLOSE HISTORIA-PARAMETROS
           ELSE
               DISPLAY "PARAMRPT: SIN HISTORIA DE CAMBIOS (PARAMHIS) - "
                   "SE INFORMAN LOS VALORES ACTUALES."
           END-IF
           IF NOT HAY-PARAMS AND NOT HAY-HISTORIA
               DISPLAY "PARAMRPT: SIN PARAMS NI PARAMHIS."
               STOP RUN
           END-IF
           DISPLAY "FECHA CONSULTADA: " FIL-FECHA
           DISPLAY " ".

      ******************************************************************
      * 2000 - TODAS LAS CLAVES DE PARAMS
      ******************************************************************
       2000-INFORMAR-TODAS.
           IF NOT HAY-PARAMS
               DISPLAY "PARAMRPT: SIN ARCHIVO PARAMS - INDIQUE UNA "
                   "CLAVE."
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO SW-PARAMS-EOF
           MOVE LOW-VALUES TO PA-CLAVE
           START ARCHIVO-PARAMETROS
               KEY NOT LESS THAN PA-CLAVE
               INVALID KEY
                   DISPLAY "SIN PARAMETROS REGISTRADOS."
                   GO TO 2000-EXIT
           END-START
           PERFORM 2100-INFORMAR-SIGUIENTE THRU 2100-EXIT
               UNTIL FIN-PARAMS.
       2000-EXIT.
           EXIT.

      *        3000 lee PARAMS por clave; se reposiciona despues para
      *        seguir el recorrido.
       2100-INFORMAR-SIGUIENTE.
           READ ARCHIVO-PARAMETROS NEXT RECORD
               AT END
                   MOVE "S" TO SW-PARAMS-EOF
                   GO TO 2100-EXIT
           END-READ
           MOVE PA-CLAVE TO CLAVE-EN-PROCESO
           PERFORM 3000-INFORMAR-CLAVE THRU 3000-EXIT
           MOVE CLAVE-EN-PROCESO TO PA-CLAVE
           START ARCHIVO-PARAMETROS
               KEY GREATER THAN PA-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-PARAMS-EOF
           END-START.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000 - VALOR DE UNA CLAVE EN LA FECHA PEDIDA
      ******************************************************************
      *        PARAMHIS esta en el orden en que se aplicaron los
      *        cambios: el ultimo aplicado en una fecha de negocio no
      *        posterior a la pedida es el que estaba en PARAMS ese
      *        dia.
       3000-INFORMAR-CLAVE.
           ADD 1 TO TOTAL-CLAVES-INFORMADAS
           MOVE 0 TO CAMBIOS-DE-LA-CLAVE
           MOVE "N" TO SW-HAY-VIGENTE
           DISPLAY "CLAVE " CLAVE-EN-PROCESO
           IF HAY-HISTORIA
               OPEN INPUT HISTORIA-PARAMETROS
               MOVE "N" TO SW-HISTORIA-EOF
               PERFORM 3100-REVISAR-UN-CAMBIO THRU 3100-EXIT
                   UNTIL FIN-HISTORIA
               CLOSE HISTORIA-PARAMETROS
           END-IF
           IF HAY-VIGENTE
               PERFORM 3300-MOSTRAR-VALOR
               DISPLAY "   APLICADO EL DIA " VIGENTE-FECHA-NEGOCIO
                   " (" VIGENTE-FECHA-APLICACION " "
                   VIGENTE-HORA-APLICACION ")"
                   " CARGADO POR " VIGENTE-OPERADOR-CARGA
                   " APROBADO POR " VIGENTE-OPERADOR-APROB
               GO TO 3000-EXIT
           END-IF
           IF CAMBIOS-DE-LA-CLAVE > 0
               IF PRIMER-CAMBIO-ALTA
                   DISPLAY "   LA CLAVE NO EXISTIA EN ESA FECHA."
               ELSE
                   MOVE VALORES-PRIMER-CAMBIO TO VALORES-HALLADOS
                   PERFORM 3300-MOSTRAR-VALOR
                   DISPLAY "   VALOR ANTERIOR AL PRIMER CAMBIO "
                       "REGISTRADO."
               END-IF
               GO TO 3000-EXIT
           END-IF
      *        Sin cambios registrados el valor de hoy es el de
      *        siempre, al menos desde que se lleva la historia.
           IF NOT HAY-PARAMS
               DISPLAY "   CLAVE SIN CAMBIOS REGISTRADOS."
               GO TO 3000-EXIT
           END-IF
           MOVE CLAVE-EN-PROCESO TO PA-CLAVE
           READ ARCHIVO-PARAMETROS
               INVALID KEY
                   DISPLAY "   CLAVE INEXISTENTE."
                   GO TO 3000-EXIT
           END-READ
           MOVE PA-VALOR TO VH-VALOR
           MOVE PA-TASA TO VH-TASA
           MOVE PA-BANDA-HASTA TO VH-BANDA-HASTA
           MOVE PA-FECHA-VIGENCIA TO VH-FECHA-VIGENCIA
           PERFORM 3300-MOSTRAR-VALOR
           DISPLAY "   SIN CAMBIOS REGISTRADOS - VALOR ACTUAL.".
       3000-EXIT.
           EXIT.

       3100-REVISAR-UN-CAMBIO.
           READ HISTORIA-PARAMETROS
               AT END
                   MOVE "S" TO SW-HISTORIA-EOF
                   GO TO 3100-EXIT
           END-READ
           IF PH-CLAVE NOT = CLAVE-EN-PROCESO
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO CAMBIOS-DE-LA-CLAVE
           ADD 1 TO TOTAL-CAMBIOS-LEIDOS
           IF CAMBIOS-DE-LA-CLAVE = 1
               MOVE PH-TIPO-CAMBIO TO TIPO-PRIMER-CAMBIO
               MOVE PH-VALORES-ANTERIORES TO VALORES-PRIMER-CAMBIO
           END-IF
           MOVE SPACES TO MARCA-DETALLE
           IF PH-FECHA-NEGOCIO NOT > FIL-FECHA
               MOVE "S" TO SW-HAY-VIGENTE
               MOVE PH-VALORES-NUEVOS TO VALORES-HALLADOS
               MOVE PH-OPERADOR-CARGA TO VIGENTE-OPERADOR-CARGA
               MOVE PH-OPERADOR-APROBACION TO VIGENTE-OPERADOR-APROB
               MOVE PH-FECHA-NEGOCIO TO VIGENTE-FECHA-NEGOCIO
               MOVE PH-FECHA-APLICACION TO VIGENTE-FECHA-APLICACION
               MOVE PH-HORA-APLICACION TO VIGENTE-HORA-APLICACION
               MOVE "<=" TO MARCA-DETALLE
           END-IF
           IF CON-DETALLE
               PERFORM 3200-MOSTRAR-CAMBIO
           END-IF.
       3100-EXIT.
           EXIT.

      *        Una linea por cambio: dia de negocio, hora, quien lo
      *        cargo y quien lo aprobo, valor anterior y nuevo. "<="
      *        marca los aplicados hasta la fecha pedida.
       3200-MOSTRAR-CAMBIO.
           MOVE PH-ANT-VALOR TO VALOR-PANTALLA
           DISPLAY "   " MARCA-DETALLE " " PH-FECHA-NEGOCIO " "
               PH-HORA-APLICACION " (" PH-TIPO-CAMBIO ") "
               PH-OPERADOR-CARGA "/" PH-OPERADOR-APROBACION
               " ANTES: " VALOR-PANTALLA
               " VIG " PH-ANT-FECHA-VIGENCIA
           MOVE PH-NUE-VALOR TO VALOR-PANTALLA
           MOVE PH-NUE-TASA TO TASA-PANTALLA
           DISPLAY "                                   "
               " AHORA: " VALOR-PANTALLA
               " VIG " PH-NUE-FECHA-VIGENCIA
               " TASA " TASA-PANTALLA.

       3300-MOSTRAR-VALOR.
           MOVE VH-VALOR TO VALOR-PANTALLA
           MOVE VH-TASA TO TASA-PANTALLA
           MOVE VH-BANDA-HASTA TO BANDA-PANTALLA
           DISPLAY "   VALOR: " VALOR-PANTALLA
               " TASA: " TASA-PANTALLA
               " BANDA: " BANDA-PANTALLA
               " VIGENCIA: " VH-FECHA-VIGENCIA
           IF VH-FECHA-VIGENCIA > FIL-FECHA
               DISPLAY "   ATENCION: VIGENCIA POSTERIOR A LA FECHA - "
                   "LOS PROCESOS CON VIGENCIA AUN NO LO APLICABAN."
           END-IF.

      ******************************************************************
      * 8000 - RESUMEN
      ******************************************************************
       8000-IMPRIMIR-RESUMEN.
           DISPLAY " ".
           DISPLAY "=============================================".
           DISPLAY "CLAVES INFORMADAS     : " TOTAL-CLAVES-INFORMADAS.
           DISPLAY "CAMBIOS REVISADOS     : " TOTAL-CAMBIOS-LEIDOS.
           DISPLAY "=============================================".

       END PROGRAM PARAMRPT.
