      ******************************************************************
      * Author: medrano00
      * Installation: Banco Simulado
      * Date-Written: 15/10/2026
      * Date-Compiled:
      * Purpose: Nightly pass over the TARJETAS debit-card master
      *          (TARJREC). An active card whose expiry month is
      *          already behind the business month is marked expired
      *          (V), so CAJERO and TARJMANT show it for what it is,
      *          with a TARJ-VENCE entry on AUDITLOG as TARJMANT
      *          writes for every other status change; CAJERO
      *          refuses it either way. Every active card that
      *          expires in the month after the business month goes
      *          to the VENCTARJ report - card, customer and name,
      *          first linked account and its branch, expiry and
      *          daily limit - so the replacements can be ordered in
      *          time. Cards hot-listed as lost or stolen are never
      *          replaced from this list. No TARJETAS file means no
      *          cards have been issued yet: the run ends clean with
      *          an empty report.
      * Tectonics: cobc
      *
      * Modification History:
      *   15/10/2026 MDR  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARJVENC.
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
      *        Maestro de tarjetas de debito, recorrido en orden.
           SELECT TARJETAS-DEBITO
               ASSIGN TO "TARJETAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TJ-NUM-TARJETA
               FILE STATUS IS FS-TARJETAS.
      *        Maestro de clientes - nombre del titular.
           SELECT CLIENTES-MAESTRO
               ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-NUM-CLIENTE
               FILE STATUS IS FS-CLIENTES.
      *        Maestro de cuentas - sucursal de la primera cuenta.
           SELECT CUENTAS-MAESTRO
               ASSIGN TO "CUENTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-NUM-CUENTA
               FILE STATUS IS FS-CUENTAS.
      *        Bitacora de auditoria - una entrada por tarjeta
      *        marcada vencida.
           SELECT BITACORA-AUDITORIA
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
      *        Reporte impreso de tarjetas a reponer.
           SELECT REPORTE-VENCIMIENTOS
               ASSIGN TO "VENCTARJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-VENCTARJ.
      *        Registro de control de la fecha de negocio.
           SELECT ARCHIVO-FECHA-DIA
               ASSIGN TO "FECHADIA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-FECHADIA.

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

       FD  BITACORA-AUDITORIA
           LABEL RECORD IS STANDARD.
           COPY AUDITREC.

       FD  REPORTE-VENCIMIENTOS
           LABEL RECORD IS STANDARD.
       01  VT-LINEA                       PIC X(132).

       FD  ARCHIVO-FECHA-DIA
           LABEL RECORD IS STANDARD.
           COPY FECHACTL.

       WORKING-STORAGE SECTION.
           01  FS-TARJETAS                PIC X(02).
           01  FS-CLIENTES                PIC X(02).
           01  FS-CUENTAS                 PIC X(02).
           01  FS-VENCTARJ                PIC X(02).
           01  FS-FECHADIA                PIC X(02).
           01  FS-AUDITLOG                PIC X(02).
      *        Parametros del sello de cada entrada nueva de la
      *        bitacora (AUDITSEL).
           COPY SELLOPRM.

           01  HORA-ACTUAL                PIC 9(06).
      *        Referencia unica de cada entrada de bitacora que este
      *        programa origina: prefijo, fecha y secuencia.
           01  REFERENCIA-PROPIA.
               05  REF-PREFIJO            PIC X(03) VALUE "TJV".
               05  REF-FECHA              PIC 9(08).
               05  REF-SECUENCIA          PIC 9(05) VALUE 0.

           01  FECHA-HOY                  PIC 9(08).
           01  FECHA-NEGOCIO              PIC 9(08).
      *        Mes de negocio y el siguiente (AAAAMM).
           01  MES-NEGOCIO                PIC 9(06).
           01  MES-NEGOCIO-DET REDEFINES MES-NEGOCIO.
               05  MN-ANO                 PIC 9(04).
               05  MN-MES                 PIC 9(02).
           01  MES-SIGUIENTE              PIC 9(06).

           01  TOTAL-TARJETAS-LEIDAS      PIC 9(07) VALUE 0.
           01  TOTAL-A-REPONER            PIC 9(07) VALUE 0.
           01  TOTAL-MARCADAS-VENCIDAS    PIC 9(07) VALUE 0.

           01  SW-TARJETAS-EOF            PIC X(01) VALUE "N".
               88  FIN-TARJETAS                   VALUE "S".
           01  SW-TARJETAS-ABIERTO        PIC X(01) VALUE "N".
               88  HAY-TARJETAS                   VALUE "S".
           01  SW-CLIENTES-ABIERTO        PIC X(01) VALUE "N".
               88  HAY-CLIENTES                   VALUE "S".
           01  SW-CUENTAS-ABIERTO         PIC X(01) VALUE "N".
               88  HAY-CUENTAS                    VALUE "S".

      *        Lineas del reporte impreso.
           01  ENC-TITULO.
               05  FILLER                 PIC X(10) VALUE SPACES.
               05  FILLER                 PIC X(41) VALUE
                   "TARJETAS DE DEBITO QUE VENCEN EN EL MES ".
               05  ENC-MES                PIC 9(06).
               05  FILLER                 PIC X(20) VALUE
                   "  - DIA DE NEGOCIO ".
               05  ENC-FECHA              PIC 9(08).
               05  FILLER                 PIC X(47) VALUE SPACES.
           01  ENC-COLUMNAS.
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  FILLER                 PIC X(18) VALUE "TARJETA".
               05  FILLER                 PIC X(39) VALUE
                   "CLIENTE".
               05  FILLER                 PIC X(10) VALUE "CUENTA".
               05  FILLER                 PIC X(05) VALUE "SUC".
               05  FILLER                 PIC X(08) VALUE "VENCE".
               05  FILLER                 PIC X(13) VALUE
                   "LIMITE DIARIO".
               05  FILLER                 PIC X(37) VALUE SPACES.
           01  DET-TARJETA.
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  DET-NUM-TARJETA        PIC 9(16).
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  DET-NUM-CLIENTE        PIC 9(06).
               05  FILLER                 PIC X(01) VALUE SPACE.
               05  DET-NOMBRE             PIC X(30).
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  DET-NUM-CUENTA         PIC 9(08).
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  DET-SUCURSAL           PIC 9(03).
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  DET-VENCIMIENTO        PIC 9(06).
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  DET-LIMITE             PIC Z(06)9,99.
               05  FILLER                 PIC X(40) VALUE SPACES.
           01  TOT-LINEA.
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  FILLER                 PIC X(20) VALUE
                   "TARJETAS A REPONER: ".
               05  TOT-A-REPONER          PIC Z(06)9.
               05  FILLER                 PIC X(103) VALUE SPACES.
           01  LIN-SIN-TARJETAS.
               05  FILLER                 PIC X(40) VALUE
                   "SIN TARJETAS QUE VENZAN EN EL MES.".
               05  FILLER                 PIC X(92) VALUE SPACES.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           IF HAY-TARJETAS
               PERFORM 7000-LEER-TARJETA THRU 7000-EXIT
               PERFORM 2000-PROCESAR-TARJETA THRU 2000-EXIT
                   UNTIL FIN-TARJETAS
           END-IF
           IF TOTAL-A-REPONER = 0
               WRITE VT-LINEA FROM LIN-SIN-TARJETAS
                   AFTER ADVANCING 2 LINES
           ELSE
               MOVE TOTAL-A-REPONER TO TOT-A-REPONER
               WRITE VT-LINEA FROM TOT-LINEA AFTER ADVANCING 2 LINES
           END-IF
           PERFORM 8000-IMPRIMIR-RESUMEN
           PERFORM 9999-FINALIZAR
           STOP RUN.

      ******************************************************************
      * 1000 - FECHA DE NEGOCIO, MES SIGUIENTE Y APERTURAS
      ******************************************************************
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
           DIVIDE FECHA-NEGOCIO BY 100 GIVING MES-NEGOCIO
           IF MN-MES = 12
               COMPUTE MES-SIGUIENTE = (MN-ANO + 1) * 100 + 1
           ELSE
               COMPUTE MES-SIGUIENTE = MES-NEGOCIO + 1
           END-IF
           OPEN OUTPUT REPORTE-VENCIMIENTOS
           IF FS-VENCTARJ NOT = "00"
               DISPLAY "TARJVENC: NO SE PUDO ABRIR VENCTARJ."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE MES-SIGUIENTE TO ENC-MES
           MOVE FECHA-NEGOCIO TO ENC-FECHA
           WRITE VT-LINEA FROM ENC-TITULO AFTER ADVANCING PAGE
           WRITE VT-LINEA FROM ENC-COLUMNAS AFTER ADVANCING 2 LINES
           DISPLAY "==== TARJETAS A VENCER - MES " MES-SIGUIENTE
               " - DIA " FECHA-NEGOCIO " ====".
           OPEN I-O TARJETAS-DEBITO
           IF FS-TARJETAS NOT = "00"
               DISPLAY "TARJVENC: SIN MAESTRO DE TARJETAS - NADA QUE "
                   "PROCESAR."
               GO TO 1000-EXIT
           END-IF
           MOVE "S" TO SW-TARJETAS-ABIERTO
           OPEN EXTEND BITACORA-AUDITORIA
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT BITACORA-AUDITORIA
               CLOSE BITACORA-AUDITORIA
               OPEN EXTEND BITACORA-AUDITORIA
           END-IF
           OPEN INPUT CLIENTES-MAESTRO
           IF FS-CLIENTES = "00"
               MOVE "S" TO SW-CLIENTES-ABIERTO
           END-IF
           OPEN INPUT CUENTAS-MAESTRO
           IF FS-CUENTAS = "00"
               MOVE "S" TO SW-CUENTAS-ABIERTO
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000 - UNA TARJETA: MARCA DE VENCIDA O AVISO DE REPOSICION
      ******************************************************************
      *        Solo las activas: una denunciada no se repone desde
      *        aqui y una vencida ya quedo marcada.
       2000-PROCESAR-TARJETA.
           EVALUATE TRUE
               WHEN NOT TJ-ACTIVA
                   CONTINUE
               WHEN TJ-VENCIMIENTO < MES-NEGOCIO
                   PERFORM 2100-MARCAR-VENCIDA THRU 2100-EXIT
               WHEN TJ-VENCIMIENTO = MES-SIGUIENTE
                   PERFORM 2200-IMPRIMIR-TARJETA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 7000-LEER-TARJETA THRU 7000-EXIT.
       2000-EXIT.
           EXIT.

       2100-MARCAR-VENCIDA.
           MOVE "V" TO TJ-ESTADO
           MOVE FECHA-NEGOCIO TO TJ-FECHA-CAMBIO
           MOVE "TARJVENC" TO TJ-OPERADOR-CAMBIO
           REWRITE TJ-REGISTRO-TARJETA
               INVALID KEY
                   DISPLAY "TARJVENC: NO SE PUDO MARCAR LA TARJETA "
                       TJ-NUM-TARJETA "."
                   GO TO 2100-EXIT
           END-REWRITE
           ADD 1 TO TOTAL-MARCADAS-VENCIDAS
           PERFORM 2110-BITACORA-VENCIDA.
       2100-EXIT.
           EXIT.

      *        Como los cambios de estado de TARJMANT: sin efecto
      *        contable, la primera cuenta de la tarjeta y el
      *        cliente como contraparte. La sucursal es la de esa
      *        cuenta (sin cuenta, la 001).
       2110-BITACORA-VENCIDA.
           MOVE SPACES TO CR-REGISTRO-CUENTA
           IF HAY-CUENTAS
               MOVE TJ-CUENTA (1) TO CR-NUM-CUENTA
               READ CUENTAS-MAESTRO
                   INVALID KEY
                       MOVE SPACES TO CR-REGISTRO-CUENTA
               END-READ
           END-IF
           ACCEPT HORA-ACTUAL FROM TIME
           MOVE TJ-CUENTA (1) TO AL-NUM-CUENTA
           MOVE "TARJ-VENCE" TO AL-TIPO-TRANSACCION
           MOVE 0 TO AL-MONTO-TRANSACCION
           MOVE FECHA-NEGOCIO TO AL-FECHA
           MOVE HORA-ACTUAL TO AL-HORA
           MOVE "TARJVENC" TO AL-OPERADOR
           MOVE HORA-ACTUAL TO AL-ID-SESION
           MOVE "N" TO AL-APROBADO-SUPERVISOR
           MOVE TJ-NUM-CLIENTE TO AL-CUENTA-CONTRAPARTE
           MOVE SPACES TO AL-APROBADOR
           MOVE FECHA-NEGOCIO TO REF-FECHA
           ADD 1 TO REF-SECUENCIA
           MOVE REFERENCIA-PROPIA TO AL-REFERENCIA
           IF CR-SUCURSAL NUMERIC
               MOVE CR-SUCURSAL TO AL-SUCURSAL
           ELSE
               MOVE 1 TO AL-SUCURSAL
           END-IF
           MOVE "N" TO AL-REVERSO-EFECTIVO
           MOVE SPACES TO AL-DATOS-CAMBIO
           MOVE TJ-NUM-TARJETA TO AL-NUM-TARJETA
           MOVE "S" TO SE-FUNCION
           CALL "AUDITSEL" USING SE-PARAMETROS-SELLO
               AL-REGISTRO-BITACORA
           WRITE AL-REGISTRO-BITACORA.

       2200-IMPRIMIR-TARJETA.
           MOVE TJ-NUM-TARJETA TO DET-NUM-TARJETA
           MOVE TJ-NUM-CLIENTE TO DET-NUM-CLIENTE
           MOVE "(CLIENTE NO REGISTRADO)" TO DET-NOMBRE
           IF HAY-CLIENTES
               MOVE TJ-NUM-CLIENTE TO CL-NUM-CLIENTE
               READ CLIENTES-MAESTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CL-NOMBRE TO DET-NOMBRE
               END-READ
           END-IF
           MOVE TJ-CUENTA (1) TO DET-NUM-CUENTA
           MOVE 0 TO DET-SUCURSAL
           IF HAY-CUENTAS
               MOVE TJ-CUENTA (1) TO CR-NUM-CUENTA
               READ CUENTAS-MAESTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CR-SUCURSAL TO DET-SUCURSAL
               END-READ
           END-IF
           MOVE TJ-VENCIMIENTO TO DET-VENCIMIENTO
           MOVE TJ-LIMITE-DIARIO TO DET-LIMITE
           WRITE VT-LINEA FROM DET-TARJETA AFTER ADVANCING 1 LINE
           ADD 1 TO TOTAL-A-REPONER.

      ******************************************************************
      * 7000 - LECTURA ADELANTADA
      ******************************************************************
       7000-LEER-TARJETA.
           READ TARJETAS-DEBITO NEXT RECORD
               AT END
                   MOVE "S" TO SW-TARJETAS-EOF
                   GO TO 7000-EXIT
           END-READ
           ADD 1 TO TOTAL-TARJETAS-LEIDAS.
       7000-EXIT.
           EXIT.

       8000-IMPRIMIR-RESUMEN.
           DISPLAY "=============================================".
           DISPLAY "TARJETAS LEIDAS        : " TOTAL-TARJETAS-LEIDAS.
           DISPLAY "MARCADAS VENCIDAS      : "
               TOTAL-MARCADAS-VENCIDAS.
           DISPLAY "A REPONER (MES " MES-SIGUIENTE ") : "
               TOTAL-A-REPONER.
           DISPLAY "=============================================".

       9999-FINALIZAR.
           IF HAY-TARJETAS
               CLOSE TARJETAS-DEBITO
               CLOSE BITACORA-AUDITORIA
           END-IF
           IF HAY-CLIENTES
               CLOSE CLIENTES-MAESTRO
           END-IF
           IF HAY-CUENTAS
               CLOSE CUENTAS-MAESTRO
           END-IF
           CLOSE REPORTE-VENCIMIENTOS.

       END PROGRAM TARJVENC.
