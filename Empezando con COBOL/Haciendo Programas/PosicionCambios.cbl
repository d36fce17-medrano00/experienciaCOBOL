      ******************************************************************
      * Author: medrano00
      * Installation: Banco Simulado
      * Date-Written: 15/10/2026
      * Date-Compiled:
      * Purpose: End-of-day foreign-exchange position report. For
      *          every foreign currency with a rate in force on the
      *          business date (TIPOCAMB) or held on some account
      *          (CR-MONEDA), prints the closing rate (mid of the
      *          buying and selling rate in force), the previous
      *          closing rate (the one in force before the business
      *          date), the currency the bank bought and sold to
      *          customers that day (the cross-currency transfer legs
      *          on AUDITLOG), and the bank's net open position: its
      *          own treasury holding of the currency (PARAMS key
      *          TESO + currency code, zero when absent) less the
      *          customer balances in that currency (credit balances
      *          are owed to customers, overdrawn ones are owed to
      *          the bank). Positive is long, negative is short. The
      *          position is valued in national currency at the
      *          closing rate, and the revaluation gain (positive) or
      *          loss (negative) is the position times the change
      *          from the previous to the closing rate. Totals in
      *          national currency close the POSICION report.
      * Tectonics: cobc
      *
      * Modification History:
      *   15/10/2026 MDR  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSICMON.
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
      *        Tipos de cambio por moneda y fecha de vigencia,
      *        recorridos en orden de clave.
           SELECT TIPOS-CAMBIO
               ASSIGN TO "TIPOCAMB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TC-CLAVE
               FILE STATUS IS FS-TIPOCAMB.
      *        Maestro de cuentas - saldos por moneda.
           SELECT CUENTAS-MAESTRO
               ASSIGN TO "CUENTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-NUM-CUENTA
               FILE STATUS IS FS-CUENTAS.
           SELECT BITACORA-AUDITORIA
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
      *        Tenencia propia de cada moneda (claves TESO+moneda).
           SELECT ARCHIVO-PARAMETROS
               ASSIGN TO "PARAMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PA-CLAVE
               FILE STATUS IS FS-PARAMS.
      *        Reporte impreso de la posicion en moneda extranjera.
           SELECT REPORTE-POSICION
               ASSIGN TO "POSICION"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-POSICION.
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

       FD  CUENTAS-MAESTRO
           LABEL RECORD IS STANDARD.
           COPY CUENTAREC.

       FD  BITACORA-AUDITORIA
           LABEL RECORD IS STANDARD.
           COPY AUDITREC.

       FD  ARCHIVO-PARAMETROS
           LABEL RECORD IS STANDARD.
           COPY PARAMREC.

       FD  REPORTE-POSICION
           LABEL RECORD IS STANDARD.
       01  PS-LINEA                       PIC X(132).

       FD  ARCHIVO-FECHA-DIA
           LABEL RECORD IS STANDARD.
           COPY FECHACTL.

       WORKING-STORAGE SECTION.
           01  FS-TIPOCAMB                PIC X(02).
           01  FS-CUENTAS                 PIC X(02).
           01  FS-AUDITLOG                PIC X(02).
           01  FS-PARAMS                  PIC X(02).
           01  FS-POSICION                PIC X(02).
           01  FS-FECHADIA                PIC X(02).

      *        Dia de negocio que se informa.
           01  FECHA-PROCESO              PIC 9(08).

      *        Una entrada por moneda extranjera (hasta 20, cargadas
      *        a medida que aparecen). Los tipos son moneda nacional
      *        por unidad; montos en la moneda, salvo equivalente y
      *        revaluacion, que son en moneda nacional.
           77  MAX-MONEDAS                PIC 9(02) VALUE 20.
           01  MONEDAS-CARGADAS           PIC 9(02) VALUE 0.
           01  TABLA-MONEDAS.
               05  TM-MONEDA-ENTRADA OCCURS 20 TIMES.
                   10  TM-MONEDA          PIC X(03).
                   10  TM-CIERRE          PIC 9(05)V9(04).
                   10  TM-ANTERIOR        PIC 9(05)V9(04).
                   10  TM-HAY-CIERRE      PIC X(01).
                       88  TM-CON-CIERRE          VALUE "S".
                   10  TM-HAY-ANTERIOR    PIC X(01).
                       88  TM-CON-ANTERIOR        VALUE "S".
                   10  TM-CUENTAS         PIC 9(07).
                   10  TM-SALDOS          PIC S9(13)V99.
                   10  TM-COMPRADO        PIC 9(13)V99.
                   10  TM-VENDIDO         PIC 9(13)V99.
           01  INDICE-MON                 PIC 9(02).
           01  MONEDA-ENTRADA             PIC X(03).
           01  SW-MONEDA-HALLADA          PIC X(01) VALUE "N".
               88  MONEDA-HALLADA                 VALUE "S".
           01  TIPO-MEDIO                 PIC 9(05)V9(04).

      *        Calculo de la moneda en curso.
           01  CLAVE-TESORERIA.
               05  FILLER                 PIC X(04) VALUE "TESO".
               05  CT-MONEDA              PIC X(03).
               05  FILLER                 PIC X(01) VALUE SPACE.
           01  TENENCIA-MONEDA            PIC S9(13)V99.
           01  POSICION-MONEDA            PIC S9(13)V99.
           01  EQUIVALENTE-MONEDA         PIC S9(15)V99.
           01  REVALUACION-MONEDA         PIC S9(15)V99.

           01  TOTAL-EQUIVALENTE          PIC S9(15)V99 VALUE 0.
           01  TOTAL-REVALUACION          PIC S9(15)V99 VALUE 0.
           01  TOTAL-TIPOS-LEIDOS         PIC 9(07) VALUE 0.
           01  TOTAL-CUENTAS-LEIDAS       PIC 9(07) VALUE 0.
           01  TOTAL-CUENTAS-MONEDA       PIC 9(07) VALUE 0.
           01  TOTAL-ENTRADAS-LEIDAS      PIC 9(09) VALUE 0.
           01  TOTAL-PATAS-CAMBIO         PIC 9(07) VALUE 0.
           01  TOTAL-SIN-LUGAR            PIC 9(07) VALUE 0.
           01  MONTO-GRAN-PANTALLA        PIC -(15)9,99.

           01  SW-TIPOS-EOF               PIC X(01) VALUE "N".
               88  FIN-TIPOS                      VALUE "S".
           01  SW-CUENTAS-EOF             PIC X(01) VALUE "N".
               88  FIN-CUENTAS                    VALUE "S".
           01  SW-AUDITLOG-EOF            PIC X(01) VALUE "N".
               88  FIN-AUDITLOG                   VALUE "S".
           01  SW-TIPOCAMB-ABIERTO        PIC X(01) VALUE "N".
               88  HAY-TIPOS-CAMBIO               VALUE "S".
           01  SW-PARAMS-ABIERTO          PIC X(01) VALUE "N".
               88  HAY-PARAMETROS                 VALUE "S".

      *        Lineas del reporte impreso.
           01  ENC-TITULO.
               05  FILLER                 PIC X(10) VALUE SPACES.
               05  FILLER                 PIC X(41) VALUE
                   "POSICION NETA EN MONEDA EXTRANJERA - DIA ".
               05  ENC-FECHA              PIC 9(08).
               05  FILLER                 PIC X(73) VALUE SPACES.
           01  ENC-NOTA.
               05  FILLER                 PIC X(46) VALUE
                   "POSICION = TENENCIA DE TESORERIA - SALDOS DE ".
               05  FILLER                 PIC X(46) VALUE
                   "CLIENTES (POSITIVA = LARGA, NEGATIVA = CORTA)".
               05  FILLER                 PIC X(40) VALUE SPACES.
           01  ENC-COLUMNAS.
               05  FILLER                 PIC X(05) VALUE "MON".
               05  FILLER                 PIC X(11) VALUE
                   "T.C.CIERRE ".
               05  FILLER                 PIC X(11) VALUE
                   "T.C.ANTER. ".
               05  FILLER                 PIC X(16) VALUE
                   "   COMPRADO DIA ".
               05  FILLER                 PIC X(16) VALUE
                   "    VENDIDO DIA ".
               05  FILLER                 PIC X(16) VALUE
                   "  POSICION NETA ".
               05  FILLER                 PIC X(18) VALUE
                   "   EQUIV.NACIONAL ".
               05  FILLER                 PIC X(17) VALUE
                   "      REVALUACION".
               05  FILLER                 PIC X(22) VALUE SPACES.
           01  DET-MONEDA.
               05  DET-CODIGO             PIC X(03).
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  DET-CIERRE             PIC Z(4)9,9999.
               05  FILLER                 PIC X(01) VALUE SPACE.
               05  DET-ANTERIOR           PIC Z(4)9,9999.
               05  FILLER                 PIC X(01) VALUE SPACE.
               05  DET-COMPRADO           PIC Z(11)9,99.
               05  FILLER                 PIC X(01) VALUE SPACE.
               05  DET-VENDIDO            PIC Z(11)9,99.
               05  FILLER                 PIC X(01) VALUE SPACE.
               05  DET-POSICION           PIC -(11)9,99.
               05  FILLER                 PIC X(01) VALUE SPACE.
               05  DET-EQUIVALENTE        PIC -(13)9,99.
               05  FILLER                 PIC X(01) VALUE SPACE.
               05  DET-REVALUACION        PIC -(13)9,99.
               05  FILLER                 PIC X(22) VALUE SPACES.
           01  DET-COMPOSICION.
               05  FILLER                 PIC X(05) VALUE SPACES.
               05  FILLER                 PIC X(20) VALUE
                   "TENENCIA TESORERIA: ".
               05  DET-TENENCIA           PIC -(11)9,99.
               05  FILLER                 PIC X(19) VALUE
                   "  SALDOS CLIENTES: ".
               05  DET-SALDOS             PIC -(11)9,99.
               05  FILLER                 PIC X(11) VALUE
                   "  CUENTAS: ".
               05  DET-CUENTAS            PIC Z(6)9.
               05  FILLER                 PIC X(40) VALUE SPACES.
           01  DET-SIN-TIPO.
               05  FILLER                 PIC X(05) VALUE SPACES.
               05  FILLER                 PIC X(50) VALUE
                   "SIN TIPO DE CAMBIO VIGENTE - POSICION SIN VALUAR.".
               05  FILLER                 PIC X(77) VALUE SPACES.
           01  DET-SIN-ANTERIOR.
               05  FILLER                 PIC X(05) VALUE SPACES.
               05  FILLER                 PIC X(50) VALUE
                   "PRIMER TIPO VIGENTE - SIN REVALUACION DEL DIA.".
               05  FILLER                 PIC X(77) VALUE SPACES.
           01  TOT-LINEA.
               05  TOT-ETIQUETA           PIC X(75).
               05  TOT-EQUIVALENTE        PIC -(13)9,99.
               05  FILLER                 PIC X(01) VALUE SPACE.
               05  TOT-REVALUACION        PIC -(13)9,99.
               05  FILLER                 PIC X(22) VALUE SPACES.
           01  LIN-SIN-MONEDAS.
               05  FILLER                 PIC X(40) VALUE
                   "SIN POSICIONES EN MONEDA EXTRANJERA.".
               05  FILLER                 PIC X(92) VALUE SPACES.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           IF HAY-TIPOS-CAMBIO
               PERFORM 2000-CARGAR-UN-TIPO THRU 2000-EXIT
                   UNTIL FIN-TIPOS
           END-IF
           PERFORM 3000-SUMAR-UNA-CUENTA THRU 3000-EXIT
               UNTIL FIN-CUENTAS
           PERFORM 4000-SUMAR-UNA-ENTRADA THRU 4000-EXIT
               UNTIL FIN-AUDITLOG
           PERFORM 5000-IMPRIMIR-POSICION
           PERFORM 8000-IMPRIMIR-RESUMEN
           PERFORM 9999-FINALIZAR
           STOP RUN.

      ******************************************************************
      * 1000 - FECHA DE NEGOCIO Y APERTURAS
      ******************************************************************
       1000-INICIALIZAR.
           INITIALIZE TABLA-MONEDAS
      *        El dia a informar es la fecha de negocio de FECHADIA;
      *        la fecha de maquina queda solo de respaldo.
           ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD
           OPEN INPUT ARCHIVO-FECHA-DIA
           IF FS-FECHADIA = "00"
               READ ARCHIVO-FECHA-DIA
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FC-FECHA-NEGOCIO TO FECHA-PROCESO
               END-READ
               CLOSE ARCHIVO-FECHA-DIA
           END-IF
           OPEN INPUT CUENTAS-MAESTRO
           IF FS-CUENTAS NOT = "00"
               DISPLAY "POSICMON: NO SE PUDO ABRIR CUENTAS-MAESTRO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BITACORA-AUDITORIA
           IF FS-AUDITLOG NOT = "00"
               DISPLAY "POSICMON: NO SE PUDO ABRIR LA BITACORA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORTE-POSICION
           IF FS-POSICION NOT = "00"
               DISPLAY "POSICMON: NO SE PUDO ABRIR EL REPORTE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *        Sin TIPOCAMB las posiciones quedan sin valuar; sin
      *        PARAMS la tenencia de tesoreria es cero.
           OPEN INPUT TIPOS-CAMBIO
           IF FS-TIPOCAMB = "00"
               MOVE "S" TO SW-TIPOCAMB-ABIERTO
           ELSE
               DISPLAY "POSICMON: SIN ARCHIVO TIPOCAMB - POSICIONES "
                   "SIN VALUAR."
           END-IF
           OPEN INPUT ARCHIVO-PARAMETROS
           IF FS-PARAMS = "00"
               MOVE "S" TO SW-PARAMS-ABIERTO
           END-IF
           DISPLAY "==== POSICION EN MONEDA EXTRANJERA DEL DIA "
               FECHA-PROCESO " ====".

      ******************************************************************
      * 2000 - TIPOS DE CIERRE Y ANTERIOR DE CADA MONEDA
      ******************************************************************
      *        TIPOCAMB viene en orden de moneda y fecha: el ultimo
      *        registro aprobado con fecha hasta la de negocio da el
      *        tipo de cierre, y el ultimo anterior a ella el tipo
      *        del cierre previo.
       2000-CARGAR-UN-TIPO.
           READ TIPOS-CAMBIO NEXT RECORD
               AT END
                   MOVE "S" TO SW-TIPOS-EOF
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO TOTAL-TIPOS-LEIDOS
           IF NOT TC-APROBADO
               OR TC-FECHA-VIGENCIA > FECHA-PROCESO
               GO TO 2000-EXIT
           END-IF
           MOVE TC-MONEDA TO MONEDA-ENTRADA
           PERFORM 2900-INDICE-DE-MONEDA THRU 2900-EXIT
           IF NOT MONEDA-HALLADA
               GO TO 2000-EXIT
           END-IF
           COMPUTE TIPO-MEDIO ROUNDED = (TC-COMPRA + TC-VENTA) / 2
           MOVE TIPO-MEDIO TO TM-CIERRE (INDICE-MON)
           MOVE "S" TO TM-HAY-CIERRE (INDICE-MON)
           IF TC-FECHA-VIGENCIA < FECHA-PROCESO
               MOVE TIPO-MEDIO TO TM-ANTERIOR (INDICE-MON)
               MOVE "S" TO TM-HAY-ANTERIOR (INDICE-MON)
           END-IF.
       2000-EXIT.
           EXIT.

      *        Localiza (o da de alta) la moneda en la tabla. Con la
      *        tabla llena la moneda no se informa y se cuenta aparte
      *        en el resumen, para no mezclar monedas.
       2900-INDICE-DE-MONEDA.
           MOVE "N" TO SW-MONEDA-HALLADA
           PERFORM 2910-PROBAR-UNA-MONEDA THRU 2910-EXIT
               VARYING INDICE-MON FROM 1 BY 1
               UNTIL INDICE-MON > MONEDAS-CARGADAS
               OR MONEDA-HALLADA
           IF MONEDA-HALLADA
               SUBTRACT 1 FROM INDICE-MON
               GO TO 2900-EXIT
           END-IF
           IF MONEDAS-CARGADAS < MAX-MONEDAS
               ADD 1 TO MONEDAS-CARGADAS
               MOVE MONEDAS-CARGADAS TO INDICE-MON
               MOVE MONEDA-ENTRADA TO TM-MONEDA (INDICE-MON)
               MOVE "S" TO SW-MONEDA-HALLADA
           ELSE
               ADD 1 TO TOTAL-SIN-LUGAR
           END-IF.
       2900-EXIT.
           EXIT.

       2910-PROBAR-UNA-MONEDA.
           IF TM-MONEDA (INDICE-MON) = MONEDA-ENTRADA
               MOVE "S" TO SW-MONEDA-HALLADA
           END-IF.
       2910-EXIT.
           EXIT.

      ******************************************************************
      * 3000 - SALDOS DE CLIENTES EN CADA MONEDA EXTRANJERA
      ******************************************************************
       3000-SUMAR-UNA-CUENTA.
           READ CUENTAS-MAESTRO NEXT RECORD
               AT END
                   MOVE "S" TO SW-CUENTAS-EOF
                   GO TO 3000-EXIT
           END-READ
           ADD 1 TO TOTAL-CUENTAS-LEIDAS
           IF CR-MONEDA-NACIONAL
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO TOTAL-CUENTAS-MONEDA
           MOVE CR-MONEDA TO MONEDA-ENTRADA
           PERFORM 2900-INDICE-DE-MONEDA THRU 2900-EXIT
           IF NOT MONEDA-HALLADA
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO TM-CUENTAS (INDICE-MON)
           ADD CR-SALDO-CUENTA TO TM-SALDOS (INDICE-MON).
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000 - MONEDA COMPRADA Y VENDIDA EN EL DIA
      ******************************************************************
      *        Cada transferencia entre monedas deja sus dos patas
      *        con los datos de cambio: la pata de debito en moneda
      *        extranjera es moneda que el banco compro al cliente;
      *        la de credito, moneda que le vendio.
       4000-SUMAR-UNA-ENTRADA.
           READ BITACORA-AUDITORIA
               AT END
                   MOVE "S" TO SW-AUDITLOG-EOF
                   GO TO 4000-EXIT
           END-READ
           ADD 1 TO TOTAL-ENTRADAS-LEIDAS
           IF AL-FECHA NOT = FECHA-PROCESO
               OR AL-DATOS-CAMBIO = SPACES
               OR AL-MONEDA-MOVIMIENTO = SPACES
               GO TO 4000-EXIT
           END-IF
           IF AL-TIPO-TRANSACCION NOT = "TRANSF-DEB"
               AND AL-TIPO-TRANSACCION NOT = "TRANSF-CRE"
               GO TO 4000-EXIT
           END-IF
           ADD 1 TO TOTAL-PATAS-CAMBIO
           MOVE AL-MONEDA-MOVIMIENTO TO MONEDA-ENTRADA
           PERFORM 2900-INDICE-DE-MONEDA THRU 2900-EXIT
           IF NOT MONEDA-HALLADA
               GO TO 4000-EXIT
           END-IF
           IF AL-TIPO-TRANSACCION = "TRANSF-DEB"
               ADD AL-MONTO-TRANSACCION TO TM-COMPRADO (INDICE-MON)
           ELSE
               ADD AL-MONTO-TRANSACCION TO TM-VENDIDO (INDICE-MON)
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000 - REPORTE DE POSICION Y REVALUACION
      ******************************************************************
       5000-IMPRIMIR-POSICION.
           MOVE FECHA-PROCESO TO ENC-FECHA
           WRITE PS-LINEA FROM ENC-TITULO
           MOVE SPACES TO PS-LINEA
           WRITE PS-LINEA
           WRITE PS-LINEA FROM ENC-NOTA
           MOVE SPACES TO PS-LINEA
           WRITE PS-LINEA
           IF MONEDAS-CARGADAS = 0
               WRITE PS-LINEA FROM LIN-SIN-MONEDAS
           ELSE
               WRITE PS-LINEA FROM ENC-COLUMNAS
               PERFORM 5100-IMPRIMIR-UNA-MONEDA
                   VARYING INDICE-MON FROM 1 BY 1
                   UNTIL INDICE-MON > MONEDAS-CARGADAS
               MOVE SPACES TO PS-LINEA
               WRITE PS-LINEA
               MOVE "TOTALES EN MONEDA NACIONAL" TO TOT-ETIQUETA
               MOVE TOTAL-EQUIVALENTE TO TOT-EQUIVALENTE
               MOVE TOTAL-REVALUACION TO TOT-REVALUACION
               WRITE PS-LINEA FROM TOT-LINEA
           END-IF.

      *        Posicion = tenencia - saldos. Se valua al tipo de
      *        cierre; la revaluacion es la posicion por la variacion
      *        del tipo desde el cierre anterior.
       5100-IMPRIMIR-UNA-MONEDA.
           MOVE 0 TO TENENCIA-MONEDA
           IF HAY-PARAMETROS
               MOVE TM-MONEDA (INDICE-MON) TO CT-MONEDA
               MOVE CLAVE-TESORERIA TO PA-CLAVE
               READ ARCHIVO-PARAMETROS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PA-VALOR TO TENENCIA-MONEDA
               END-READ
           END-IF
           COMPUTE POSICION-MONEDA =
               TENENCIA-MONEDA - TM-SALDOS (INDICE-MON)
           MOVE 0 TO EQUIVALENTE-MONEDA
           MOVE 0 TO REVALUACION-MONEDA
           IF TM-CON-CIERRE (INDICE-MON)
               COMPUTE EQUIVALENTE-MONEDA ROUNDED =
                   POSICION-MONEDA * TM-CIERRE (INDICE-MON)
               IF TM-CON-ANTERIOR (INDICE-MON)
                   COMPUTE REVALUACION-MONEDA ROUNDED =
                       POSICION-MONEDA * (TM-CIERRE (INDICE-MON)
                       - TM-ANTERIOR (INDICE-MON))
               END-IF
           END-IF
           ADD EQUIVALENTE-MONEDA TO TOTAL-EQUIVALENTE
           ADD REVALUACION-MONEDA TO TOTAL-REVALUACION
           MOVE TM-MONEDA (INDICE-MON) TO DET-CODIGO
           MOVE TM-CIERRE (INDICE-MON) TO DET-CIERRE
           MOVE TM-ANTERIOR (INDICE-MON) TO DET-ANTERIOR
           MOVE TM-COMPRADO (INDICE-MON) TO DET-COMPRADO
           MOVE TM-VENDIDO (INDICE-MON) TO DET-VENDIDO
           MOVE POSICION-MONEDA TO DET-POSICION
           MOVE EQUIVALENTE-MONEDA TO DET-EQUIVALENTE
           MOVE REVALUACION-MONEDA TO DET-REVALUACION
           WRITE PS-LINEA FROM DET-MONEDA
           MOVE TENENCIA-MONEDA TO DET-TENENCIA
           MOVE TM-SALDOS (INDICE-MON) TO DET-SALDOS
           MOVE TM-CUENTAS (INDICE-MON) TO DET-CUENTAS
           WRITE PS-LINEA FROM DET-COMPOSICION
           IF NOT TM-CON-CIERRE (INDICE-MON)
               WRITE PS-LINEA FROM DET-SIN-TIPO
           ELSE
               IF NOT TM-CON-ANTERIOR (INDICE-MON)
                   WRITE PS-LINEA FROM DET-SIN-ANTERIOR
               END-IF
           END-IF.

      ******************************************************************
      * 8000 - CIFRAS DE CONTROL
      ******************************************************************
       8000-IMPRIMIR-RESUMEN.
           DISPLAY "---------------------------------------------".
           DISPLAY "TIPOS LEIDOS          : " TOTAL-TIPOS-LEIDOS.
           DISPLAY "CUENTAS LEIDAS        : " TOTAL-CUENTAS-LEIDAS.
           DISPLAY "CUENTAS EN M. EXTRANJ.: " TOTAL-CUENTAS-MONEDA.
           DISPLAY "ENTRADAS DE BITACORA  : " TOTAL-ENTRADAS-LEIDAS.
           DISPLAY "PATAS DE CAMBIO DEL DIA: " TOTAL-PATAS-CAMBIO.
           DISPLAY "MONEDAS INFORMADAS    : " MONEDAS-CARGADAS.
           IF TOTAL-SIN-LUGAR > 0
               DISPLAY "REGISTROS SIN LUGAR EN LA TABLA DE MONEDAS: "
                   TOTAL-SIN-LUGAR
           END-IF
           MOVE TOTAL-EQUIVALENTE TO MONTO-GRAN-PANTALLA
           DISPLAY "POSICION VALUADA      : " MONTO-GRAN-PANTALLA.
           MOVE TOTAL-REVALUACION TO MONTO-GRAN-PANTALLA
           DISPLAY "REVALUACION DEL DIA   : " MONTO-GRAN-PANTALLA.
           DISPLAY "=============================================".

       9999-FINALIZAR.
           IF HAY-TIPOS-CAMBIO
               CLOSE TIPOS-CAMBIO
           END-IF
           IF HAY-PARAMETROS
               CLOSE ARCHIVO-PARAMETROS
           END-IF
           CLOSE CUENTAS-MAESTRO
           CLOSE BITACORA-AUDITORIA
           CLOSE REPORTE-POSICION.

       END PROGRAM POSICMON.
