      ******************************************************************
      * Author: medrano00
      * Installation: Banco Simulado
      * Date-Written: 15/10/2026
      * Date-Compiled:
      * Purpose: Monthly average-daily-balance report from the
      *          SALDOHIS closing-balance history. For every account
      *          each calendar day of the month counts with the
      *          balance of the last business-day close on or before
      *          it (a weekend or holiday carries Friday's balance,
      *          days before the account was opened count as zero),
      *          and the sum is divided by the days of the month. The
      *          averages go through a bridge file SORTed by branch,
      *          customer and account into the PROMEDIO report, with
      *          the total per customer, per branch and for the bank
      *          (the average of a sum is the sum of the averages).
      *          The month comes from the command line (AAAAMM); with
      *          no parameter the month of the last closed business
      *          day rules. A month still running is averaged up to
      *          that last close and flagged as partial. Accounts
      *          that were closed all month are left out.
      * Tectonics: cobc
      *
      * Modification History:
      *   15/10/2026 MDR  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALPROM.
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
      *        Historia de saldos al cierre, recorrida en orden de
      *        cuenta y fecha.
           SELECT SALDOS-HISTORIA
               ASSIGN TO "SALDOHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SH-CLAVE
               FILE STATUS IS FS-SALDOHIS.
      *        Maestro de clientes - nombre del titular.
           SELECT CLIENTES-MAESTRO
               ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-NUM-CLIENTE
               FILE STATUS IS FS-CLIENTES.
      *        Archivo puente (sucursal, cliente, cuenta, promedio) -
      *        entrada del SORT, como el puente de CERTINT.
           SELECT PROMEDIO-PUENTE
               ASSIGN TO "PROMTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PROMTMP.
      *        Puente ya ordenado por sucursal, cliente y cuenta.
           SELECT PROMEDIO-ORDENADO
               ASSIGN TO "PROMSRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PROMSRT.
      *        Archivo de trabajo del SORT.
           SELECT ORDEN-TRABAJO
               ASSIGN TO "SORTWK".
      *        Reporte impreso de saldos promedio.
           SELECT REPORTE-PROMEDIOS
               ASSIGN TO "PROMEDIO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PROMEDIO.
      *        Registro de control de la fecha de negocio.
           SELECT ARCHIVO-FECHA-DIA
               ASSIGN TO "FECHADIA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-FECHADIA.

       DATA DIVISION.
       FILE SECTION.
       FD  SALDOS-HISTORIA
           LABEL RECORD IS STANDARD.
           COPY SALHREC.

       FD  CLIENTES-MAESTRO
           LABEL RECORD IS STANDARD.
           COPY CLIENREC.

       FD  PROMEDIO-PUENTE
           LABEL RECORD IS STANDARD.
       01  PP-REGISTRO-PUENTE.
           05  PP-SUCURSAL                PIC 9(03).
           05  PP-NUM-CLIENTE             PIC 9(06).
           05  PP-NUM-CUENTA              PIC 9(08).
           05  PP-TIPO-CUENTA             PIC X(01).
           05  PP-PROMEDIO                PIC S9(09)V99.
           05  PP-SALDO-FINAL             PIC S9(09)V99.
           05  FILLER                     PIC X(05).

      *        Mismo trazado que el puente, ya ordenado.
       FD  PROMEDIO-ORDENADO
           LABEL RECORD IS STANDARD.
       01  PO-REGISTRO-ORDENADO.
           05  PO-SUCURSAL                PIC 9(03).
           05  PO-NUM-CLIENTE             PIC 9(06).
           05  PO-NUM-CUENTA              PIC 9(08).
           05  PO-TIPO-CUENTA             PIC X(01).
           05  PO-PROMEDIO                PIC S9(09)V99.
           05  PO-SALDO-FINAL             PIC S9(09)V99.
           05  FILLER                     PIC X(05).

       SD  ORDEN-TRABAJO.
       01  SO-REGISTRO-TRABAJO.
           05  SO-SUCURSAL                PIC 9(03).
           05  SO-NUM-CLIENTE             PIC 9(06).
           05  SO-NUM-CUENTA              PIC 9(08).
           05  SO-TIPO-CUENTA             PIC X(01).
           05  SO-PROMEDIO                PIC S9(09)V99.
           05  SO-SALDO-FINAL             PIC S9(09)V99.
           05  FILLER                     PIC X(05).

       FD  REPORTE-PROMEDIOS
           LABEL RECORD IS STANDARD.
       01  PR-LINEA                       PIC X(132).

       FD  ARCHIVO-FECHA-DIA
           LABEL RECORD IS STANDARD.
           COPY FECHACTL.

       WORKING-STORAGE SECTION.
           01  FS-SALDOHIS                PIC X(02).
           01  FS-CLIENTES                PIC X(02).
           01  FS-PROMTMP                 PIC X(02).
           01  FS-PROMSRT                 PIC X(02).
           01  FS-PROMEDIO                PIC X(02).
           01  FS-FECHADIA                PIC X(02).

           01  PARM-LINEA                 PIC X(20).
           01  FECHA-ULT-CIERRE           PIC 9(08) VALUE 0.
           01  FECHA-ULT-CIERRE-DET REDEFINES FECHA-ULT-CIERRE.
               05  FU-ANO-MES             PIC 9(06).
               05  FU-DIA                 PIC 9(02).

      *        Mes pedido y sus limites.
           01  MES-PEDIDO                 PIC 9(06).
           01  MES-PEDIDO-DET REDEFINES MES-PEDIDO.
               05  MP-ANO                 PIC 9(04).
               05  MP-MES                 PIC 9(02).
           01  FECHA-INICIO-MES           PIC 9(08).
           01  FECHA-FIN-PERIODO          PIC 9(08).
      *        Dias que entran en el promedio: los del mes, o hasta
      *        el ultimo cierre si el mes sigue en curso.
           01  DIAS-PERIODO               PIC 9(02).
           01  DIAS-DEL-MES               PIC 9(02).
           01  COCIENTE-ANO               PIC 9(04).
           01  RESIDUO-ANO                PIC 9(04).
           01  SW-ANO-BISIESTO            PIC X(01) VALUE "N".
               88  ANO-BISIESTO                   VALUE "S".
           01  SW-MES-PARCIAL             PIC X(01) VALUE "N".
               88  MES-PARCIAL                    VALUE "S".

      *        Dia del mes de un registro de SALDOHIS.
           01  FECHA-REGISTRO             PIC 9(08).
           01  FECHA-REGISTRO-DET REDEFINES FECHA-REGISTRO.
               05  FILLER                 PIC 9(06).
               05  FR-DIA                 PIC 9(02).

      *        Cuenta en proceso: saldo vigente desde DIA-VIGENTE y
      *        acumulado de saldo por dia.
           01  CUENTA-EN-PROCESO          PIC 9(08).
           01  SALDO-VIGENTE              PIC S9(09)V99.
           01  DIA-VIGENTE                PIC 9(02).
           01  DIAS-TRAMO                 PIC 9(02).
           01  ACUMULADO-DIARIO           PIC S9(13)V99.
           01  PROMEDIO-CUENTA            PIC S9(09)V99.
           01  CLIENTE-CUENTA             PIC 9(06).
           01  SUCURSAL-CUENTA            PIC 9(03).
           01  TIPO-CUENTA                PIC X(01).
           01  SW-CUENTA-CON-SALDO        PIC X(01) VALUE "N".
               88  CUENTA-CON-SALDO               VALUE "S".
           01  SW-CUENTA-VIGENTE          PIC X(01) VALUE "N".
               88  CUENTA-VIGENTE                 VALUE "S".

      *        Cortes de control del reporte.
           01  SUCURSAL-EN-PROCESO        PIC 9(03).
           01  CLIENTE-EN-PROCESO         PIC 9(06).
           01  CLI-TOTAL-PROMEDIO         PIC S9(11)V99.
           01  CLI-TOTAL-FINAL            PIC S9(11)V99.
           01  SUC-TOTAL-PROMEDIO         PIC S9(11)V99.
           01  SUC-TOTAL-FINAL            PIC S9(11)V99.
           01  BCO-TOTAL-PROMEDIO         PIC S9(13)V99 VALUE 0.
           01  BCO-TOTAL-FINAL            PIC S9(13)V99 VALUE 0.

           01  TOTAL-REGISTROS-LEIDOS     PIC 9(09) VALUE 0.
           01  TOTAL-CUENTAS              PIC 9(07) VALUE 0.
           01  TOTAL-CLIENTES             PIC 9(07) VALUE 0.
           01  TOTAL-SUCURSALES           PIC 9(05) VALUE 0.
           01  MONTO-GRAN-PANTALLA        PIC -(13)9,99.

           01  SW-SALDOHIS-EOF            PIC X(01) VALUE "N".
               88  FIN-SALDOHIS                   VALUE "S".
           01  SW-ORDENADO-EOF            PIC X(01) VALUE "N".
               88  FIN-ORDENADO                   VALUE "S".
           01  SW-CLIENTES-ABIERTO        PIC X(01) VALUE "N".
               88  HAY-CLIENTES                   VALUE "S".

      *        Lineas del reporte impreso.
           01  ENC-TITULO.
               05  FILLER                 PIC X(10) VALUE SPACES.
               05  FILLER                 PIC X(28) VALUE
                   "SALDO PROMEDIO DIARIO - MES ".
               05  ENC-MES                PIC 9(06).
               05  FILLER                 PIC X(88) VALUE SPACES.
           01  ENC-PERIODO.
               05  FILLER                 PIC X(18) VALUE
                   "DIAS DEL PERIODO: ".
               05  ENC-DIAS               PIC Z9.
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  ENC-PARCIAL            PIC X(40).
               05  FILLER                 PIC X(70) VALUE SPACES.
           01  ENC-SUCURSAL.
               05  FILLER                 PIC X(14) VALUE
                   "==== SUCURSAL ".
               05  ENC-NUM-SUCURSAL       PIC 9(03).
               05  FILLER                 PIC X(05) VALUE " ====".
               05  FILLER                 PIC X(110) VALUE SPACES.
           01  ENC-COLUMNAS.
               05  FILLER                 PIC X(04) VALUE SPACES.
               05  FILLER                 PIC X(10) VALUE "CUENTA".
               05  FILLER                 PIC X(05) VALUE "TIPO".
               05  FILLER                 PIC X(17) VALUE
                   "   SALDO PROMEDIO".
               05  FILLER                 PIC X(19) VALUE
                   "        SALDO FINAL".
               05  FILLER                 PIC X(77) VALUE SPACES.
           01  ENC-CLIENTE.
               05  FILLER                 PIC X(10) VALUE
                   "  CLIENTE ".
               05  ENC-NUM-CLIENTE        PIC 9(06).
               05  FILLER                 PIC X(01) VALUE SPACE.
               05  ENC-NOMBRE             PIC X(30).
               05  FILLER                 PIC X(85) VALUE SPACES.
           01  DET-CUENTA.
               05  FILLER                 PIC X(04) VALUE SPACES.
               05  DET-NUM-CUENTA         PIC 9(08).
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  DET-TIPO               PIC X(01).
               05  FILLER                 PIC X(04) VALUE SPACES.
               05  DET-PROMEDIO           PIC -(13)9,99.
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  DET-SALDO-FINAL        PIC -(13)9,99.
               05  FILLER                 PIC X(77) VALUE SPACES.
           01  TOT-LINEA.
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  TOT-ETIQUETA           PIC X(17).
               05  DET-TOT-PROMEDIO       PIC -(13)9,99.
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  DET-TOT-FINAL          PIC -(13)9,99.
               05  FILLER                 PIC X(77) VALUE SPACES.
           01  LIN-SIN-CUENTAS.
               05  FILLER                 PIC X(40) VALUE
                   "SIN SALDOS REGISTRADOS PARA EL MES.".
               05  FILLER                 PIC X(92) VALUE SPACES.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-PROMEDIAR-CUENTAS THRU 2000-EXIT
           PERFORM 3000-ORDENAR-E-IMPRIMIR THRU 3000-EXIT
           PERFORM 8000-IMPRIMIR-RESUMEN
           PERFORM 9999-FINALIZAR
           STOP RUN.

      ******************************************************************
      * 1000 - MES PEDIDO, PERIODO Y APERTURAS
      ******************************************************************
       1000-INICIALIZAR.
           OPEN INPUT ARCHIVO-FECHA-DIA
           IF FS-FECHADIA = "00"
               READ ARCHIVO-FECHA-DIA
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FC-FECHA-ULT-CIERRE TO FECHA-ULT-CIERRE
               END-READ
               CLOSE ARCHIVO-FECHA-DIA
           END-IF
           ACCEPT PARM-LINEA FROM COMMAND-LINE
           IF PARM-LINEA (1:6) NUMERIC
               AND PARM-LINEA (1:6) NOT = "000000"
               MOVE PARM-LINEA (1:6) TO MES-PEDIDO
           ELSE
               MOVE FU-ANO-MES TO MES-PEDIDO
           END-IF
           IF MP-MES < 1 OR MP-MES > 12
               DISPLAY "SALPROM: MES INVALIDO (" MES-PEDIDO ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *        Un mes posterior al ultimo cierre no tiene saldos.
           IF MES-PEDIDO > FU-ANO-MES
               DISPLAY "SALPROM: EL MES " MES-PEDIDO " NO TIENE "
                   "CIERRES (ULTIMO CIERRE " FECHA-ULT-CIERRE ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 8100-DIAS-DEL-MES
           MOVE DIAS-DEL-MES TO DIAS-PERIODO
           IF MES-PEDIDO = FU-ANO-MES
               AND FU-DIA < DIAS-DEL-MES
               MOVE FU-DIA TO DIAS-PERIODO
               MOVE "S" TO SW-MES-PARCIAL
           END-IF
           COMPUTE FECHA-INICIO-MES = MES-PEDIDO * 100 + 1
           COMPUTE FECHA-FIN-PERIODO =
               MES-PEDIDO * 100 + DIAS-PERIODO
           OPEN INPUT SALDOS-HISTORIA
           IF FS-SALDOHIS NOT = "00"
               DISPLAY "SALPROM: NO SE PUDO ABRIR SALDOHIS."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CLIENTES-MAESTRO
           IF FS-CLIENTES = "00"
               MOVE "S" TO SW-CLIENTES-ABIERTO
           END-IF
           DISPLAY "==== SALDO PROMEDIO DIARIO - MES " MES-PEDIDO
               " (" DIAS-PERIODO " DIAS) ====".
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000 - PROMEDIO DE CADA CUENTA AL ARCHIVO PUENTE
      ******************************************************************
       2000-PROMEDIAR-CUENTAS.
           OPEN OUTPUT PROMEDIO-PUENTE
           PERFORM 7000-LEER-SALDOHIS THRU 7000-EXIT
           PERFORM 2100-PROMEDIAR-UNA-CUENTA THRU 2100-EXIT
               UNTIL FIN-SALDOHIS
           CLOSE PROMEDIO-PUENTE.
       2000-EXIT.
           EXIT.

      *        Corte por cuenta. Antes del primer cierre del mes rige
      *        el ultimo saldo anterior al mes (cero si no lo hay);
      *        cada cierre del mes rige desde su dia hasta el
      *        siguiente cierre o el fin del periodo.
       2100-PROMEDIAR-UNA-CUENTA.
           MOVE SH-NUM-CUENTA TO CUENTA-EN-PROCESO
           MOVE 0 TO SALDO-VIGENTE
           MOVE 1 TO DIA-VIGENTE
           MOVE 0 TO ACUMULADO-DIARIO
           MOVE "N" TO SW-CUENTA-CON-SALDO
           MOVE "N" TO SW-CUENTA-VIGENTE
           PERFORM 2200-APLICAR-UN-CIERRE THRU 2200-EXIT
               UNTIL FIN-SALDOHIS
               OR SH-NUM-CUENTA NOT = CUENTA-EN-PROCESO
           IF NOT CUENTA-CON-SALDO OR NOT CUENTA-VIGENTE
               GO TO 2100-EXIT
           END-IF
           COMPUTE DIAS-TRAMO = DIAS-PERIODO + 1 - DIA-VIGENTE
           COMPUTE ACUMULADO-DIARIO =
               ACUMULADO-DIARIO + SALDO-VIGENTE * DIAS-TRAMO
           COMPUTE PROMEDIO-CUENTA ROUNDED =
               ACUMULADO-DIARIO / DIAS-PERIODO
           MOVE SUCURSAL-CUENTA TO PP-SUCURSAL
           MOVE CLIENTE-CUENTA TO PP-NUM-CLIENTE
           MOVE CUENTA-EN-PROCESO TO PP-NUM-CUENTA
           MOVE TIPO-CUENTA TO PP-TIPO-CUENTA
           MOVE PROMEDIO-CUENTA TO PP-PROMEDIO
           MOVE SALDO-VIGENTE TO PP-SALDO-FINAL
           WRITE PP-REGISTRO-PUENTE
           ADD 1 TO TOTAL-CUENTAS.
       2100-EXIT.
           EXIT.

       2200-APLICAR-UN-CIERRE.
      *        Lo posterior al periodo no cuenta.
           IF SH-FECHA-NEGOCIO NOT > FECHA-FIN-PERIODO
               PERFORM 2210-TOMAR-CIERRE
           END-IF
           PERFORM 7000-LEER-SALDOHIS THRU 7000-EXIT.
       2200-EXIT.
           EXIT.

       2210-TOMAR-CIERRE.
           MOVE "S" TO SW-CUENTA-CON-SALDO
           MOVE SH-NUM-CLIENTE TO CLIENTE-CUENTA
           MOVE SH-SUCURSAL TO SUCURSAL-CUENTA
           MOVE SH-TIPO-CUENTA TO TIPO-CUENTA
      *        Vigente en el mes: abierta al ultimo cierre de
      *        arrastre, o no cerrada en algun cierre del mes.
           IF SH-FECHA-NEGOCIO < FECHA-INICIO-MES
               IF SH-ESTADO-CUENTA = "X"
                   MOVE "N" TO SW-CUENTA-VIGENTE
               ELSE
                   MOVE "S" TO SW-CUENTA-VIGENTE
               END-IF
           ELSE
               IF SH-ESTADO-CUENTA NOT = "X"
                   MOVE "S" TO SW-CUENTA-VIGENTE
               END-IF
           END-IF
           IF SH-FECHA-NEGOCIO < FECHA-INICIO-MES
      *        Saldo de arrastre desde antes del mes.
               MOVE SH-SALDO TO SALDO-VIGENTE
           ELSE
               MOVE SH-FECHA-NEGOCIO TO FECHA-REGISTRO
               COMPUTE DIAS-TRAMO = FR-DIA - DIA-VIGENTE
               COMPUTE ACUMULADO-DIARIO =
                   ACUMULADO-DIARIO + SALDO-VIGENTE * DIAS-TRAMO
               MOVE SH-SALDO TO SALDO-VIGENTE
               MOVE FR-DIA TO DIA-VIGENTE
           END-IF.

      ******************************************************************
      * 3000 - ORDENA LOS PROMEDIOS E IMPRIME EL REPORTE
      ******************************************************************
       3000-ORDENAR-E-IMPRIMIR.
           SORT ORDEN-TRABAJO
               ON ASCENDING KEY SO-SUCURSAL
                                SO-NUM-CLIENTE
                                SO-NUM-CUENTA
               USING PROMEDIO-PUENTE
               GIVING PROMEDIO-ORDENADO
           OPEN INPUT PROMEDIO-ORDENADO
           IF FS-PROMSRT NOT = "00"
               DISPLAY "SALPROM: NO SE PUDO ABRIR EL PUENTE ORDENADO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORTE-PROMEDIOS
           IF FS-PROMEDIO NOT = "00"
               DISPLAY "SALPROM: NO SE PUDO ABRIR PROMEDIO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE MES-PEDIDO TO ENC-MES
           WRITE PR-LINEA FROM ENC-TITULO AFTER ADVANCING PAGE
           MOVE DIAS-PERIODO TO ENC-DIAS
           MOVE SPACES TO ENC-PARCIAL
           IF MES-PARCIAL
               MOVE "(MES EN CURSO - HASTA EL ULTIMO CIERRE)"
                   TO ENC-PARCIAL
           END-IF
           WRITE PR-LINEA FROM ENC-PERIODO AFTER ADVANCING 1 LINE
           PERFORM 7100-LEER-ORDENADO THRU 7100-EXIT
           IF FIN-ORDENADO
               WRITE PR-LINEA FROM LIN-SIN-CUENTAS
                   AFTER ADVANCING 2 LINES
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-IMPRIMIR-UNA-SUCURSAL THRU 3100-EXIT
               UNTIL FIN-ORDENADO
           MOVE "TOTAL BANCO" TO TOT-ETIQUETA
           MOVE BCO-TOTAL-PROMEDIO TO DET-TOT-PROMEDIO
           MOVE BCO-TOTAL-FINAL TO DET-TOT-FINAL
           WRITE PR-LINEA FROM TOT-LINEA AFTER ADVANCING 2 LINES.
       3000-EXIT.
           EXIT.

       3100-IMPRIMIR-UNA-SUCURSAL.
           MOVE PO-SUCURSAL TO SUCURSAL-EN-PROCESO
           MOVE 0 TO SUC-TOTAL-PROMEDIO
           MOVE 0 TO SUC-TOTAL-FINAL
           MOVE SUCURSAL-EN-PROCESO TO ENC-NUM-SUCURSAL
           WRITE PR-LINEA FROM ENC-SUCURSAL AFTER ADVANCING 2 LINES
           WRITE PR-LINEA FROM ENC-COLUMNAS AFTER ADVANCING 1 LINE
           PERFORM 3200-IMPRIMIR-UN-CLIENTE THRU 3200-EXIT
               UNTIL FIN-ORDENADO
               OR PO-SUCURSAL NOT = SUCURSAL-EN-PROCESO
           MOVE "TOTAL SUCURSAL" TO TOT-ETIQUETA
           MOVE SUC-TOTAL-PROMEDIO TO DET-TOT-PROMEDIO
           MOVE SUC-TOTAL-FINAL TO DET-TOT-FINAL
           WRITE PR-LINEA FROM TOT-LINEA AFTER ADVANCING 2 LINES
           ADD SUC-TOTAL-PROMEDIO TO BCO-TOTAL-PROMEDIO
           ADD SUC-TOTAL-FINAL TO BCO-TOTAL-FINAL
           ADD 1 TO TOTAL-SUCURSALES.
       3100-EXIT.
           EXIT.

       3200-IMPRIMIR-UN-CLIENTE.
           MOVE PO-NUM-CLIENTE TO CLIENTE-EN-PROCESO
           MOVE 0 TO CLI-TOTAL-PROMEDIO
           MOVE 0 TO CLI-TOTAL-FINAL
           MOVE CLIENTE-EN-PROCESO TO ENC-NUM-CLIENTE
           MOVE "(CLIENTE NO REGISTRADO)" TO ENC-NOMBRE
           IF HAY-CLIENTES
               MOVE CLIENTE-EN-PROCESO TO CL-NUM-CLIENTE
               READ CLIENTES-MAESTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CL-NOMBRE TO ENC-NOMBRE
               END-READ
           END-IF
           WRITE PR-LINEA FROM ENC-CLIENTE AFTER ADVANCING 2 LINES
           PERFORM 3300-IMPRIMIR-UNA-CUENTA THRU 3300-EXIT
               UNTIL FIN-ORDENADO
               OR PO-SUCURSAL NOT = SUCURSAL-EN-PROCESO
               OR PO-NUM-CLIENTE NOT = CLIENTE-EN-PROCESO
           MOVE "TOTAL CLIENTE" TO TOT-ETIQUETA
           MOVE CLI-TOTAL-PROMEDIO TO DET-TOT-PROMEDIO
           MOVE CLI-TOTAL-FINAL TO DET-TOT-FINAL
           WRITE PR-LINEA FROM TOT-LINEA AFTER ADVANCING 1 LINE
           ADD CLI-TOTAL-PROMEDIO TO SUC-TOTAL-PROMEDIO
           ADD CLI-TOTAL-FINAL TO SUC-TOTAL-FINAL
           ADD 1 TO TOTAL-CLIENTES.
       3200-EXIT.
           EXIT.

       3300-IMPRIMIR-UNA-CUENTA.
           MOVE PO-NUM-CUENTA TO DET-NUM-CUENTA
           MOVE PO-TIPO-CUENTA TO DET-TIPO
           MOVE PO-PROMEDIO TO DET-PROMEDIO
           MOVE PO-SALDO-FINAL TO DET-SALDO-FINAL
           WRITE PR-LINEA FROM DET-CUENTA AFTER ADVANCING 1 LINE
           ADD PO-PROMEDIO TO CLI-TOTAL-PROMEDIO
           ADD PO-SALDO-FINAL TO CLI-TOTAL-FINAL
           PERFORM 7100-LEER-ORDENADO THRU 7100-EXIT.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 7000 - LECTURAS ADELANTADAS
      ******************************************************************
       7000-LEER-SALDOHIS.
           READ SALDOS-HISTORIA NEXT RECORD
               AT END
                   MOVE "S" TO SW-SALDOHIS-EOF
                   GO TO 7000-EXIT
           END-READ
           ADD 1 TO TOTAL-REGISTROS-LEIDOS.
       7000-EXIT.
           EXIT.

       7100-LEER-ORDENADO.
           READ PROMEDIO-ORDENADO
               AT END
                   MOVE "S" TO SW-ORDENADO-EOF
                   GO TO 7100-EXIT
           END-READ.
       7100-EXIT.
           EXIT.

       8000-IMPRIMIR-RESUMEN.
           DISPLAY "=============================================".
           DISPLAY "REGISTROS SALDOHIS     : " TOTAL-REGISTROS-LEIDOS.
           DISPLAY "CUENTAS PROMEDIADAS    : " TOTAL-CUENTAS.
           DISPLAY "CLIENTES               : " TOTAL-CLIENTES.
           DISPLAY "SUCURSALES             : " TOTAL-SUCURSALES.
           MOVE BCO-TOTAL-PROMEDIO TO MONTO-GRAN-PANTALLA
           DISPLAY "PROMEDIO TOTAL BANCO   : " MONTO-GRAN-PANTALLA.
           DISPLAY "=============================================".

      ******************************************************************
      * 8100 - DIAS DEL MES PEDIDO
      ******************************************************************
       8100-DIAS-DEL-MES.
           EVALUATE MP-MES
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
           DIVIDE MP-ANO BY 4 GIVING COCIENTE-ANO
               REMAINDER RESIDUO-ANO
           IF RESIDUO-ANO = 0
               MOVE "S" TO SW-ANO-BISIESTO
               DIVIDE MP-ANO BY 100 GIVING COCIENTE-ANO
                   REMAINDER RESIDUO-ANO
               IF RESIDUO-ANO = 0
                   DIVIDE MP-ANO BY 400 GIVING COCIENTE-ANO
                       REMAINDER RESIDUO-ANO
                   IF RESIDUO-ANO NOT = 0
                       MOVE "N" TO SW-ANO-BISIESTO
                   END-IF
               END-IF
           END-IF.

       9999-FINALIZAR.
           CLOSE SALDOS-HISTORIA
           IF HAY-CLIENTES
               CLOSE CLIENTES-MAESTRO
           END-IF
           CLOSE PROMEDIO-ORDENADO
           CLOSE REPORTE-PROMEDIOS.

       END PROGRAM SALPROM.
