      ******************************************************************
      * Author: medrano00
      * Installation: Banco Simulado
      * Date-Written: 15/10/2026
      * Date-Compiled:
      * Purpose: Deposit-insurance regulatory file. Totals every
      *          depositor's deposits as of the business date - the
      *          positive balance of each open CUENTAS account
      *          (foreign-currency balances at the buying rate in
      *          force on TIPOCAMB) and each active PLAZOS term
      *          deposit with the interest accrued so far - per
      *          CLIENTES customer. A joint account is split among
      *          its owners on TITULARES by ownership share, as
      *          CERTINT does; apoderados own nothing. Each total is
      *          capped at the coverage limit (SEGDEPLI in PARAMS);
      *          deposit types named in PARAMS (SEGEXCLC current,
      *          SEGEXCLA savings, SEGEXCLP term deposits, value not
      *          zero) are left out. Writes the dated regulatory file
      *          SEGDEP.AAAAMMDD (SEGDREC), the control report
      *          SEGDEPCT of insured and uninsured totals by branch,
      *          and the list SEGDEPNA of deposits that could not be
      *          attributed to a valid customer (or had no exchange
      *          rate). Ends with a console summary.
      * Tectonics: cobc
      *
      * Modification History:
      *   15/10/2026 MDR  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGURDEP.
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
      *        Maestro de cuentas: recorrido completo, y lectura
      *        directa de la cuenta ligada de cada plazo fijo.
           SELECT CUENTAS-MAESTRO
               ASSIGN TO "CUENTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-NUM-CUENTA
               FILE STATUS IS FS-CUENTAS.
      *        Plazos fijos, recorridos en orden de numero.
           SELECT PLAZOS-FIJOS
               ASSIGN TO "PLAZOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PF-NUM-PLAZO
               FILE STATUS IS FS-PLAZOS.
      *        Maestro de clientes - depositantes validos.
           SELECT CLIENTES-MAESTRO
               ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-NUM-CLIENTE
               FILE STATUS IS FS-CLIENTES.
      *        Titulares y co-titulares de cada cuenta, con su parte.
           SELECT TITULARES-CUENTA
               ASSIGN TO "TITULARES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-CLAVE-TITULAR
               FILE STATUS IS FS-TITULARES.
      *        Tipos de cambio, en orden de moneda y fecha.
           SELECT TIPOS-CAMBIO
               ASSIGN TO "TIPOCAMB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TC-CLAVE
               FILE STATUS IS FS-TIPOCAMB.
      *        Parametros: limite de cobertura y tipos excluidos.
           SELECT ARCHIVO-PARAMETROS
               ASSIGN TO "PARAMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PA-CLAVE
               FILE STATUS IS FS-PARAMS.
      *        Registro de control de la fecha de negocio.
           SELECT ARCHIVO-FECHA-DIA
               ASSIGN TO "FECHADIA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-FECHADIA.
      *        Puente de depositos atribuidos (depositante, sucursal,
      *        origen, monto) - entrada del SORT.
           SELECT DEPOSITOS-PUENTE
               ASSIGN TO "SEGTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SEGTMP.
      *        Puente ordenado por depositante y sucursal.
           SELECT DEPOSITOS-ORDENADOS
               ASSIGN TO "SEGSORT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SEGSORT.
      *        Archivo de trabajo del SORT.
           SELECT ORDEN-DEPOSITOS
               ASSIGN TO "SORTWK".
      *        Archivo regulatorio fechado; el nombre se estampa en
      *        1000 antes de abrirlo.
           SELECT ARCHIVO-REGULATORIO
               ASSIGN TO NOMBRE-ARCHIVO-SEGURO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SEGDEP.
      *        Reporte de control por sucursal.
           SELECT REPORTE-CONTROL
               ASSIGN TO "SEGDEPCT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SEGDEPCT.
      *        Listado de depositos no atribuibles.
           SELECT REPORTE-NO-ATRIBUIBLES
               ASSIGN TO "SEGDEPNA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SEGDEPNA.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-MAESTRO
           LABEL RECORD IS STANDARD.
           COPY CUENTAREC.

       FD  PLAZOS-FIJOS
           LABEL RECORD IS STANDARD.
           COPY PLAZOREC.

       FD  CLIENTES-MAESTRO
           LABEL RECORD IS STANDARD.
           COPY CLIENREC.

       FD  TITULARES-CUENTA
           LABEL RECORD IS STANDARD.
           COPY TITULREC.

       FD  TIPOS-CAMBIO
           LABEL RECORD IS STANDARD.
           COPY TCAMREC.

       FD  ARCHIVO-PARAMETROS
           LABEL RECORD IS STANDARD.
           COPY PARAMREC.

       FD  ARCHIVO-FECHA-DIA
           LABEL RECORD IS STANDARD.
           COPY FECHACTL.

       FD  DEPOSITOS-PUENTE
           LABEL RECORD IS STANDARD.
       01  DP-REGISTRO-PUENTE.
           05  DP-NUM-CLIENTE             PIC 9(06).
           05  DP-SUCURSAL                PIC 9(03).
      *        C = cuenta, P = plazo fijo.
           05  DP-ORIGEN                  PIC X(01).
           05  DP-NUMERO                  PIC 9(08).
      *        Parte del depositante, en moneda nacional.
           05  DP-MONTO                   PIC 9(11)V99.
           05  FILLER                     PIC X(09).

      *        Mismo trazado que el puente, ya ordenado.
       FD  DEPOSITOS-ORDENADOS
           LABEL RECORD IS STANDARD.
       01  DO-REGISTRO-ORDENADO.
           05  DO-NUM-CLIENTE             PIC 9(06).
           05  DO-SUCURSAL                PIC 9(03).
           05  DO-ORIGEN                  PIC X(01).
               88  DO-ES-PLAZO                    VALUE "P".
           05  DO-NUMERO                  PIC 9(08).
           05  DO-MONTO                   PIC 9(11)V99.
           05  FILLER                     PIC X(09).

       SD  ORDEN-DEPOSITOS.
       01  DS-REGISTRO-TRABAJO.
           05  DS-NUM-CLIENTE             PIC 9(06).
           05  DS-SUCURSAL                PIC 9(03).
           05  FILLER                     PIC X(31).

       FD  ARCHIVO-REGULATORIO
           LABEL RECORD IS STANDARD.
           COPY SEGDREC.

       FD  REPORTE-CONTROL
           LABEL RECORD IS STANDARD.
       01  SC-LINEA                       PIC X(132).

       FD  REPORTE-NO-ATRIBUIBLES
           LABEL RECORD IS STANDARD.
       01  SN-LINEA                       PIC X(132).

       WORKING-STORAGE SECTION.
           01  FS-CUENTAS                 PIC X(02).
           01  FS-PLAZOS                  PIC X(02).
           01  FS-CLIENTES                PIC X(02).
           01  FS-TITULARES               PIC X(02).
           01  FS-TIPOCAMB                PIC X(02).
           01  FS-PARAMS                  PIC X(02).
           01  FS-FECHADIA                PIC X(02).
           01  FS-SEGTMP                  PIC X(02).
           01  FS-SEGSORT                 PIC X(02).
           01  FS-SEGDEP                  PIC X(02).
           01  FS-SEGDEPCT                PIC X(02).
           01  FS-SEGDEPNA                PIC X(02).

      *        Limite de cobertura por depositante (clave SEGDEPLI
      *        en PARAMS; el VALUE es el respaldo).
           77  LIMITE-COBERTURA           PIC 9(09)V99 VALUE 100000.
      *        Codigo de banco propio (clave BANCOPRO en PARAMS).
           77  BANCO-PROPIO               PIC 9(04) VALUE 1.

      *        Tipos de deposito y si PARAMS los excluye (clave
      *        SEGEXCL seguida de la letra del tipo, valor no cero).
           01  TABLA-TIPOS-DEPOSITO.
               05  FILLER                 PIC X(01) VALUE "C".
               05  FILLER                 PIC X(01) VALUE "N".
               05  FILLER                 PIC X(12) VALUE "CORRIENTE".
               05  FILLER                 PIC X(01) VALUE "A".
               05  FILLER                 PIC X(01) VALUE "N".
               05  FILLER                 PIC X(12) VALUE "AHORROS".
               05  FILLER                 PIC X(01) VALUE "P".
               05  FILLER                 PIC X(01) VALUE "N".
               05  FILLER                 PIC X(12) VALUE "PLAZO FIJO".
           01  TABLA-TIPOS-DET REDEFINES TABLA-TIPOS-DEPOSITO.
               05  TX-TIPO-DEPOSITO OCCURS 3 TIMES.
                   10  TX-TIPO            PIC X(01).
                   10  TX-EXCLUIDO        PIC X(01).
                       88  TX-TIPO-EXCLUIDO       VALUE "S".
                   10  TX-NOMBRE          PIC X(12).
           01  INDICE-TIPO                PIC 9(02) COMP.
           01  TIPO-BUSCADO               PIC X(01).
           01  CLAVE-EXCLUSION.
               05  FILLER                 PIC X(07) VALUE "SEGEXCL".
               05  CLAVE-EXCLUSION-TIPO   PIC X(01).
           01  PUNTERO-EXCLUIDOS          PIC 9(02) COMP.

      *        Tipo comprador vigente de cada moneda extranjera.
           77  MAX-MONEDAS                PIC 9(02) VALUE 20.
           01  TABLA-MONEDAS.
               05  TM-MONEDA-VIGENTE OCCURS 20 TIMES.
                   10  TM-MONEDA          PIC X(03).
                   10  TM-COMPRA          PIC 9(05)V9(04).
           01  MONEDAS-CARGADAS           PIC 9(02) COMP VALUE 0.
           01  INDICE-MON                 PIC 9(02) COMP.
           01  MONEDA-BUSCADA             PIC X(03).

      *        Duenos de la cuenta en proceso (titular y
      *        co-titulares de TITULARES) y su parte; el saldo se
      *        reparte en proporcion a la suma de las partes.
           77  MAX-DUENOS                 PIC 9(02) VALUE 10.
           01  TOTAL-DUENOS               PIC 9(02).
           01  INDICE-DUENO               PIC 9(02).
           01  TABLA-DUENOS.
               05  DUENO-CUENTA OCCURS 10 TIMES.
                   10  DUENO-NUM-CLIENTE  PIC 9(06).
                   10  DUENO-PORCENTAJE   PIC 9(03)V99.
           01  SUMA-PARTES                PIC 9(05)V99.
           01  MONTO-REPARTIDO            PIC 9(13)V99.

      *        Deposito en proceso.
           01  ORIGEN-DEPOSITO            PIC X(01).
               88  ORIGEN-ES-CUENTA               VALUE "C".
           01  NUMERO-DEPOSITO            PIC 9(08).
           01  SUCURSAL-DEPOSITO          PIC 9(03).
           01  MONTO-DEPOSITO             PIC 9(11)V99.
           01  MONTO-PARTE                PIC 9(11)V99.
           01  CLIENTE-BUSCADO            PIC 9(06).
           01  MOTIVO-NO-ATRIBUIBLE       PIC X(40).
           01  INTERES-DEVENGADO          PIC 9(09)V99.
           01  DIAS-TRANSCURRIDOS         PIC 9(03).

      *        Fecha de trabajo con vista por partes para contar los
      *        dias corridos de un plazo.
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

      *        Depositante en proceso y sus sucursales.
           01  CLIENTE-EN-PROCESO         PIC 9(06).
           01  DEP-CANT-CUENTAS           PIC 9(03).
           01  DEP-CANT-PLAZOS            PIC 9(03).
           01  DEP-SALDO-CUENTAS          PIC 9(13)V99.
           01  DEP-SALDO-PLAZOS           PIC 9(13)V99.
           01  DEP-TOTAL                  PIC 9(13)V99.
           01  DEP-ASEGURADO              PIC 9(13)V99.
           01  DEP-NO-ASEGURADO           PIC 9(13)V99.
           01  PARTE-ASEGURADA            PIC 9(13)V99.
           77  MAX-SUCURSALES-DEP         PIC 9(02) VALUE 50.
           01  TABLA-DEPOSITANTE.
               05  TD-SUCURSAL-DEP OCCURS 50 TIMES.
                   10  TD-SUCURSAL        PIC 9(03).
                   10  TD-MONTO           PIC 9(13)V99.
           01  SUCURSALES-DEPOSITANTE     PIC 9(02) COMP.
           01  INDICE-SUC-DEP             PIC 9(02) COMP.

      *        Totales por sucursal; la sucursal N va en la posicion
      *        N + 1 (la 000 en la primera).
           01  TABLA-SUCURSALES.
               05  TS-SUCURSAL OCCURS 1000 TIMES.
                   10  TS-DEPOSITANTES    PIC 9(07).
                   10  TS-TOTAL           PIC 9(15)V99.
                   10  TS-ASEGURADO       PIC 9(15)V99.
                   10  TS-NO-ASEGURADO    PIC 9(15)V99.
           01  INDICE-SUCURSAL            PIC 9(04) COMP.

           01  FECHA-NEGOCIO              PIC 9(08).
           01  FECHA-HOY                  PIC 9(08).
           01  NOMBRE-ARCHIVO-SEGURO.
               05  FILLER                 PIC X(07) VALUE "SEGDEP.".
               05  SEGURO-FECHA           PIC 9(08).

           01  TOTAL-CUENTAS-LEIDAS       PIC 9(07) VALUE 0.
           01  TOTAL-CUENTAS-INCLUIDAS    PIC 9(07) VALUE 0.
           01  TOTAL-PLAZOS-LEIDOS        PIC 9(07) VALUE 0.
           01  TOTAL-PLAZOS-INCLUIDOS     PIC 9(07) VALUE 0.
           01  TOTAL-EXCLUIDOS            PIC 9(07) VALUE 0.
           01  MONTO-EXCLUIDO             PIC 9(15)V99 VALUE 0.
           01  TOTAL-NO-ATRIBUIBLES       PIC 9(07) VALUE 0.
           01  MONTO-NO-ATRIBUIBLE        PIC 9(15)V99 VALUE 0.
           01  TOTAL-SIN-CAMBIO           PIC 9(07) VALUE 0.
           01  TOTAL-DEPOSITANTES         PIC 9(07) VALUE 0.
           01  TOTAL-EXCEDIDOS            PIC 9(07) VALUE 0.
           01  TOTAL-DEPOSITOS            PIC 9(15)V99 VALUE 0.
           01  TOTAL-ASEGURADO            PIC 9(15)V99 VALUE 0.
           01  TOTAL-NO-ASEGURADO         PIC 9(15)V99 VALUE 0.
           01  TOTAL-PANTALLA             PIC Z(14)9,99.

           01  SW-CUENTAS-EOF             PIC X(01) VALUE "N".
               88  FIN-CUENTAS                    VALUE "S".
           01  SW-PLAZOS-EOF              PIC X(01) VALUE "N".
               88  FIN-PLAZOS                     VALUE "S".
           01  SW-TITULARES-EOF           PIC X(01) VALUE "N".
               88  FIN-TITULARES                  VALUE "S".
           01  SW-TIPOS-EOF               PIC X(01) VALUE "N".
               88  FIN-TIPOS                      VALUE "S".
           01  SW-ORDENADO-EOF            PIC X(01) VALUE "N".
               88  FIN-ORDENADO                   VALUE "S".
           01  SW-PLAZOS-ABIERTO          PIC X(01) VALUE "N".
               88  HAY-PLAZOS                     VALUE "S".
           01  SW-CLIENTES-ABIERTO        PIC X(01) VALUE "N".
               88  HAY-CLIENTES                   VALUE "S".
           01  SW-TITULARES-ABIERTO       PIC X(01) VALUE "N".
               88  HAY-TITULARES                  VALUE "S".
           01  SW-CLIENTE-VALIDO          PIC X(01) VALUE "N".
               88  CLIENTE-VALIDO                 VALUE "S".
           01  SW-MONEDA-HALLADA          PIC X(01) VALUE "N".
               88  MONEDA-HALLADA                 VALUE "S".
           01  SW-TIPO-EXCLUIDO           PIC X(01) VALUE "N".
               88  TIPO-EXCLUIDO                  VALUE "S".
           01  SW-DESBORDE-AVISADO        PIC X(01) VALUE "N".
               88  DESBORDE-AVISADO               VALUE "S".

      *        Lineas del reporte de control.
           01  ENC-TITULO.
               05  FILLER                 PIC X(10) VALUE SPACES.
               05  FILLER                 PIC X(30) VALUE
                   "SEGURO DE DEPOSITOS - CONTROL ".
               05  FILLER                 PIC X(24) VALUE
                   "ASEGURADO / NO ASEGURADO".
               05  FILLER                 PIC X(08) VALUE " - CORTE".
               05  FILLER                 PIC X(01) VALUE SPACE.
               05  ENC-FECHA              PIC 9999/99/99.
               05  FILLER                 PIC X(49) VALUE SPACES.
           01  ENC-LIMITE.
               05  FILLER                 PIC X(10) VALUE SPACES.
               05  FILLER                 PIC X(37) VALUE
                   "LIMITE DE COBERTURA POR DEPOSITANTE: ".
               05  ENC-LIMITE-MONTO       PIC Z(08)9,99.
               05  FILLER                 PIC X(20) VALUE
                   "   TIPOS EXCLUIDOS: ".
               05  ENC-EXCLUIDOS          PIC X(40).
               05  FILLER                 PIC X(13) VALUE SPACES.
           01  ENC-COLUMNAS.
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  FILLER                 PIC X(08) VALUE "SUCURSAL".
               05  FILLER                 PIC X(14) VALUE
                   "  DEPOSITANTES".
               05  FILLER                 PIC X(17) VALUE
                   "  TOTAL DEPOSITOS".
               05  FILLER                 PIC X(19) VALUE
                   "          ASEGURADO".
               05  FILLER                 PIC X(19) VALUE
                   "       NO ASEGURADO".
               05  FILLER                 PIC X(53) VALUE SPACES.
           01  DET-SUCURSAL.
               05  FILLER                 PIC X(05) VALUE SPACES.
               05  DET-NUM-SUCURSAL       PIC 9(03).
               05  FILLER                 PIC X(06) VALUE SPACES.
               05  DET-DEPOSITANTES       PIC Z(06)9.
               05  FILLER                 PIC X(04) VALUE SPACES.
               05  DET-TOTAL              PIC Z(12)9,99.
               05  FILLER                 PIC X(03) VALUE SPACES.
               05  DET-ASEGURADO          PIC Z(12)9,99.
               05  FILLER                 PIC X(03) VALUE SPACES.
               05  DET-NO-ASEGURADO       PIC Z(12)9,99.
               05  FILLER                 PIC X(53) VALUE SPACES.
           01  TOT-BANCO.
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  FILLER                 PIC X(12) VALUE
                   "TOTAL BANCO".
               05  TOT-DEPOSITANTES       PIC Z(06)9.
               05  FILLER                 PIC X(04) VALUE SPACES.
               05  TOT-TOTAL              PIC Z(12)9,99.
               05  FILLER                 PIC X(03) VALUE SPACES.
               05  TOT-ASEGURADO          PIC Z(12)9,99.
               05  FILLER                 PIC X(03) VALUE SPACES.
               05  TOT-NO-ASEGURADO       PIC Z(12)9,99.
               05  FILLER                 PIC X(53) VALUE SPACES.
           01  LIN-CONTROL.
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  LIN-ETIQUETA           PIC X(36).
               05  LIN-CANTIDAD           PIC Z(06)9.
               05  FILLER                 PIC X(09) VALUE
                   "  MONTO: ".
               05  LIN-MONTO              PIC Z(12)9,99.
               05  FILLER                 PIC X(62) VALUE SPACES.
           01  LIN-SIN-DEPOSITOS.
               05  FILLER                 PIC X(50) VALUE
                   "SIN DEPOSITOS ATRIBUIDOS A INFORMAR.".
               05  FILLER                 PIC X(82) VALUE SPACES.

      *        Lineas del listado de no atribuibles.
           01  NA-TITULO.
               05  FILLER                 PIC X(10) VALUE SPACES.
               05  FILLER                 PIC X(30) VALUE
                   "SEGURO DE DEPOSITOS - DEPOSITO".
               05  FILLER                 PIC X(18) VALUE
                   "S NO ATRIBUIBLES -".
               05  FILLER                 PIC X(07) VALUE " CORTE ".
               05  NA-FECHA               PIC 9999/99/99.
               05  FILLER                 PIC X(57) VALUE SPACES.
           01  NA-COLUMNAS.
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  FILLER                 PIC X(08) VALUE "ORIGEN".
               05  FILLER                 PIC X(10) VALUE "NUMERO".
               05  FILLER                 PIC X(08) VALUE "CLIENTE".
               05  FILLER                 PIC X(05) VALUE "SUC".
               05  FILLER                 PIC X(05) VALUE "MON".
               05  FILLER                 PIC X(16) VALUE
                   "           MONTO".
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  FILLER                 PIC X(40) VALUE "MOTIVO".
               05  FILLER                 PIC X(36) VALUE SPACES.
           01  NA-DETALLE.
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  NA-ORIGEN              PIC X(06).
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  NA-NUMERO              PIC 9(08).
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  NA-CLIENTE             PIC 9(06).
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  NA-SUCURSAL            PIC 9(03).
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  NA-MONEDA              PIC X(03).
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  NA-MONTO               PIC Z(12)9,99.
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  NA-MOTIVO              PIC X(40).
               05  FILLER                 PIC X(36) VALUE SPACES.
           01  NA-TOTAL.
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  FILLER                 PIC X(28) VALUE
                   "PARTIDAS NO ATRIBUIBLES:    ".
               05  NA-TOT-CANTIDAD        PIC Z(06)9.
               05  FILLER                 PIC X(28) VALUE
                   "   MONTO EN MONEDA NACIONAL:".
               05  NA-TOT-MONTO           PIC Z(12)9,99.
               05  FILLER                 PIC X(51) VALUE SPACES.
           01  NA-NINGUNO.
               05  FILLER                 PIC X(50) VALUE
                   "TODOS LOS DEPOSITOS FUERON ATRIBUIDOS.".
               05  FILLER                 PIC X(82) VALUE SPACES.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-EXTRAER-CUENTAS THRU 2000-EXIT
           PERFORM 3000-EXTRAER-PLAZOS THRU 3000-EXIT
           CLOSE DEPOSITOS-PUENTE
           SORT ORDEN-DEPOSITOS
               ON ASCENDING KEY DS-NUM-CLIENTE
                                DS-SUCURSAL
               USING DEPOSITOS-PUENTE
               GIVING DEPOSITOS-ORDENADOS
           PERFORM 4000-GENERAR-ARCHIVO THRU 4000-EXIT
           PERFORM 5000-IMPRIMIR-CONTROL
           PERFORM 6000-CERRAR-NO-ATRIBUIBLES
           PERFORM 8000-IMPRIMIR-RESUMEN
           PERFORM 9999-FINALIZAR
           STOP RUN.

      ******************************************************************
      * 1000 - FECHA DE CORTE, PARAMETROS Y APERTURAS
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
           INITIALIZE TABLA-SUCURSALES
           PERFORM 1100-LEER-PARAMETROS
           PERFORM 1200-CARGAR-TIPOS-CAMBIO THRU 1200-EXIT
           OPEN INPUT CUENTAS-MAESTRO
           IF FS-CUENTAS NOT = "00"
               DISPLAY "SEGURDEP: NO SE PUDO ABRIR CUENTAS-MAESTRO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PLAZOS-FIJOS
           IF FS-PLAZOS = "00"
               MOVE "S" TO SW-PLAZOS-ABIERTO
           END-IF
      *        Sin maestro de clientes ningun deposito es atribuible:
      *        todo va al listado de no atribuibles.
           OPEN INPUT CLIENTES-MAESTRO
           IF FS-CLIENTES = "00"
               MOVE "S" TO SW-CLIENTES-ABIERTO
           ELSE
               DISPLAY "SEGURDEP: SIN MAESTRO DE CLIENTES - NINGUN "
                   "DEPOSITO ES ATRIBUIBLE."
           END-IF
           OPEN INPUT TITULARES-CUENTA
           IF FS-TITULARES = "00"
               MOVE "S" TO SW-TITULARES-ABIERTO
           END-IF
           OPEN OUTPUT DEPOSITOS-PUENTE
           MOVE FECHA-NEGOCIO TO SEGURO-FECHA
           OPEN OUTPUT ARCHIVO-REGULATORIO
           IF FS-SEGDEP NOT = "00"
               DISPLAY "SEGURDEP: NO SE PUDO ABRIR "
                   NOMBRE-ARCHIVO-SEGURO "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORTE-CONTROL
           IF FS-SEGDEPCT NOT = "00"
               DISPLAY "SEGURDEP: NO SE PUDO ABRIR SEGDEPCT."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORTE-NO-ATRIBUIBLES
           IF FS-SEGDEPNA NOT = "00"
               DISPLAY "SEGURDEP: NO SE PUDO ABRIR SEGDEPNA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FECHA-NEGOCIO TO NA-FECHA
           WRITE SN-LINEA FROM NA-TITULO AFTER ADVANCING PAGE
           WRITE SN-LINEA FROM NA-COLUMNAS AFTER ADVANCING 2 LINES
           DISPLAY "==== SEGURO DE DEPOSITOS - CORTE "
               FECHA-NEGOCIO " ====".
       1000-EXIT.
           EXIT.

       1100-LEER-PARAMETROS.
           OPEN INPUT ARCHIVO-PARAMETROS
           IF FS-PARAMS NOT = "00"
               DISPLAY "SEGURDEP: SIN ARCHIVO DE PARAMETROS - RIGEN "
                   "VALORES POR DEFECTO."
           ELSE
               MOVE "SEGDEPLI" TO PA-CLAVE
               READ ARCHIVO-PARAMETROS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PA-VALOR > ZERO
                           MOVE PA-VALOR TO LIMITE-COBERTURA
                       END-IF
               END-READ
               MOVE "BANCOPRO" TO PA-CLAVE
               READ ARCHIVO-PARAMETROS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PA-VALOR TO BANCO-PROPIO
               END-READ
               PERFORM 1110-LEER-UNA-EXCLUSION
                   VARYING INDICE-TIPO FROM 1 BY 1
                   UNTIL INDICE-TIPO > 3
               CLOSE ARCHIVO-PARAMETROS
           END-IF
           MOVE SPACES TO ENC-EXCLUIDOS
           MOVE 1 TO PUNTERO-EXCLUIDOS
           PERFORM 1120-NOMBRAR-UNA-EXCLUSION
               VARYING INDICE-TIPO FROM 1 BY 1
               UNTIL INDICE-TIPO > 3
           IF ENC-EXCLUIDOS = SPACES
               MOVE "NINGUNO" TO ENC-EXCLUIDOS
           END-IF.

       1110-LEER-UNA-EXCLUSION.
           MOVE TX-TIPO (INDICE-TIPO) TO CLAVE-EXCLUSION-TIPO
           MOVE CLAVE-EXCLUSION TO PA-CLAVE
           READ ARCHIVO-PARAMETROS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PA-VALOR > ZERO
                       MOVE "S" TO TX-EXCLUIDO (INDICE-TIPO)
                   END-IF
           END-READ.

       1120-NOMBRAR-UNA-EXCLUSION.
           IF TX-TIPO-EXCLUIDO (INDICE-TIPO)
               IF PUNTERO-EXCLUIDOS > 1
                   STRING ", " DELIMITED BY SIZE
                       INTO ENC-EXCLUIDOS
                       WITH POINTER PUNTERO-EXCLUIDOS
               END-IF
               STRING TX-NOMBRE (INDICE-TIPO) DELIMITED BY "  "
                   INTO ENC-EXCLUIDOS
                   WITH POINTER PUNTERO-EXCLUIDOS
           END-IF.

      *        TIPOCAMB viene en orden de moneda y fecha: el ultimo
      *        registro aprobado con fecha hasta la de corte da el
      *        tipo vigente. Los saldos en moneda extranjera se
      *        valuan al tipo comprador. Sin el archivo, toda cuenta
      *        en moneda extranjera queda sin atribuir.
       1200-CARGAR-TIPOS-CAMBIO.
           OPEN INPUT TIPOS-CAMBIO
           IF FS-TIPOCAMB NOT = "00"
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-CARGAR-UN-TIPO THRU 1210-EXIT
               UNTIL FIN-TIPOS
           CLOSE TIPOS-CAMBIO.
       1200-EXIT.
           EXIT.

       1210-CARGAR-UN-TIPO.
           READ TIPOS-CAMBIO NEXT RECORD
               AT END
                   MOVE "S" TO SW-TIPOS-EOF
                   GO TO 1210-EXIT
           END-READ
           IF NOT TC-APROBADO
               OR TC-FECHA-VIGENCIA > FECHA-NEGOCIO
               GO TO 1210-EXIT
           END-IF
           MOVE TC-MONEDA TO MONEDA-BUSCADA
           PERFORM 7500-BUSCAR-MONEDA THRU 7500-EXIT
           IF NOT MONEDA-HALLADA
               IF MONEDAS-CARGADAS NOT < MAX-MONEDAS
                   GO TO 1210-EXIT
               END-IF
               ADD 1 TO MONEDAS-CARGADAS
               MOVE MONEDAS-CARGADAS TO INDICE-MON
               MOVE TC-MONEDA TO TM-MONEDA (INDICE-MON)
           END-IF
           MOVE TC-COMPRA TO TM-COMPRA (INDICE-MON).
       1210-EXIT.
           EXIT.

      ******************************************************************
      * 2000 - SALDOS DE CUENTAS, REPARTIDOS ENTRE SUS DUENOS
      ******************************************************************
       2000-EXTRAER-CUENTAS.
           MOVE "N" TO SW-CUENTAS-EOF
           PERFORM 2100-EXTRAER-UNA-CUENTA THRU 2100-EXIT
               UNTIL FIN-CUENTAS.
       2000-EXIT.
           EXIT.

      *        Solo cuentas abiertas con saldo a favor del cliente;
      *        un saldo deudor no se compensa contra otros depositos.
       2100-EXTRAER-UNA-CUENTA.
           READ CUENTAS-MAESTRO NEXT RECORD
               AT END
                   MOVE "S" TO SW-CUENTAS-EOF
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO TOTAL-CUENTAS-LEIDAS
           IF CR-CUENTA-CERRADA
               OR CR-SALDO-CUENTA NOT > ZERO
               GO TO 2100-EXIT
           END-IF
           MOVE "C" TO ORIGEN-DEPOSITO
           MOVE CR-NUM-CUENTA TO NUMERO-DEPOSITO
           IF CR-SUCURSAL NUMERIC
               MOVE CR-SUCURSAL TO SUCURSAL-DEPOSITO
           ELSE
               MOVE 1 TO SUCURSAL-DEPOSITO
           END-IF
           IF CR-MONEDA-NACIONAL
               MOVE CR-SALDO-CUENTA TO MONTO-DEPOSITO
           ELSE
               MOVE CR-MONEDA TO MONEDA-BUSCADA
               PERFORM 7500-BUSCAR-MONEDA THRU 7500-EXIT
               IF NOT MONEDA-HALLADA
                   MOVE CR-NUM-CLIENTE TO CLIENTE-BUSCADO
                   MOVE CR-MONEDA TO NA-MONEDA
                   MOVE CR-SALDO-CUENTA TO MONTO-PARTE
                   MOVE "SIN TIPO DE CAMBIO VIGENTE PARA LA MONEDA"
                       TO MOTIVO-NO-ATRIBUIBLE
                   PERFORM 7400-ESCRIBIR-NO-ATRIBUIBLE
                   ADD 1 TO TOTAL-SIN-CAMBIO
                   GO TO 2100-EXIT
               END-IF
               COMPUTE MONTO-DEPOSITO ROUNDED =
                   CR-SALDO-CUENTA * TM-COMPRA (INDICE-MON)
           END-IF
           MOVE CR-TIPO-CUENTA TO TIPO-BUSCADO
           PERFORM 7600-TIPO-EXCLUIDO
           IF TIPO-EXCLUIDO
               ADD 1 TO TOTAL-EXCLUIDOS
               ADD MONTO-DEPOSITO TO MONTO-EXCLUIDO
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO TOTAL-CUENTAS-INCLUIDAS
           PERFORM 2600-BUSCAR-DUENOS THRU 2600-EXIT
           MOVE 0 TO MONTO-REPARTIDO
           PERFORM 2700-ATRIBUIR-A-UN-DUENO
               VARYING INDICE-DUENO FROM 1 BY 1
               UNTIL INDICE-DUENO > TOTAL-DUENOS.
       2100-EXIT.
           EXIT.

      *        Duenos de la cuenta segun TITULARES, como en CERTINT;
      *        sin vinculos (o sin el archivo) el titular del
      *        maestro es dueno del 100%. Si todas las partes estan
      *        en cero se reparte por igual.
       2600-BUSCAR-DUENOS.
           MOVE 0 TO TOTAL-DUENOS
           MOVE 0 TO SUMA-PARTES
           IF HAY-TITULARES
               MOVE "N" TO SW-TITULARES-EOF
               MOVE CR-NUM-CUENTA TO TI-NUM-CUENTA
               MOVE 0 TO TI-NUM-CLIENTE
               START TITULARES-CUENTA
                   KEY NOT LESS THAN TI-CLAVE-TITULAR
                   INVALID KEY
                       MOVE "S" TO SW-TITULARES-EOF
               END-START
               PERFORM 2610-LEER-UN-TITULAR THRU 2610-EXIT
                   UNTIL FIN-TITULARES
           END-IF
           IF TOTAL-DUENOS NOT = ZERO
               IF SUMA-PARTES = ZERO
                   PERFORM 2620-PARTE-IGUAL
                       VARYING INDICE-DUENO FROM 1 BY 1
                       UNTIL INDICE-DUENO > TOTAL-DUENOS
                   MOVE TOTAL-DUENOS TO SUMA-PARTES
               END-IF
               GO TO 2600-EXIT
           END-IF
           MOVE 1 TO TOTAL-DUENOS
           MOVE CR-NUM-CLIENTE TO DUENO-NUM-CLIENTE (1)
           MOVE 100 TO DUENO-PORCENTAJE (1)
           MOVE 100 TO SUMA-PARTES.
       2600-EXIT.
           EXIT.

       2610-LEER-UN-TITULAR.
           READ TITULARES-CUENTA NEXT RECORD
               AT END
                   MOVE "S" TO SW-TITULARES-EOF
                   GO TO 2610-EXIT
           END-READ
           IF TI-NUM-CUENTA NOT = CR-NUM-CUENTA
               MOVE "S" TO SW-TITULARES-EOF
               GO TO 2610-EXIT
           END-IF
           IF NOT TI-ES-DUENO
               GO TO 2610-EXIT
           END-IF
           IF TOTAL-DUENOS NOT < MAX-DUENOS
               DISPLAY "SEGURDEP: CUENTA " CR-NUM-CUENTA
                   " CON MAS DE " MAX-DUENOS " DUENOS - SE OMITE "
                   "EL CLIENTE " TI-NUM-CLIENTE
               GO TO 2610-EXIT
           END-IF
           ADD 1 TO TOTAL-DUENOS
           MOVE TI-NUM-CLIENTE TO DUENO-NUM-CLIENTE (TOTAL-DUENOS)
           MOVE TI-PORCENTAJE TO DUENO-PORCENTAJE (TOTAL-DUENOS)
           ADD TI-PORCENTAJE TO SUMA-PARTES.
       2610-EXIT.
           EXIT.

       2620-PARTE-IGUAL.
           MOVE 1 TO DUENO-PORCENTAJE (INDICE-DUENO).

      *        La parte de cada dueno es el saldo por su porcentaje
      *        sobre la suma de las partes; el ultimo se lleva el
      *        resto para que el reparto cuadre al centavo. La parte
      *        de un dueno que no es cliente valido no se atribuye.
       2700-ATRIBUIR-A-UN-DUENO.
           IF INDICE-DUENO = TOTAL-DUENOS
               COMPUTE MONTO-PARTE =
                   MONTO-DEPOSITO - MONTO-REPARTIDO
           ELSE
               COMPUTE MONTO-PARTE ROUNDED =
                   MONTO-DEPOSITO
                   * DUENO-PORCENTAJE (INDICE-DUENO) / SUMA-PARTES
           END-IF
           ADD MONTO-PARTE TO MONTO-REPARTIDO
           MOVE DUENO-NUM-CLIENTE (INDICE-DUENO) TO CLIENTE-BUSCADO
           PERFORM 7200-VALIDAR-CLIENTE
           IF CLIENTE-VALIDO
               PERFORM 7300-ESCRIBIR-PUENTE
           ELSE
               MOVE SPACES TO NA-MONEDA
               ADD MONTO-PARTE TO MONTO-NO-ATRIBUIBLE
               PERFORM 7400-ESCRIBIR-NO-ATRIBUIBLE
           END-IF.

      ******************************************************************
      * 3000 - PLAZOS FIJOS ACTIVOS CON SU INTERES DEVENGADO
      ******************************************************************
       3000-EXTRAER-PLAZOS.
           IF NOT HAY-PLAZOS
               GO TO 3000-EXIT
           END-IF
           MOVE "N" TO SW-PLAZOS-EOF
           PERFORM 3100-EXTRAER-UN-PLAZO THRU 3100-EXIT
               UNTIL FIN-PLAZOS.
       3000-EXIT.
           EXIT.

      *        El plazo pertenece a su titular; la sucursal es la de
      *        la cuenta ligada (la 001 si ya no existe).
       3100-EXTRAER-UN-PLAZO.
           READ PLAZOS-FIJOS NEXT RECORD
               AT END
                   MOVE "S" TO SW-PLAZOS-EOF
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO TOTAL-PLAZOS-LEIDOS
           IF NOT PF-PLAZO-ACTIVO
               GO TO 3100-EXIT
           END-IF
           PERFORM 3200-INTERES-DEVENGADO THRU 3200-EXIT
           COMPUTE MONTO-DEPOSITO =
               PF-MONTO-PRINCIPAL + INTERES-DEVENGADO
           MOVE "P" TO TIPO-BUSCADO
           PERFORM 7600-TIPO-EXCLUIDO
           IF TIPO-EXCLUIDO
               ADD 1 TO TOTAL-EXCLUIDOS
               ADD MONTO-DEPOSITO TO MONTO-EXCLUIDO
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO TOTAL-PLAZOS-INCLUIDOS
           MOVE "P" TO ORIGEN-DEPOSITO
           MOVE PF-NUM-PLAZO TO NUMERO-DEPOSITO
           MOVE 1 TO SUCURSAL-DEPOSITO
           MOVE PF-NUM-CUENTA TO CR-NUM-CUENTA
           READ CUENTAS-MAESTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CR-SUCURSAL NUMERIC
                       MOVE CR-SUCURSAL TO SUCURSAL-DEPOSITO
                   END-IF
           END-READ
           MOVE MONTO-DEPOSITO TO MONTO-PARTE
           MOVE PF-NUM-CLIENTE TO CLIENTE-BUSCADO
           PERFORM 7200-VALIDAR-CLIENTE
           IF CLIENTE-VALIDO
               PERFORM 7300-ESCRIBIR-PUENTE
           ELSE
               MOVE SPACES TO NA-MONEDA
               ADD MONTO-PARTE TO MONTO-NO-ATRIBUIBLE
               PERFORM 7400-ESCRIBIR-NO-ATRIBUIBLE
           END-IF.
       3100-EXIT.
           EXIT.

      *        PF-TASA es la tasa de todo el plazo: lo devengado es
      *        la parte de los dias corridos desde la apertura hasta
      *        la fecha de corte, sin pasar del plazo.
       3200-INTERES-DEVENGADO.
           MOVE 0 TO INTERES-DEVENGADO
           MOVE 0 TO DIAS-TRANSCURRIDOS
           IF PF-PLAZO-DIAS = ZERO
               OR PF-FECHA-APERTURA NOT < FECHA-NEGOCIO
               GO TO 3200-EXIT
           END-IF
           MOVE PF-FECHA-APERTURA TO FECHA-TRABAJO
           PERFORM 3210-CONTAR-UN-DIA
               UNTIL FECHA-TRABAJO NOT < FECHA-NEGOCIO
               OR DIAS-TRANSCURRIDOS NOT < PF-PLAZO-DIAS
           COMPUTE INTERES-DEVENGADO ROUNDED =
               PF-MONTO-PRINCIPAL * PF-TASA * DIAS-TRANSCURRIDOS
               / PF-PLAZO-DIAS.
       3200-EXIT.
           EXIT.

       3210-CONTAR-UN-DIA.
           PERFORM 8110-DIA-SIGUIENTE
           ADD 1 TO DIAS-TRANSCURRIDOS.

      ******************************************************************
      * 4000 - ARCHIVO REGULATORIO, UN REGISTRO POR DEPOSITANTE
      ******************************************************************
       4000-GENERAR-ARCHIVO.
           MOVE SPACES TO SG-REGISTRO-SEGURO
           MOVE "C" TO SG-TIPO-REGISTRO
           MOVE BANCO-PROPIO TO SG-COD-BANCO
           MOVE FECHA-NEGOCIO TO SG-FECHA-CORTE
           MOVE FECHA-HOY TO SG-FECHA-GENERACION
           MOVE LIMITE-COBERTURA TO SG-LIMITE-COBERTURA
           WRITE SG-REGISTRO-SEGURO
           OPEN INPUT DEPOSITOS-ORDENADOS
           IF FS-SEGSORT NOT = "00"
               DISPLAY "SEGURDEP: NO SE PUDO ABRIR EL PUENTE "
                   "ORDENADO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 7000-LEER-ORDENADO THRU 7000-EXIT
           PERFORM 4100-UN-DEPOSITANTE THRU 4100-EXIT
               UNTIL FIN-ORDENADO
           CLOSE DEPOSITOS-ORDENADOS
           MOVE SPACES TO SG-REGISTRO-SEGURO
           MOVE "T" TO SG-TIPO-REGISTRO
           MOVE TOTAL-DEPOSITANTES TO SG-TOTAL-DEPOSITANTES
           MOVE TOTAL-DEPOSITOS TO SG-TOTAL-GENERAL
           MOVE TOTAL-ASEGURADO TO SG-TOTAL-ASEGURADO
           MOVE TOTAL-NO-ASEGURADO TO SG-TOTAL-NO-ASEGURADO
           WRITE SG-REGISTRO-SEGURO.
       4000-EXIT.
           EXIT.

      *        Corte por depositante: el total se topa en el limite
      *        de cobertura y lo asegurado se reparte entre sus
      *        sucursales en proporcion a lo que tiene en cada una.
       4100-UN-DEPOSITANTE.
           MOVE DO-NUM-CLIENTE TO CLIENTE-EN-PROCESO
           MOVE 0 TO DEP-CANT-CUENTAS
           MOVE 0 TO DEP-CANT-PLAZOS
           MOVE 0 TO DEP-SALDO-CUENTAS
           MOVE 0 TO DEP-SALDO-PLAZOS
           MOVE 0 TO SUCURSALES-DEPOSITANTE
           PERFORM 4200-ACUMULAR-UN-DEPOSITO THRU 4200-EXIT
               UNTIL FIN-ORDENADO
               OR DO-NUM-CLIENTE NOT = CLIENTE-EN-PROCESO
           COMPUTE DEP-TOTAL = DEP-SALDO-CUENTAS + DEP-SALDO-PLAZOS
           IF DEP-TOTAL > LIMITE-COBERTURA
               MOVE LIMITE-COBERTURA TO DEP-ASEGURADO
               ADD 1 TO TOTAL-EXCEDIDOS
           ELSE
               MOVE DEP-TOTAL TO DEP-ASEGURADO
           END-IF
           COMPUTE DEP-NO-ASEGURADO = DEP-TOTAL - DEP-ASEGURADO
           MOVE SPACES TO SG-REGISTRO-SEGURO
           MOVE "D" TO SG-TIPO-REGISTRO
           MOVE CLIENTE-EN-PROCESO TO SG-NUM-DEPOSITANTE
           MOVE CLIENTE-EN-PROCESO TO CL-NUM-CLIENTE
           READ CLIENTES-MAESTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CL-DOC-IDENTIDAD TO SG-DOC-IDENTIDAD
                   MOVE CL-NOMBRE TO SG-NOMBRE
           END-READ
           MOVE DEP-CANT-CUENTAS TO SG-CANT-CUENTAS
           MOVE DEP-CANT-PLAZOS TO SG-CANT-PLAZOS
           MOVE DEP-SALDO-CUENTAS TO SG-SALDO-CUENTAS
           MOVE DEP-SALDO-PLAZOS TO SG-SALDO-PLAZOS
           MOVE DEP-TOTAL TO SG-TOTAL-DEPOSITOS
           MOVE DEP-ASEGURADO TO SG-MONTO-ASEGURADO
           MOVE DEP-NO-ASEGURADO TO SG-MONTO-NO-ASEGURADO
           WRITE SG-REGISTRO-SEGURO
           ADD 1 TO TOTAL-DEPOSITANTES
           ADD DEP-TOTAL TO TOTAL-DEPOSITOS
           ADD DEP-ASEGURADO TO TOTAL-ASEGURADO
           ADD DEP-NO-ASEGURADO TO TOTAL-NO-ASEGURADO
           MOVE 0 TO MONTO-REPARTIDO
           PERFORM 4300-REPARTIR-EN-SUCURSAL
               VARYING INDICE-SUC-DEP FROM 1 BY 1
               UNTIL INDICE-SUC-DEP > SUCURSALES-DEPOSITANTE.
       4100-EXIT.
           EXIT.

      *        El puente viene por sucursal dentro del depositante:
      *        cada sucursal nueva abre una posicion en la tabla.
       4200-ACUMULAR-UN-DEPOSITO.
           IF SUCURSALES-DEPOSITANTE = ZERO
               OR TD-SUCURSAL (SUCURSALES-DEPOSITANTE)
                   NOT = DO-SUCURSAL
               IF SUCURSALES-DEPOSITANTE < MAX-SUCURSALES-DEP
                   ADD 1 TO SUCURSALES-DEPOSITANTE
                   MOVE DO-SUCURSAL
                       TO TD-SUCURSAL (SUCURSALES-DEPOSITANTE)
                   MOVE 0 TO TD-MONTO (SUCURSALES-DEPOSITANTE)
               ELSE
                   IF NOT DESBORDE-AVISADO
                       DISPLAY "SEGURDEP: DEPOSITANTE "
                           CLIENTE-EN-PROCESO " CON MAS DE "
                           MAX-SUCURSALES-DEP " SUCURSALES - EL "
                           "RESTO VA A LA ULTIMA."
                       MOVE "S" TO SW-DESBORDE-AVISADO
                   END-IF
               END-IF
           END-IF
           ADD DO-MONTO TO TD-MONTO (SUCURSALES-DEPOSITANTE)
           IF DO-ES-PLAZO
               ADD 1 TO DEP-CANT-PLAZOS
               ADD DO-MONTO TO DEP-SALDO-PLAZOS
           ELSE
               ADD 1 TO DEP-CANT-CUENTAS
               ADD DO-MONTO TO DEP-SALDO-CUENTAS
           END-IF
           PERFORM 7000-LEER-ORDENADO THRU 7000-EXIT.
       4200-EXIT.
           EXIT.

      *        La ultima sucursal del depositante se lleva el resto
      *        de lo asegurado para que el reparto cuadre al centavo.
       4300-REPARTIR-EN-SUCURSAL.
           EVALUATE TRUE
               WHEN INDICE-SUC-DEP = SUCURSALES-DEPOSITANTE
                   COMPUTE PARTE-ASEGURADA =
                       DEP-ASEGURADO - MONTO-REPARTIDO
               WHEN DEP-TOTAL = ZERO
                   MOVE 0 TO PARTE-ASEGURADA
               WHEN OTHER
                   COMPUTE PARTE-ASEGURADA ROUNDED =
                       DEP-ASEGURADO * TD-MONTO (INDICE-SUC-DEP)
                       / DEP-TOTAL
           END-EVALUATE
           ADD PARTE-ASEGURADA TO MONTO-REPARTIDO
           COMPUTE INDICE-SUCURSAL = TD-SUCURSAL (INDICE-SUC-DEP) + 1
           ADD 1 TO TS-DEPOSITANTES (INDICE-SUCURSAL)
           ADD TD-MONTO (INDICE-SUC-DEP) TO TS-TOTAL (INDICE-SUCURSAL)
           ADD PARTE-ASEGURADA TO TS-ASEGURADO (INDICE-SUCURSAL)
           COMPUTE TS-NO-ASEGURADO (INDICE-SUCURSAL) =
               TS-NO-ASEGURADO (INDICE-SUCURSAL)
               + TD-MONTO (INDICE-SUC-DEP) - PARTE-ASEGURADA.

      ******************************************************************
      * 5000 - REPORTE DE CONTROL POR SUCURSAL
      ******************************************************************
      *        Un depositante con fondos en varias sucursales cuenta
      *        en cada una; el total del banco lo cuenta una vez.
       5000-IMPRIMIR-CONTROL.
           MOVE FECHA-NEGOCIO TO ENC-FECHA
           MOVE LIMITE-COBERTURA TO ENC-LIMITE-MONTO
           WRITE SC-LINEA FROM ENC-TITULO AFTER ADVANCING PAGE
           WRITE SC-LINEA FROM ENC-LIMITE AFTER ADVANCING 1 LINE
           IF TOTAL-DEPOSITANTES = 0
               WRITE SC-LINEA FROM LIN-SIN-DEPOSITOS
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE SC-LINEA FROM ENC-COLUMNAS
                   AFTER ADVANCING 2 LINES
               PERFORM 5100-IMPRIMIR-UNA-SUCURSAL
                   VARYING INDICE-SUCURSAL FROM 1 BY 1
                   UNTIL INDICE-SUCURSAL > 1000
               MOVE TOTAL-DEPOSITANTES TO TOT-DEPOSITANTES
               MOVE TOTAL-DEPOSITOS TO TOT-TOTAL
               MOVE TOTAL-ASEGURADO TO TOT-ASEGURADO
               MOVE TOTAL-NO-ASEGURADO TO TOT-NO-ASEGURADO
               WRITE SC-LINEA FROM TOT-BANCO AFTER ADVANCING 2 LINES
           END-IF
           MOVE "DEPOSITANTES SOBRE EL LIMITE:" TO LIN-ETIQUETA
           MOVE TOTAL-EXCEDIDOS TO LIN-CANTIDAD
           MOVE TOTAL-NO-ASEGURADO TO LIN-MONTO
           WRITE SC-LINEA FROM LIN-CONTROL AFTER ADVANCING 2 LINES
           MOVE "DEPOSITOS DE TIPOS EXCLUIDOS:" TO LIN-ETIQUETA
           MOVE TOTAL-EXCLUIDOS TO LIN-CANTIDAD
           MOVE MONTO-EXCLUIDO TO LIN-MONTO
           WRITE SC-LINEA FROM LIN-CONTROL AFTER ADVANCING 1 LINE
           MOVE "NO ATRIBUIBLES (VER SEGDEPNA):" TO LIN-ETIQUETA
           MOVE TOTAL-NO-ATRIBUIBLES TO LIN-CANTIDAD
           MOVE MONTO-NO-ATRIBUIBLE TO LIN-MONTO
           WRITE SC-LINEA FROM LIN-CONTROL AFTER ADVANCING 1 LINE.

       5100-IMPRIMIR-UNA-SUCURSAL.
           IF TS-DEPOSITANTES (INDICE-SUCURSAL) > ZERO
               COMPUTE DET-NUM-SUCURSAL = INDICE-SUCURSAL - 1
               MOVE TS-DEPOSITANTES (INDICE-SUCURSAL)
                   TO DET-DEPOSITANTES
               MOVE TS-TOTAL (INDICE-SUCURSAL) TO DET-TOTAL
               MOVE TS-ASEGURADO (INDICE-SUCURSAL) TO DET-ASEGURADO
               MOVE TS-NO-ASEGURADO (INDICE-SUCURSAL)
                   TO DET-NO-ASEGURADO
               WRITE SC-LINEA FROM DET-SUCURSAL
                   AFTER ADVANCING 1 LINE
           END-IF.

      ******************************************************************
      * 6000 - CIERRE DEL LISTADO DE NO ATRIBUIBLES
      ******************************************************************
       6000-CERRAR-NO-ATRIBUIBLES.
           IF TOTAL-NO-ATRIBUIBLES = 0
               WRITE SN-LINEA FROM NA-NINGUNO AFTER ADVANCING 2 LINES
           ELSE
               MOVE TOTAL-NO-ATRIBUIBLES TO NA-TOT-CANTIDAD
               MOVE MONTO-NO-ATRIBUIBLE TO NA-TOT-MONTO
               WRITE SN-LINEA FROM NA-TOTAL AFTER ADVANCING 2 LINES
           END-IF.

      ******************************************************************
      * 7000 - RUTINAS COMUNES
      ******************************************************************
       7000-LEER-ORDENADO.
           READ DEPOSITOS-ORDENADOS
               AT END
                   MOVE "S" TO SW-ORDENADO-EOF
                   GO TO 7000-EXIT
           END-READ.
       7000-EXIT.
           EXIT.

      *        Depositante valido: distinto de cero y registrado en
      *        el maestro CLIENTES.
       7200-VALIDAR-CLIENTE.
           MOVE "N" TO SW-CLIENTE-VALIDO
           IF CLIENTE-BUSCADO = ZERO
               MOVE "DEPOSITO SIN TITULAR" TO MOTIVO-NO-ATRIBUIBLE
           ELSE
               MOVE "TITULAR NO REGISTRADO EN CLIENTES"
                   TO MOTIVO-NO-ATRIBUIBLE
               IF HAY-CLIENTES
                   MOVE CLIENTE-BUSCADO TO CL-NUM-CLIENTE
                   READ CLIENTES-MAESTRO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO SW-CLIENTE-VALIDO
                   END-READ
               END-IF
           END-IF.

       7300-ESCRIBIR-PUENTE.
           MOVE CLIENTE-BUSCADO TO DP-NUM-CLIENTE
           MOVE SUCURSAL-DEPOSITO TO DP-SUCURSAL
           MOVE ORIGEN-DEPOSITO TO DP-ORIGEN
           MOVE NUMERO-DEPOSITO TO DP-NUMERO
           MOVE MONTO-PARTE TO DP-MONTO
           WRITE DP-REGISTRO-PUENTE.

      *        NA-MONEDA lo fija quien llama: espacios cuando el
      *        monto esta en moneda nacional.
       7400-ESCRIBIR-NO-ATRIBUIBLE.
           IF ORIGEN-ES-CUENTA
               MOVE "CUENTA" TO NA-ORIGEN
           ELSE
               MOVE "PLAZO" TO NA-ORIGEN
           END-IF
           MOVE NUMERO-DEPOSITO TO NA-NUMERO
           MOVE CLIENTE-BUSCADO TO NA-CLIENTE
           MOVE SUCURSAL-DEPOSITO TO NA-SUCURSAL
           MOVE MONTO-PARTE TO NA-MONTO
           MOVE MOTIVO-NO-ATRIBUIBLE TO NA-MOTIVO
           WRITE SN-LINEA FROM NA-DETALLE AFTER ADVANCING 1 LINE
           ADD 1 TO TOTAL-NO-ATRIBUIBLES.

      *        Deja INDICE-MON en la moneda buscada, si esta cargada.
       7500-BUSCAR-MONEDA.
           MOVE "N" TO SW-MONEDA-HALLADA
           MOVE 1 TO INDICE-MON
           PERFORM 7510-PROBAR-UNA-MONEDA
               UNTIL INDICE-MON > MONEDAS-CARGADAS
               OR MONEDA-HALLADA.
       7500-EXIT.
           EXIT.

       7510-PROBAR-UNA-MONEDA.
           IF TM-MONEDA (INDICE-MON) = MONEDA-BUSCADA
               MOVE "S" TO SW-MONEDA-HALLADA
           ELSE
               ADD 1 TO INDICE-MON
           END-IF.

       7600-TIPO-EXCLUIDO.
           MOVE "N" TO SW-TIPO-EXCLUIDO
           PERFORM 7610-PROBAR-UN-TIPO
               VARYING INDICE-TIPO FROM 1 BY 1
               UNTIL INDICE-TIPO > 3.

       7610-PROBAR-UN-TIPO.
           IF TX-TIPO (INDICE-TIPO) = TIPO-BUSCADO
               AND TX-TIPO-EXCLUIDO (INDICE-TIPO)
               MOVE "S" TO SW-TIPO-EXCLUIDO
           END-IF.

       8000-IMPRIMIR-RESUMEN.
           DISPLAY "=============================================".
           DISPLAY "CUENTAS LEIDAS        : " TOTAL-CUENTAS-LEIDAS.
           DISPLAY "CUENTAS INCLUIDAS     : " TOTAL-CUENTAS-INCLUIDAS.
           DISPLAY "PLAZOS LEIDOS         : " TOTAL-PLAZOS-LEIDOS.
           DISPLAY "PLAZOS INCLUIDOS      : " TOTAL-PLAZOS-INCLUIDOS.
           DISPLAY "EXCLUIDOS POR TIPO    : " TOTAL-EXCLUIDOS.
           DISPLAY "NO ATRIBUIBLES        : " TOTAL-NO-ATRIBUIBLES.
           DISPLAY "SIN TIPO DE CAMBIO    : " TOTAL-SIN-CAMBIO.
           DISPLAY "DEPOSITANTES          : " TOTAL-DEPOSITANTES.
           DISPLAY "SOBRE EL LIMITE       : " TOTAL-EXCEDIDOS.
           MOVE TOTAL-DEPOSITOS TO TOTAL-PANTALLA
           DISPLAY "TOTAL DEPOSITOS       : " TOTAL-PANTALLA.
           MOVE TOTAL-ASEGURADO TO TOTAL-PANTALLA
           DISPLAY "TOTAL ASEGURADO       : " TOTAL-PANTALLA.
           MOVE TOTAL-NO-ASEGURADO TO TOTAL-PANTALLA
           DISPLAY "TOTAL NO ASEGURADO    : " TOTAL-PANTALLA.
           DISPLAY "ARCHIVO REGULATORIO   : " NOMBRE-ARCHIVO-SEGURO.
           DISPLAY "=============================================".

      ******************************************************************
      * 8100 - AVANZA FECHA-TRABAJO UN DIA CALENDARIO
      ******************************************************************
       8110-DIA-SIGUIENTE.
           PERFORM 8120-DIAS-DEL-MES
           ADD 1 TO FT-DIA
           IF FT-DIA > DIAS-DEL-MES
               MOVE 1 TO FT-DIA
               ADD 1 TO FT-MES
               IF FT-MES > 12
                   MOVE 1 TO FT-MES
                   ADD 1 TO FT-ANO
               END-IF
           END-IF.

       8120-DIAS-DEL-MES.
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
                   PERFORM 8130-ANO-BISIESTO
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
       8130-ANO-BISIESTO.
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
           CLOSE CUENTAS-MAESTRO
           IF HAY-PLAZOS
               CLOSE PLAZOS-FIJOS
           END-IF
           IF HAY-CLIENTES
               CLOSE CLIENTES-MAESTRO
           END-IF
           IF HAY-TITULARES
               CLOSE TITULARES-CUENTA
           END-IF
           CLOSE ARCHIVO-REGULATORIO
           CLOSE REPORTE-CONTROL
           CLOSE REPORTE-NO-ATRIBUIBLES.

       END PROGRAM SEGURDEP.
