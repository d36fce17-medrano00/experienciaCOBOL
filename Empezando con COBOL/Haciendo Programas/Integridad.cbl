      ******************************************************************
      * Author: medrano00
      * Installation: Banco Simulado
      * Date-Written: 15/10/2026
      * Date-Compiled:
      * Purpose: Nightly cross-file referential integrity audit, run
      *          by CADENA before RESPALDO. Every program trusts the
      *          keys it finds in the other files; this job checks
      *          that they still agree: each CUENTAS holder exists in
      *          CLIENTES and the history counter is in range; active
      *          ORDENES, PLAZOS, PRESTAMOS, RETENES holds and
      *          CHEQUES checkbooks point at accounts that exist and
      *          are not closed; the customers and approving
      *          operators they name exist in CLIENTES and OPERADOR;
      *          active EMBARGOS orders name a customer in CLIENTES
      *          and a court account that exists and is not closed
      *          (severe: EMBBARRE credits it every night); active
      *          TARJETAS cards link accounts that exist and are not
      *          closed and name a customer in CLIENTES;
      *          the TITULARES links point at real accounts and
      *          customers with owner shares adding up to 100; and
      *          the FECHADIA business date is valid and a business
      *          day on CALENDARIO. Each exception goes to a bridge
      *          file that is SORTed into the INTEGREP report, grouped
      *          by severity and rule, with a count per rule. Severe
      *          rules (a posting job would act on a missing or wrong
      *          record) end the job with RC 8, which stops the chain
      *          before the snapshot; warnings alone end with RC 0.
      * Tectonics: cobc
      *
      * Modification History:
      *   15/10/2026 MDR  Initial version.
      *   15/10/2026 MDR  EMBARGOS and TARJETAS join the audit: rules
      *                   EM01-EM03 (customer, court account missing or
      *                   closed) and TJ01-TJ03 (linked accounts,
      *                   customer).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRID.
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
      *        Maestro de cuentas: se recorre entero y ademas se
      *        consulta por clave desde los demas archivos.
           SELECT CUENTAS-MAESTRO
               ASSIGN TO "CUENTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-NUM-CUENTA
               FILE STATUS IS FS-CUENTAS.
           SELECT CLIENTES-MAESTRO
               ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-NUM-CLIENTE
               FILE STATUS IS FS-CLIENTES.
           SELECT MAESTRO-OPERADORES
               ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OE-ID-OPERADOR
               FILE STATUS IS FS-OPERADOR.
           SELECT ORDENES-PERMANENTES
               ASSIGN TO "ORDENES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-NUM-ORDEN
               FILE STATUS IS FS-ORDENES.
           SELECT PLAZOS-FIJOS
               ASSIGN TO "PLAZOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PF-NUM-PLAZO
               FILE STATUS IS FS-PLAZOS.
           SELECT PRESTAMOS-CUOTAS
               ASSIGN TO "PRESTAMOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PR-NUM-PRESTAMO
               FILE STATUS IS FS-PRESTAMOS.
           SELECT RETENCIONES-FONDOS
               ASSIGN TO "RETENES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RT-NUM-RETENCION
               FILE STATUS IS FS-RETENES.
           SELECT CHEQUERAS-EMITIDAS
               ASSIGN TO "CHEQUES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-CLAVE-CHEQUERA
               FILE STATUS IS FS-CHEQUES.
      *        Ordenes judiciales de embargo.
           SELECT EMBARGOS-JUDICIALES
               ASSIGN TO "EMBARGOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-NUM-EMBARGO
               FILE STATUS IS FS-EMBARGOS.
      *        Tarjetas de debito y sus cuentas vinculadas.
           SELECT TARJETAS-DEBITO
               ASSIGN TO "TARJETAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TJ-NUM-TARJETA
               FILE STATUS IS FS-TARJETAS.
      *        Vinculos por cuenta: la clave los deja contiguos, lo
      *        que permite sumar las partes con un corte de control.
           SELECT TITULARES-CUENTA
               ASSIGN TO "TITULARES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TI-CLAVE-TITULAR
               FILE STATUS IS FS-TITULARES.
      *        Dias no habiles: la fecha de negocio no puede caer en
      *        uno de ellos.
           SELECT ARCHIVO-CALENDARIO
               ASSIGN TO "CALENDARIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CA-FECHA
               FILE STATUS IS FS-CALENDARIO.
      *        Registro de control de la fecha de negocio.
           SELECT ARCHIVO-FECHA-DIA
               ASSIGN TO "FECHADIA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-FECHADIA.
      *        Archivo puente de excepciones - entrada del SORT, como
      *        los puentes de EFECTIVO.
           SELECT EXCEPCIONES-PUENTE
               ASSIGN TO "INTEGTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-INTEGTMP.
      *        Puente ya ordenado por severidad y regla.
           SELECT EXCEPCIONES-ORDENADAS
               ASSIGN TO "INTEGSRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-INTEGSRT.
      *        Archivo de trabajo del SORT.
           SELECT ORDEN-TRABAJO
               ASSIGN TO "SORTWK".
      *        Reporte impreso de excepciones.
           SELECT REPORTE-INTEGRIDAD
               ASSIGN TO "INTEGREP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-INTEGREP.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-MAESTRO
           LABEL RECORD IS STANDARD.
           COPY CUENTAREC.

       FD  CLIENTES-MAESTRO
           LABEL RECORD IS STANDARD.
           COPY CLIENREC.

       FD  MAESTRO-OPERADORES
           LABEL RECORD IS STANDARD.
           COPY OPERREC.

       FD  ORDENES-PERMANENTES
           LABEL RECORD IS STANDARD.
           COPY ORDENREC.

       FD  PLAZOS-FIJOS
           LABEL RECORD IS STANDARD.
           COPY PLAZOREC.

       FD  PRESTAMOS-CUOTAS
           LABEL RECORD IS STANDARD.
           COPY PRESTREC.

       FD  RETENCIONES-FONDOS
           LABEL RECORD IS STANDARD.
           COPY RETENREC.

       FD  CHEQUERAS-EMITIDAS
           LABEL RECORD IS STANDARD.
           COPY CHEQREC.

       FD  EMBARGOS-JUDICIALES
           LABEL RECORD IS STANDARD.
           COPY EMBARREC.

       FD  TARJETAS-DEBITO
           LABEL RECORD IS STANDARD.
           COPY TARJREC.

       FD  TITULARES-CUENTA
           LABEL RECORD IS STANDARD.
           COPY TITULREC.

       FD  ARCHIVO-CALENDARIO
           LABEL RECORD IS STANDARD.
           COPY CALREC.

       FD  ARCHIVO-FECHA-DIA
           LABEL RECORD IS STANDARD.
           COPY FECHACTL.

      *        Una excepcion: regla, severidad (1 = severa,
      *        2 = advertencia), archivo y clave del registro, y los
      *        datos que la explican.
       FD  EXCEPCIONES-PUENTE
           LABEL RECORD IS STANDARD.
       01  IX-REGISTRO-EXCEPCION.
           05  IX-SEVERIDAD               PIC 9(01).
           05  IX-REGLA                   PIC X(04).
           05  IX-ARCHIVO                 PIC X(10).
           05  IX-CLAVE                   PIC X(16).
           05  IX-NUM-CUENTA              PIC 9(08).
           05  IX-NUM-CLIENTE             PIC 9(06).
           05  IX-DATO                    PIC X(20).
           05  FILLER                     PIC X(05).

      *        Mismo trazado que el puente, ya ordenado.
       FD  EXCEPCIONES-ORDENADAS
           LABEL RECORD IS STANDARD.
       01  IO-REGISTRO-EXCEPCION.
           05  IO-SEVERIDAD               PIC 9(01).
           05  IO-REGLA                   PIC X(04).
           05  IO-ARCHIVO                 PIC X(10).
           05  IO-CLAVE                   PIC X(16).
           05  IO-NUM-CUENTA              PIC 9(08).
           05  IO-NUM-CLIENTE             PIC 9(06).
           05  IO-DATO                    PIC X(20).
           05  FILLER                     PIC X(05).

       SD  ORDEN-TRABAJO.
       01  SO-REGISTRO-TRABAJO.
           05  SO-SEVERIDAD               PIC 9(01).
           05  SO-REGLA                   PIC X(04).
           05  SO-ARCHIVO                 PIC X(10).
           05  SO-CLAVE                   PIC X(16).
           05  SO-NUM-CUENTA              PIC 9(08).
           05  SO-NUM-CLIENTE             PIC 9(06).
           05  SO-DATO                    PIC X(20).
           05  FILLER                     PIC X(05).

       FD  REPORTE-INTEGRIDAD
           LABEL RECORD IS STANDARD.
       01  RI-LINEA                       PIC X(132).

       WORKING-STORAGE SECTION.
           01  FS-CUENTAS                 PIC X(02).
           01  FS-CLIENTES                PIC X(02).
           01  FS-OPERADOR                PIC X(02).
           01  FS-ORDENES                 PIC X(02).
           01  FS-PLAZOS                  PIC X(02).
           01  FS-PRESTAMOS               PIC X(02).
           01  FS-RETENES                 PIC X(02).
           01  FS-CHEQUES                 PIC X(02).
           01  FS-EMBARGOS                PIC X(02).
           01  FS-TARJETAS                PIC X(02).
           01  FS-TITULARES               PIC X(02).
           01  FS-CALENDARIO              PIC X(02).
           01  FS-FECHADIA                PIC X(02).
           01  FS-INTEGTMP                PIC X(02).
           01  FS-INTEGSRT                PIC X(02).
           01  FS-INTEGREP                PIC X(02).

           77  MAX-HISTORIAL              PIC 9(02) VALUE 10.
           77  MAX-CHEQUES                PIC 9(02) VALUE 50.
           77  TOTAL-REGLAS               PIC 9(02) VALUE 35.
           77  IND-REGLA                  PIC 9(02) COMP.

      *        Reglas de integridad: codigo, severidad (1 = severa,
      *        2 = advertencia) y descripcion para el reporte.
           01  TABLA-REGLAS.
               05  FILLER                 PIC X(04) VALUE "FD01".
               05  FILLER                 PIC 9(01) VALUE 1.
               05  FILLER                 PIC X(50) VALUE
                   "FECHA DE NEGOCIO AUSENTE O INVALIDA".
               05  FILLER                 PIC X(04) VALUE "FD02".
               05  FILLER                 PIC 9(01) VALUE 2.
               05  FILLER                 PIC X(50) VALUE
                   "FECHA DE NEGOCIO MARCADA NO HABIL EN CALENDARIO".
               05  FILLER                 PIC X(04) VALUE "CU01".
               05  FILLER                 PIC 9(01) VALUE 1.
               05  FILLER                 PIC X(50) VALUE
                   "CUENTA CON TITULAR INEXISTENTE EN CLIENTES".
               05  FILLER                 PIC X(04) VALUE "CU02".
               05  FILLER                 PIC 9(01) VALUE 2.
               05  FILLER                 PIC X(50) VALUE
                   "CUENTA CERRADA CON TITULAR INEXISTENTE".
               05  FILLER                 PIC X(04) VALUE "CU03".
               05  FILLER                 PIC 9(01) VALUE 2.
               05  FILLER                 PIC X(50) VALUE
                   "CUENTA SIN TITULAR (CLIENTE CERO)".
               05  FILLER                 PIC X(04) VALUE "CU04".
               05  FILLER                 PIC 9(01) VALUE 1.
               05  FILLER                 PIC X(50) VALUE
                   "CONTADOR DE HISTORIAL FUERA DE RANGO".
               05  FILLER                 PIC X(04) VALUE "CU05".
               05  FILLER                 PIC 9(01) VALUE 1.
               05  FILLER                 PIC X(50) VALUE
                   "TIPO O ESTADO DE CUENTA INVALIDO".
               05  FILLER                 PIC X(04) VALUE "OR01".
               05  FILLER                 PIC 9(01) VALUE 1.
               05  FILLER                 PIC X(50) VALUE
                   "ORDEN ACTIVA CONTRA CUENTA INEXISTENTE".
               05  FILLER                 PIC X(04) VALUE "OR02".
               05  FILLER                 PIC 9(01) VALUE 1.
               05  FILLER                 PIC X(50) VALUE
                   "ORDEN ACTIVA CONTRA CUENTA CERRADA".
               05  FILLER                 PIC X(04) VALUE "OR03".
               05  FILLER                 PIC 9(01) VALUE 1.
               05  FILLER                 PIC X(50) VALUE
                   "TRANSFERENCIA ACTIVA A DESTINO INEXISTENTE".
               05  FILLER                 PIC X(04) VALUE "OR04".
               05  FILLER                 PIC 9(01) VALUE 2.
               05  FILLER                 PIC X(50) VALUE
                   "TRANSFERENCIA ACTIVA A DESTINO CERRADO".
               05  FILLER                 PIC X(04) VALUE "OR05".
               05  FILLER                 PIC 9(01) VALUE 2.
               05  FILLER                 PIC X(50) VALUE
                   "APROBADOR DE LA ORDEN NO EXISTE EN OPERADOR".
               05  FILLER                 PIC X(04) VALUE "PF01".
               05  FILLER                 PIC 9(01) VALUE 1.
               05  FILLER                 PIC X(50) VALUE
                   "PLAZO ACTIVO LIGADO A CUENTA INEXISTENTE".
               05  FILLER                 PIC X(04) VALUE "PF02".
               05  FILLER                 PIC 9(01) VALUE 1.
               05  FILLER                 PIC X(50) VALUE
                   "PLAZO ACTIVO LIGADO A CUENTA CERRADA".
               05  FILLER                 PIC X(04) VALUE "PF03".
               05  FILLER                 PIC 9(01) VALUE 2.
               05  FILLER                 PIC X(50) VALUE
                   "PLAZO ACTIVO CON CLIENTE INEXISTENTE".
               05  FILLER                 PIC X(04) VALUE "PR01".
               05  FILLER                 PIC 9(01) VALUE 1.
               05  FILLER                 PIC X(50) VALUE
                   "PRESTAMO VIGENTE LIGADO A CUENTA INEXISTENTE".
               05  FILLER                 PIC X(04) VALUE "PR02".
               05  FILLER                 PIC 9(01) VALUE 1.
               05  FILLER                 PIC X(50) VALUE
                   "PRESTAMO VIGENTE LIGADO A CUENTA CERRADA".
               05  FILLER                 PIC X(04) VALUE "PR03".
               05  FILLER                 PIC 9(01) VALUE 2.
               05  FILLER                 PIC X(50) VALUE
                   "PRESTAMO VIGENTE CON CLIENTE INEXISTENTE".
               05  FILLER                 PIC X(04) VALUE "PR04".
               05  FILLER                 PIC 9(01) VALUE 2.
               05  FILLER                 PIC X(50) VALUE
                   "APROBADOR DEL PRESTAMO NO EXISTE EN OPERADOR".
               05  FILLER                 PIC X(04) VALUE "RT01".
               05  FILLER                 PIC 9(01) VALUE 1.
               05  FILLER                 PIC X(50) VALUE
                   "RETENCION ACTIVA SOBRE CUENTA INEXISTENTE".
               05  FILLER                 PIC X(04) VALUE "RT02".
               05  FILLER                 PIC 9(01) VALUE 2.
               05  FILLER                 PIC X(50) VALUE
                   "RETENCION ACTIVA SOBRE CUENTA CERRADA".
               05  FILLER                 PIC X(04) VALUE "CH01".
               05  FILLER                 PIC 9(01) VALUE 1.
               05  FILLER                 PIC X(50) VALUE
                   "CHEQUERA DE CUENTA INEXISTENTE".
               05  FILLER                 PIC X(04) VALUE "CH02".
               05  FILLER                 PIC 9(01) VALUE 1.
               05  FILLER                 PIC X(50) VALUE
                   "CANTIDAD DE CHEQUES FUERA DE RANGO".
               05  FILLER                 PIC X(04) VALUE "CH03".
               05  FILLER                 PIC 9(01) VALUE 2.
               05  FILLER                 PIC X(50) VALUE
                   "CHEQUES PAGADEROS EN CUENTA CERRADA".
               05  FILLER                 PIC X(04) VALUE "TI01".
               05  FILLER                 PIC 9(01) VALUE 2.
               05  FILLER                 PIC X(50) VALUE
                   "VINCULO CON CUENTA INEXISTENTE".
               05  FILLER                 PIC X(04) VALUE "TI02".
               05  FILLER                 PIC 9(01) VALUE 1.
               05  FILLER                 PIC X(50) VALUE
                   "VINCULO CON CLIENTE INEXISTENTE".
               05  FILLER                 PIC X(04) VALUE "TI03".
               05  FILLER                 PIC 9(01) VALUE 2.
               05  FILLER                 PIC X(50) VALUE
                   "PARTES DE LOS DUENOS NO SUMAN 100".
               05  FILLER                 PIC X(04) VALUE "TI04".
               05  FILLER                 PIC 9(01) VALUE 2.
               05  FILLER                 PIC X(50) VALUE
                   "TITULAR DEL VINCULO DISTINTO DEL DE LA CUENTA".
               05  FILLER                 PIC X(04) VALUE "OE01".
               05  FILLER                 PIC 9(01) VALUE 2.
               05  FILLER                 PIC X(50) VALUE
                   "OPERADOR CON ROL O ESTADO INVALIDO".
               05  FILLER                 PIC X(04) VALUE "EM01".
               05  FILLER                 PIC 9(01) VALUE 2.
               05  FILLER                 PIC X(50) VALUE
                   "EMBARGO ACTIVO CONTRA CLIENTE INEXISTENTE".
               05  FILLER                 PIC X(04) VALUE "EM02".
               05  FILLER                 PIC 9(01) VALUE 1.
               05  FILLER                 PIC X(50) VALUE
                   "EMBARGO ACTIVO CON CUENTA DEL JUZGADO INEXISTENTE".
               05  FILLER                 PIC X(04) VALUE "EM03".
               05  FILLER                 PIC 9(01) VALUE 1.
               05  FILLER                 PIC X(50) VALUE
                   "EMBARGO ACTIVO CON CUENTA DEL JUZGADO CERRADA".
               05  FILLER                 PIC X(04) VALUE "TJ01".
               05  FILLER                 PIC 9(01) VALUE 1.
               05  FILLER                 PIC X(50) VALUE
                   "TARJETA ACTIVA LIGADA A CUENTA INEXISTENTE".
               05  FILLER                 PIC X(04) VALUE "TJ02".
               05  FILLER                 PIC 9(01) VALUE 2.
               05  FILLER                 PIC X(50) VALUE
                   "TARJETA ACTIVA LIGADA A CUENTA CERRADA".
               05  FILLER                 PIC X(04) VALUE "TJ03".
               05  FILLER                 PIC 9(01) VALUE 2.
               05  FILLER                 PIC X(50) VALUE
                   "TARJETA ACTIVA CON CLIENTE INEXISTENTE".
           01  TABLA-REGLAS-DET REDEFINES TABLA-REGLAS.
               05  REGLA-INTEGRIDAD OCCURS 35 TIMES.
                   10  REGLA-CODIGO       PIC X(04).
                   10  REGLA-SEVERIDAD    PIC 9(01).
                   10  REGLA-DESCRIPCION  PIC X(50).

           01  FECHA-NEGOCIO              PIC 9(08).

      *        Excepcion en armado (la regla y sus datos) antes de ir
      *        al puente.
           01  REGLA-ACTUAL               PIC X(04).
           01  DATO-NUMERICO              PIC Z(08)9.
           01  PARTE-PANTALLA             PIC ZZ9,99.

      *        Corte de control de vinculos por cuenta.
           01  CUENTA-VINCULOS            PIC 9(08).
           01  SUMA-PARTES-DUENOS         PIC 9(05)V99.
           01  IND-CHEQUE                 PIC 9(02) COMP.
           01  IND-CUENTA-TARJETA         PIC 9(01) COMP.

      *        Corte de control del reporte.
           01  SEVERIDAD-EN-PROCESO       PIC 9(01).
           01  REGLA-EN-PROCESO           PIC X(04).
           01  CANTIDAD-EN-REGLA          PIC 9(07).

           01  TOTAL-CUENTAS-LEIDAS       PIC 9(07) VALUE 0.
           01  TOTAL-ORDENES-LEIDAS       PIC 9(07) VALUE 0.
           01  TOTAL-PLAZOS-LEIDOS        PIC 9(07) VALUE 0.
           01  TOTAL-PRESTAMOS-LEIDOS     PIC 9(07) VALUE 0.
           01  TOTAL-RETENCIONES-LEIDAS   PIC 9(07) VALUE 0.
           01  TOTAL-CHEQUERAS-LEIDAS     PIC 9(07) VALUE 0.
           01  TOTAL-VINCULOS-LEIDOS      PIC 9(07) VALUE 0.
           01  TOTAL-OPERADORES-LEIDOS    PIC 9(07) VALUE 0.
           01  TOTAL-EMBARGOS-LEIDOS      PIC 9(07) VALUE 0.
           01  TOTAL-TARJETAS-LEIDAS      PIC 9(07) VALUE 0.
           01  TOTAL-SEVERAS              PIC 9(07) VALUE 0.
           01  TOTAL-ADVERTENCIAS         PIC 9(07) VALUE 0.

           01  SW-HAY-CLIENTES            PIC X(01) VALUE "N".
               88  HAY-CLIENTES                   VALUE "S".
           01  SW-HAY-OPERADORES          PIC X(01) VALUE "N".
               88  HAY-OPERADORES                 VALUE "S".
           01  SW-HAY-CALENDARIO          PIC X(01) VALUE "N".
               88  HAY-CALENDARIO                 VALUE "S".
           01  SW-CUENTA-EXISTE           PIC X(01) VALUE "N".
               88  CUENTA-EXISTE                  VALUE "S".
           01  SW-CLIENTE-EXISTE          PIC X(01) VALUE "N".
               88  CLIENTE-EXISTE                 VALUE "S".
           01  SW-OPERADOR-EXISTE         PIC X(01) VALUE "N".
               88  OPERADOR-EXISTE                VALUE "S".
           01  SW-HAY-PAGADEROS           PIC X(01) VALUE "N".
               88  HAY-PAGADEROS                  VALUE "S".
           01  SW-ARCHIVO-EOF             PIC X(01) VALUE "N".
               88  FIN-ARCHIVO                    VALUE "S".
           01  SW-ORDENADO-EOF            PIC X(01) VALUE "N".
               88  FIN-ORDENADO                   VALUE "S".

      *        Lineas del reporte impreso.
           01  ENC-TITULO.
               05  FILLER                 PIC X(10) VALUE SPACES.
               05  FILLER                 PIC X(44) VALUE
                   "AUDITORIA DE INTEGRIDAD REFERENCIAL NOCTURNA".
               05  FILLER                 PIC X(78) VALUE SPACES.
           01  ENC-FECHA.
               05  FILLER                 PIC X(07) VALUE "FECHA: ".
               05  ENC-FECHA-DIA          PIC 9(08).
               05  FILLER                 PIC X(117) VALUE SPACES.
           01  ENC-SEVERIDAD.
               05  FILLER                 PIC X(05) VALUE "==== ".
               05  ENC-NOMBRE-SEVERIDAD   PIC X(12).
               05  FILLER                 PIC X(05) VALUE " ====".
               05  FILLER                 PIC X(110) VALUE SPACES.
           01  ENC-REGLA.
               05  FILLER                 PIC X(06) VALUE "REGLA ".
               05  ENC-CODIGO-REGLA       PIC X(04).
               05  FILLER                 PIC X(03) VALUE " - ".
               05  ENC-DESCRIPCION-REGLA  PIC X(50).
               05  FILLER                 PIC X(69) VALUE SPACES.
           01  ENC-COLUMNAS.
               05  FILLER                 PIC X(04) VALUE SPACES.
               05  FILLER                 PIC X(11) VALUE "ARCHIVO".
               05  FILLER                 PIC X(17) VALUE "CLAVE".
               05  FILLER                 PIC X(09) VALUE "CUENTA".
               05  FILLER                 PIC X(08) VALUE "CLIENTE".
               05  FILLER                 PIC X(20) VALUE "DATO".
               05  FILLER                 PIC X(63) VALUE SPACES.
           01  DET-EXCEPCION.
               05  FILLER                 PIC X(04) VALUE SPACES.
               05  DET-ARCHIVO            PIC X(10).
               05  FILLER                 PIC X(01) VALUE SPACE.
               05  DET-CLAVE              PIC X(16).
               05  FILLER                 PIC X(01) VALUE SPACE.
               05  DET-NUM-CUENTA         PIC 9(08).
               05  FILLER                 PIC X(01) VALUE SPACE.
               05  DET-NUM-CLIENTE        PIC 9(06).
               05  FILLER                 PIC X(02) VALUE SPACES.
               05  DET-DATO               PIC X(20).
               05  FILLER                 PIC X(63) VALUE SPACES.
           01  TOT-REGLA.
               05  FILLER                 PIC X(04) VALUE SPACES.
               05  FILLER                 PIC X(17) VALUE
                   "TOTAL DE LA REGLA".
               05  FILLER                 PIC X(02) VALUE ": ".
               05  TOT-CANTIDAD-REGLA     PIC Z(06)9.
               05  FILLER                 PIC X(102) VALUE SPACES.
           01  LIN-SIN-EXCEPCIONES.
               05  FILLER                 PIC X(32) VALUE
                   "SIN EXCEPCIONES DE INTEGRIDAD.".
               05  FILLER                 PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-VERIFICAR-CUENTAS THRU 2000-EXIT
           PERFORM 2200-VERIFICAR-ORDENES THRU 2200-EXIT
           PERFORM 2300-VERIFICAR-PLAZOS THRU 2300-EXIT
           PERFORM 2400-VERIFICAR-PRESTAMOS THRU 2400-EXIT
           PERFORM 2500-VERIFICAR-RETENCIONES THRU 2500-EXIT
           PERFORM 2600-VERIFICAR-CHEQUERAS THRU 2600-EXIT
           PERFORM 2700-VERIFICAR-VINCULOS THRU 2700-EXIT
           PERFORM 2800-VERIFICAR-OPERADORES THRU 2800-EXIT
           PERFORM 2900-VERIFICAR-EMBARGOS THRU 2900-EXIT
           PERFORM 2950-VERIFICAR-TARJETAS THRU 2950-EXIT
           CLOSE EXCEPCIONES-PUENTE
           PERFORM 3000-ORDENAR-E-IMPRIMIR THRU 3000-EXIT
           PERFORM 8000-IMPRIMIR-RESUMEN
           PERFORM 9999-FINALIZAR
           IF TOTAL-SEVERAS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * 1000 - FECHA DE NEGOCIO Y APERTURAS
      ******************************************************************
       1000-INICIALIZAR.
           OPEN OUTPUT EXCEPCIONES-PUENTE
           OPEN INPUT CUENTAS-MAESTRO
           IF FS-CUENTAS NOT = "00"
               DISPLAY "INTEGRID: NO SE PUDO ABRIR CUENTAS-MAESTRO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CLIENTES-MAESTRO
           IF FS-CLIENTES = "00"
               MOVE "S" TO SW-HAY-CLIENTES
           ELSE
               DISPLAY "INTEGRID: SIN ARCHIVO CLIENTES - NO SE "
                   "VERIFICAN LOS CLIENTES REFERIDOS."
           END-IF
           OPEN INPUT MAESTRO-OPERADORES
           IF FS-OPERADOR = "00"
               MOVE "S" TO SW-HAY-OPERADORES
           ELSE
               DISPLAY "INTEGRID: SIN ARCHIVO OPERADOR - NO SE "
                   "VERIFICAN LOS APROBADORES."
           END-IF
           OPEN INPUT ARCHIVO-CALENDARIO
           IF FS-CALENDARIO = "00"
               MOVE "S" TO SW-HAY-CALENDARIO
           END-IF
      *        Sin FECHADIA (o con una fecha que no es numerica)
      *        ningun posteo de la noche sabe en que dia cae.
           MOVE 0 TO FECHA-NEGOCIO
           OPEN INPUT ARCHIVO-FECHA-DIA
           IF FS-FECHADIA = "00"
               READ ARCHIVO-FECHA-DIA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FC-FECHA-NEGOCIO NUMERIC
                           MOVE FC-FECHA-NEGOCIO TO FECHA-NEGOCIO
                       END-IF
               END-READ
               CLOSE ARCHIVO-FECHA-DIA
           END-IF
           IF FECHA-NEGOCIO = 0
               MOVE "FD01" TO REGLA-ACTUAL
               MOVE "FECHADIA" TO IX-ARCHIVO
               MOVE SPACES TO IX-CLAVE
               MOVE 0 TO IX-NUM-CUENTA
               MOVE 0 TO IX-NUM-CLIENTE
               MOVE SPACES TO IX-DATO
               PERFORM 7000-REGISTRAR-EXCEPCION
               ACCEPT FECHA-NEGOCIO FROM DATE YYYYMMDD
           ELSE
               PERFORM 1100-FECHA-CONTRA-CALENDARIO
           END-IF
           DISPLAY "==== AUDITORIA DE INTEGRIDAD - DIA "
               FECHA-NEGOCIO " ====".

       1100-FECHA-CONTRA-CALENDARIO.
           IF HAY-CALENDARIO
               MOVE FECHA-NEGOCIO TO CA-FECHA
               READ ARCHIVO-CALENDARIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "FD02" TO REGLA-ACTUAL
                       MOVE "FECHADIA" TO IX-ARCHIVO
                       MOVE FECHA-NEGOCIO TO IX-CLAVE
                       MOVE 0 TO IX-NUM-CUENTA
                       MOVE 0 TO IX-NUM-CLIENTE
                       MOVE CA-DESCRIPCION TO IX-DATO
                       PERFORM 7000-REGISTRAR-EXCEPCION
               END-READ
           END-IF.

      ******************************************************************
      * 2000 - CUENTAS: TITULAR, CONTADOR DE HISTORIAL Y CODIGOS
      ******************************************************************
       2000-VERIFICAR-CUENTAS.
           MOVE "N" TO SW-ARCHIVO-EOF
           PERFORM 2100-VERIFICAR-UNA-CUENTA THRU 2100-EXIT
               UNTIL FIN-ARCHIVO.
       2000-EXIT.
           EXIT.

       2100-VERIFICAR-UNA-CUENTA.
           READ CUENTAS-MAESTRO NEXT RECORD
               AT END
                   MOVE "S" TO SW-ARCHIVO-EOF
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO TOTAL-CUENTAS-LEIDAS
           MOVE "CUENTAS" TO IX-ARCHIVO
           MOVE CR-NUM-CUENTA TO IX-CLAVE
           MOVE CR-NUM-CUENTA TO IX-NUM-CUENTA
           MOVE CR-NUM-CLIENTE TO IX-NUM-CLIENTE
           MOVE SPACES TO IX-DATO
           IF CR-CONTADOR-HIST > MAX-HISTORIAL
               MOVE "CU04" TO REGLA-ACTUAL
               MOVE CR-CONTADOR-HIST TO DATO-NUMERICO
               MOVE DATO-NUMERICO TO IX-DATO
               PERFORM 7000-REGISTRAR-EXCEPCION
               MOVE SPACES TO IX-DATO
           END-IF
           IF NOT CR-CUENTA-CORRIENTE AND NOT CR-CUENTA-AHORROS
               OR NOT (CR-CUENTA-ACTIVA OR CR-CUENTA-CONGELADA
                   OR CR-CUENTA-BLOQUEADA OR CR-CUENTA-CERRADA
                   OR CR-CUENTA-DORMIDA)
               MOVE "CU05" TO REGLA-ACTUAL
               MOVE CR-TIPO-CUENTA TO IX-DATO
               MOVE CR-ESTADO-CUENTA TO IX-DATO (3:1)
               PERFORM 7000-REGISTRAR-EXCEPCION
               MOVE SPACES TO IX-DATO
           END-IF
           IF CR-NUM-CLIENTE = 0
               MOVE "CU03" TO REGLA-ACTUAL
               PERFORM 7000-REGISTRAR-EXCEPCION
               GO TO 2100-EXIT
           END-IF
           MOVE CR-NUM-CLIENTE TO CL-NUM-CLIENTE
           PERFORM 7200-BUSCAR-CLIENTE
           IF HAY-CLIENTES AND NOT CLIENTE-EXISTE
               IF CR-CUENTA-CERRADA
                   MOVE "CU02" TO REGLA-ACTUAL
               ELSE
                   MOVE "CU01" TO REGLA-ACTUAL
               END-IF
               PERFORM 7000-REGISTRAR-EXCEPCION
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200 - ORDENES PERMANENTES ACTIVAS
      ******************************************************************
       2200-VERIFICAR-ORDENES.
           OPEN INPUT ORDENES-PERMANENTES
           IF FS-ORDENES NOT = "00"
               GO TO 2200-EXIT
           END-IF
           MOVE "N" TO SW-ARCHIVO-EOF
           PERFORM 2210-VERIFICAR-UNA-ORDEN THRU 2210-EXIT
               UNTIL FIN-ARCHIVO
           CLOSE ORDENES-PERMANENTES.
       2200-EXIT.
           EXIT.

       2210-VERIFICAR-UNA-ORDEN.
           READ ORDENES-PERMANENTES NEXT RECORD
               AT END
                   MOVE "S" TO SW-ARCHIVO-EOF
                   GO TO 2210-EXIT
           END-READ
           ADD 1 TO TOTAL-ORDENES-LEIDAS
           MOVE "ORDENES" TO IX-ARCHIVO
           MOVE OP-NUM-ORDEN TO IX-CLAVE
           MOVE OP-NUM-CUENTA TO IX-NUM-CUENTA
           MOVE 0 TO IX-NUM-CLIENTE
           MOVE SPACES TO IX-DATO
           IF HAY-OPERADORES AND OP-APROBADOR NOT = SPACES
               MOVE OP-APROBADOR TO OE-ID-OPERADOR
               PERFORM 7300-BUSCAR-OPERADOR
               IF NOT OPERADOR-EXISTE
                   MOVE "OR05" TO REGLA-ACTUAL
                   MOVE OP-APROBADOR TO IX-DATO
                   PERFORM 7000-REGISTRAR-EXCEPCION
                   MOVE SPACES TO IX-DATO
               END-IF
           END-IF
           IF NOT OP-ORDEN-ACTIVA
               GO TO 2210-EXIT
           END-IF
           MOVE OP-NUM-CUENTA TO CR-NUM-CUENTA
           PERFORM 7100-BUSCAR-CUENTA
           IF NOT CUENTA-EXISTE
               MOVE "OR01" TO REGLA-ACTUAL
               PERFORM 7000-REGISTRAR-EXCEPCION
           ELSE
               IF CR-CUENTA-CERRADA
                   MOVE "OR02" TO REGLA-ACTUAL
                   PERFORM 7000-REGISTRAR-EXCEPCION
               END-IF
           END-IF
           IF NOT OP-OP-TRANSFERENCIA
               GO TO 2210-EXIT
           END-IF
           MOVE OP-CUENTA-DESTINO TO CR-NUM-CUENTA
           PERFORM 7100-BUSCAR-CUENTA
           MOVE "DESTINO" TO IX-DATO
           MOVE OP-CUENTA-DESTINO TO IX-DATO (9:8)
           IF NOT CUENTA-EXISTE
               MOVE "OR03" TO REGLA-ACTUAL
               PERFORM 7000-REGISTRAR-EXCEPCION
           ELSE
               IF CR-CUENTA-CERRADA
                   MOVE "OR04" TO REGLA-ACTUAL
                   PERFORM 7000-REGISTRAR-EXCEPCION
               END-IF
           END-IF.
       2210-EXIT.
           EXIT.

      ******************************************************************
      * 2300 - PLAZOS FIJOS ACTIVOS
      ******************************************************************
       2300-VERIFICAR-PLAZOS.
           OPEN INPUT PLAZOS-FIJOS
           IF FS-PLAZOS NOT = "00"
               GO TO 2300-EXIT
           END-IF
           MOVE "N" TO SW-ARCHIVO-EOF
           PERFORM 2310-VERIFICAR-UN-PLAZO THRU 2310-EXIT
               UNTIL FIN-ARCHIVO
           CLOSE PLAZOS-FIJOS.
       2300-EXIT.
           EXIT.

       2310-VERIFICAR-UN-PLAZO.
           READ PLAZOS-FIJOS NEXT RECORD
               AT END
                   MOVE "S" TO SW-ARCHIVO-EOF
                   GO TO 2310-EXIT
           END-READ
           ADD 1 TO TOTAL-PLAZOS-LEIDOS
           IF NOT PF-PLAZO-ACTIVO
               GO TO 2310-EXIT
           END-IF
           MOVE "PLAZOS" TO IX-ARCHIVO
           MOVE PF-NUM-PLAZO TO IX-CLAVE
           MOVE PF-NUM-CUENTA TO IX-NUM-CUENTA
           MOVE PF-NUM-CLIENTE TO IX-NUM-CLIENTE
           MOVE SPACES TO IX-DATO
           MOVE PF-NUM-CUENTA TO CR-NUM-CUENTA
           PERFORM 7100-BUSCAR-CUENTA
           IF NOT CUENTA-EXISTE
               MOVE "PF01" TO REGLA-ACTUAL
               PERFORM 7000-REGISTRAR-EXCEPCION
           ELSE
               IF CR-CUENTA-CERRADA
                   MOVE "PF02" TO REGLA-ACTUAL
                   PERFORM 7000-REGISTRAR-EXCEPCION
               END-IF
           END-IF
           MOVE PF-NUM-CLIENTE TO CL-NUM-CLIENTE
           PERFORM 7200-BUSCAR-CLIENTE
           IF HAY-CLIENTES AND NOT CLIENTE-EXISTE
               MOVE "PF03" TO REGLA-ACTUAL
               PERFORM 7000-REGISTRAR-EXCEPCION
           END-IF.
       2310-EXIT.
           EXIT.

      ******************************************************************
      * 2400 - PRESTAMOS VIGENTES (AL DIA O EN MORA)
      ******************************************************************
       2400-VERIFICAR-PRESTAMOS.
           OPEN INPUT PRESTAMOS-CUOTAS
           IF FS-PRESTAMOS NOT = "00"
               GO TO 2400-EXIT
           END-IF
           MOVE "N" TO SW-ARCHIVO-EOF
           PERFORM 2410-VERIFICAR-UN-PRESTAMO THRU 2410-EXIT
               UNTIL FIN-ARCHIVO
           CLOSE PRESTAMOS-CUOTAS.
       2400-EXIT.
           EXIT.

       2410-VERIFICAR-UN-PRESTAMO.
           READ PRESTAMOS-CUOTAS NEXT RECORD
               AT END
                   MOVE "S" TO SW-ARCHIVO-EOF
                   GO TO 2410-EXIT
           END-READ
           ADD 1 TO TOTAL-PRESTAMOS-LEIDOS
           MOVE "PRESTAMOS" TO IX-ARCHIVO
           MOVE PR-NUM-PRESTAMO TO IX-CLAVE
           MOVE PR-NUM-CUENTA TO IX-NUM-CUENTA
           MOVE PR-NUM-CLIENTE TO IX-NUM-CLIENTE
           MOVE SPACES TO IX-DATO
           IF HAY-OPERADORES AND PR-APROBADOR NOT = SPACES
               MOVE PR-APROBADOR TO OE-ID-OPERADOR
               PERFORM 7300-BUSCAR-OPERADOR
               IF NOT OPERADOR-EXISTE
                   MOVE "PR04" TO REGLA-ACTUAL
                   MOVE PR-APROBADOR TO IX-DATO
                   PERFORM 7000-REGISTRAR-EXCEPCION
                   MOVE SPACES TO IX-DATO
               END-IF
           END-IF
           IF PR-PRESTAMO-CANCELADO
               GO TO 2410-EXIT
           END-IF
           MOVE PR-NUM-CUENTA TO CR-NUM-CUENTA
           PERFORM 7100-BUSCAR-CUENTA
           IF NOT CUENTA-EXISTE
               MOVE "PR01" TO REGLA-ACTUAL
               PERFORM 7000-REGISTRAR-EXCEPCION
           ELSE
               IF CR-CUENTA-CERRADA
                   MOVE "PR02" TO REGLA-ACTUAL
                   PERFORM 7000-REGISTRAR-EXCEPCION
               END-IF
           END-IF
           MOVE PR-NUM-CLIENTE TO CL-NUM-CLIENTE
           PERFORM 7200-BUSCAR-CLIENTE
           IF HAY-CLIENTES AND NOT CLIENTE-EXISTE
               MOVE "PR03" TO REGLA-ACTUAL
               PERFORM 7000-REGISTRAR-EXCEPCION
           END-IF.
       2410-EXIT.
           EXIT.

      ******************************************************************
      * 2500 - RETENCIONES DE FONDOS ACTIVAS
      ******************************************************************
       2500-VERIFICAR-RETENCIONES.
           OPEN INPUT RETENCIONES-FONDOS
           IF FS-RETENES NOT = "00"
               GO TO 2500-EXIT
           END-IF
           MOVE "N" TO SW-ARCHIVO-EOF
           PERFORM 2510-VERIFICAR-UNA-RETENCION THRU 2510-EXIT
               UNTIL FIN-ARCHIVO
           CLOSE RETENCIONES-FONDOS.
       2500-EXIT.
           EXIT.

       2510-VERIFICAR-UNA-RETENCION.
           READ RETENCIONES-FONDOS NEXT RECORD
               AT END
                   MOVE "S" TO SW-ARCHIVO-EOF
                   GO TO 2510-EXIT
           END-READ
           ADD 1 TO TOTAL-RETENCIONES-LEIDAS
           IF NOT RT-RETENCION-ACTIVA
               GO TO 2510-EXIT
           END-IF
           MOVE "RETENES" TO IX-ARCHIVO
           MOVE RT-NUM-RETENCION TO IX-CLAVE
           MOVE RT-NUM-CUENTA TO IX-NUM-CUENTA
           MOVE 0 TO IX-NUM-CLIENTE
           MOVE SPACES TO IX-DATO
           MOVE RT-NUM-CUENTA TO CR-NUM-CUENTA
           PERFORM 7100-BUSCAR-CUENTA
           IF NOT CUENTA-EXISTE
               MOVE "RT01" TO REGLA-ACTUAL
               PERFORM 7000-REGISTRAR-EXCEPCION
           ELSE
               IF CR-CUENTA-CERRADA
                   MOVE "RT02" TO REGLA-ACTUAL
                   PERFORM 7000-REGISTRAR-EXCEPCION
               END-IF
           END-IF.
       2510-EXIT.
           EXIT.

      ******************************************************************
      * 2600 - CHEQUERAS EMITIDAS
      ******************************************************************
       2600-VERIFICAR-CHEQUERAS.
           OPEN INPUT CHEQUERAS-EMITIDAS
           IF FS-CHEQUES NOT = "00"
               GO TO 2600-EXIT
           END-IF
           MOVE "N" TO SW-ARCHIVO-EOF
           PERFORM 2610-VERIFICAR-UNA-CHEQUERA THRU 2610-EXIT
               UNTIL FIN-ARCHIVO
           CLOSE CHEQUERAS-EMITIDAS.
       2600-EXIT.
           EXIT.

       2610-VERIFICAR-UNA-CHEQUERA.
           READ CHEQUERAS-EMITIDAS NEXT RECORD
               AT END
                   MOVE "S" TO SW-ARCHIVO-EOF
                   GO TO 2610-EXIT
           END-READ
           ADD 1 TO TOTAL-CHEQUERAS-LEIDAS
           MOVE "CHEQUES" TO IX-ARCHIVO
           MOVE CH-CLAVE-CHEQUERA TO IX-CLAVE
           MOVE CH-NUM-CUENTA TO IX-NUM-CUENTA
           MOVE 0 TO IX-NUM-CLIENTE
           MOVE SPACES TO IX-DATO
           IF CH-CANTIDAD-CHEQUES = 0
               OR CH-CANTIDAD-CHEQUES > MAX-CHEQUES
               MOVE "CH02" TO REGLA-ACTUAL
               MOVE CH-CANTIDAD-CHEQUES TO DATO-NUMERICO
               MOVE DATO-NUMERICO TO IX-DATO
               PERFORM 7000-REGISTRAR-EXCEPCION
               MOVE SPACES TO IX-DATO
           END-IF
           MOVE CH-NUM-CUENTA TO CR-NUM-CUENTA
           PERFORM 7100-BUSCAR-CUENTA
           IF NOT CUENTA-EXISTE
               MOVE "CH01" TO REGLA-ACTUAL
               PERFORM 7000-REGISTRAR-EXCEPCION
               GO TO 2610-EXIT
           END-IF
           IF NOT CR-CUENTA-CERRADA
               OR CH-CANTIDAD-CHEQUES = 0
               OR CH-CANTIDAD-CHEQUES > MAX-CHEQUES
               GO TO 2610-EXIT
           END-IF
      *        Cuenta cerrada con cheques todavia pagaderos: el canje
      *        los devolveria, pero deberian haberse anulado.
           MOVE "N" TO SW-HAY-PAGADEROS
           PERFORM 2620-MIRAR-UN-CHEQUE
               VARYING IND-CHEQUE FROM 1 BY 1
               UNTIL IND-CHEQUE > CH-CANTIDAD-CHEQUES
           IF HAY-PAGADEROS
               MOVE "CH03" TO REGLA-ACTUAL
               PERFORM 7000-REGISTRAR-EXCEPCION
           END-IF.
       2610-EXIT.
           EXIT.

       2620-MIRAR-UN-CHEQUE.
           IF CH-CHEQUE-EMITIDO (IND-CHEQUE)
               MOVE "S" TO SW-HAY-PAGADEROS
           END-IF.

      ******************************************************************
      * 2700 - VINCULOS DE TITULARES, CO-TITULARES Y APODERADOS
      ******************************************************************
       2700-VERIFICAR-VINCULOS.
           OPEN INPUT TITULARES-CUENTA
           IF FS-TITULARES NOT = "00"
               GO TO 2700-EXIT
           END-IF
           MOVE "N" TO SW-ARCHIVO-EOF
           PERFORM 2710-LEER-UN-VINCULO THRU 2710-EXIT
           PERFORM 2720-VERIFICAR-UNA-CUENTA THRU 2720-EXIT
               UNTIL FIN-ARCHIVO
           CLOSE TITULARES-CUENTA.
       2700-EXIT.
           EXIT.

       2710-LEER-UN-VINCULO.
           READ TITULARES-CUENTA NEXT RECORD
               AT END
                   MOVE "S" TO SW-ARCHIVO-EOF
                   GO TO 2710-EXIT
           END-READ
           ADD 1 TO TOTAL-VINCULOS-LEIDOS.
       2710-EXIT.
           EXIT.

      *        Corte de control por cuenta: verifica cada vinculo y
      *        al final compara la suma de partes de los duenos.
       2720-VERIFICAR-UNA-CUENTA.
           MOVE TI-NUM-CUENTA TO CUENTA-VINCULOS
           MOVE 0 TO SUMA-PARTES-DUENOS
           MOVE TI-NUM-CUENTA TO CR-NUM-CUENTA
           PERFORM 7100-BUSCAR-CUENTA
           PERFORM 2730-VERIFICAR-UN-VINCULO THRU 2730-EXIT
               UNTIL FIN-ARCHIVO
               OR TI-NUM-CUENTA NOT = CUENTA-VINCULOS
           IF SUMA-PARTES-DUENOS NOT = 100
               MOVE "TI03" TO REGLA-ACTUAL
               MOVE "TITULARES" TO IX-ARCHIVO
               MOVE CUENTA-VINCULOS TO IX-CLAVE
               MOVE CUENTA-VINCULOS TO IX-NUM-CUENTA
               MOVE 0 TO IX-NUM-CLIENTE
               MOVE SUMA-PARTES-DUENOS TO PARTE-PANTALLA
               MOVE PARTE-PANTALLA TO IX-DATO
               PERFORM 7000-REGISTRAR-EXCEPCION
           END-IF.
       2720-EXIT.
           EXIT.

       2730-VERIFICAR-UN-VINCULO.
           MOVE "TITULARES" TO IX-ARCHIVO
           MOVE TI-CLAVE-TITULAR TO IX-CLAVE
           MOVE TI-NUM-CUENTA TO IX-NUM-CUENTA
           MOVE TI-NUM-CLIENTE TO IX-NUM-CLIENTE
           MOVE SPACES TO IX-DATO
           IF TI-ES-DUENO
               ADD TI-PORCENTAJE TO SUMA-PARTES-DUENOS
           END-IF
           IF NOT CUENTA-EXISTE
               MOVE "TI01" TO REGLA-ACTUAL
               PERFORM 7000-REGISTRAR-EXCEPCION
           ELSE
               IF TI-TITULAR AND TI-NUM-CLIENTE NOT = CR-NUM-CLIENTE
                   MOVE "TI04" TO REGLA-ACTUAL
                   MOVE "TITULAR CUENTA" TO IX-DATO
                   MOVE CR-NUM-CLIENTE TO IX-DATO (15:6)
                   PERFORM 7000-REGISTRAR-EXCEPCION
                   MOVE SPACES TO IX-DATO
               END-IF
           END-IF
           MOVE TI-NUM-CLIENTE TO CL-NUM-CLIENTE
           PERFORM 7200-BUSCAR-CLIENTE
           IF HAY-CLIENTES AND NOT CLIENTE-EXISTE
               MOVE "TI02" TO REGLA-ACTUAL
               MOVE TI-ROL TO IX-DATO
               PERFORM 7000-REGISTRAR-EXCEPCION
           END-IF
           PERFORM 2710-LEER-UN-VINCULO THRU 2710-EXIT.
       2730-EXIT.
           EXIT.

      ******************************************************************
      * 2800 - OPERADORES: ROL Y ESTADO CONOCIDOS
      ******************************************************************
       2800-VERIFICAR-OPERADORES.
           IF NOT HAY-OPERADORES
               GO TO 2800-EXIT
           END-IF
           MOVE LOW-VALUES TO OE-ID-OPERADOR
           START MAESTRO-OPERADORES
               KEY IS NOT LESS THAN OE-ID-OPERADOR
               INVALID KEY
                   GO TO 2800-EXIT
           END-START
           MOVE "N" TO SW-ARCHIVO-EOF
           PERFORM 2810-VERIFICAR-UN-OPERADOR THRU 2810-EXIT
               UNTIL FIN-ARCHIVO.
       2800-EXIT.
           EXIT.

       2810-VERIFICAR-UN-OPERADOR.
           READ MAESTRO-OPERADORES NEXT RECORD
               AT END
                   MOVE "S" TO SW-ARCHIVO-EOF
                   GO TO 2810-EXIT
           END-READ
           ADD 1 TO TOTAL-OPERADORES-LEIDOS
           IF (OE-ROL-CAJERO OR OE-ROL-SUPERVISOR)
               AND (OE-OPERADOR-ACTIVO OR OE-OPERADOR-BLOQUEADO)
               GO TO 2810-EXIT
           END-IF
           MOVE "OE01" TO REGLA-ACTUAL
           MOVE "OPERADOR" TO IX-ARCHIVO
           MOVE OE-ID-OPERADOR TO IX-CLAVE
           MOVE 0 TO IX-NUM-CUENTA
           MOVE 0 TO IX-NUM-CLIENTE
           MOVE "ROL" TO IX-DATO
           MOVE OE-ROL TO IX-DATO (5:1)
           MOVE "ESTADO" TO IX-DATO (7:6)
           MOVE OE-ESTADO TO IX-DATO (14:1)
           PERFORM 7000-REGISTRAR-EXCEPCION.
       2810-EXIT.
           EXIT.

      ******************************************************************
      * 2900 - EMBARGOS ACTIVOS
      ******************************************************************
      *        EMBBARRE acredita cada noche lo embargado en la cuenta
      *        del juzgado: si falta o esta cerrada el quiebre es
      *        severo.
       2900-VERIFICAR-EMBARGOS.
           OPEN INPUT EMBARGOS-JUDICIALES
           IF FS-EMBARGOS NOT = "00"
               GO TO 2900-EXIT
           END-IF
           MOVE "N" TO SW-ARCHIVO-EOF
           PERFORM 2910-VERIFICAR-UN-EMBARGO THRU 2910-EXIT
               UNTIL FIN-ARCHIVO
           CLOSE EMBARGOS-JUDICIALES.
       2900-EXIT.
           EXIT.

       2910-VERIFICAR-UN-EMBARGO.
           READ EMBARGOS-JUDICIALES NEXT RECORD
               AT END
                   MOVE "S" TO SW-ARCHIVO-EOF
                   GO TO 2910-EXIT
           END-READ
           ADD 1 TO TOTAL-EMBARGOS-LEIDOS
           IF NOT EM-ACTIVO
               GO TO 2910-EXIT
           END-IF
           MOVE "EMBARGOS" TO IX-ARCHIVO
           MOVE EM-NUM-EMBARGO TO IX-CLAVE
           MOVE EM-CUENTA-JUZGADO TO IX-NUM-CUENTA
           MOVE EM-NUM-CLIENTE TO IX-NUM-CLIENTE
           MOVE EM-EXPEDIENTE TO IX-DATO
           MOVE EM-NUM-CLIENTE TO CL-NUM-CLIENTE
           PERFORM 7200-BUSCAR-CLIENTE
           IF HAY-CLIENTES AND NOT CLIENTE-EXISTE
               MOVE "EM01" TO REGLA-ACTUAL
               PERFORM 7000-REGISTRAR-EXCEPCION
           END-IF
           MOVE EM-CUENTA-JUZGADO TO CR-NUM-CUENTA
           PERFORM 7100-BUSCAR-CUENTA
           IF NOT CUENTA-EXISTE
               MOVE "EM02" TO REGLA-ACTUAL
               PERFORM 7000-REGISTRAR-EXCEPCION
           ELSE
               IF CR-CUENTA-CERRADA
                   MOVE "EM03" TO REGLA-ACTUAL
                   PERFORM 7000-REGISTRAR-EXCEPCION
               END-IF
           END-IF.
       2910-EXIT.
           EXIT.

      ******************************************************************
      * 2950 - TARJETAS DE DEBITO ACTIVAS
      ******************************************************************
       2950-VERIFICAR-TARJETAS.
           OPEN INPUT TARJETAS-DEBITO
           IF FS-TARJETAS NOT = "00"
               GO TO 2950-EXIT
           END-IF
           MOVE "N" TO SW-ARCHIVO-EOF
           PERFORM 2960-VERIFICAR-UNA-TARJETA THRU 2960-EXIT
               UNTIL FIN-ARCHIVO
           CLOSE TARJETAS-DEBITO.
       2950-EXIT.
           EXIT.

       2960-VERIFICAR-UNA-TARJETA.
           READ TARJETAS-DEBITO NEXT RECORD
               AT END
                   MOVE "S" TO SW-ARCHIVO-EOF
                   GO TO 2960-EXIT
           END-READ
           ADD 1 TO TOTAL-TARJETAS-LEIDAS
           IF NOT TJ-ACTIVA
               GO TO 2960-EXIT
           END-IF
           MOVE "TARJETAS" TO IX-ARCHIVO
           MOVE TJ-NUM-TARJETA TO IX-CLAVE
           MOVE TJ-NUM-CLIENTE TO IX-NUM-CLIENTE
           MOVE SPACES TO IX-DATO
           PERFORM 2970-VERIFICAR-CUENTA-TARJETA
               VARYING IND-CUENTA-TARJETA FROM 1 BY 1
               UNTIL IND-CUENTA-TARJETA > 3
           MOVE TJ-CUENTA (1) TO IX-NUM-CUENTA
           MOVE SPACES TO IX-DATO
           MOVE TJ-NUM-CLIENTE TO CL-NUM-CLIENTE
           PERFORM 7200-BUSCAR-CLIENTE
           IF HAY-CLIENTES AND NOT CLIENTE-EXISTE
               MOVE "TJ03" TO REGLA-ACTUAL
               PERFORM 7000-REGISTRAR-EXCEPCION
           END-IF.
       2960-EXIT.
           EXIT.

      *        Una posicion en cero es un hueco sin cuenta vinculada.
       2970-VERIFICAR-CUENTA-TARJETA.
           IF TJ-CUENTA (IND-CUENTA-TARJETA) NOT = ZERO
               MOVE TJ-CUENTA (IND-CUENTA-TARJETA) TO IX-NUM-CUENTA
               MOVE "VINCULO" TO IX-DATO
               MOVE IND-CUENTA-TARJETA TO IX-DATO (9:1)
               MOVE TJ-CUENTA (IND-CUENTA-TARJETA) TO CR-NUM-CUENTA
               PERFORM 7100-BUSCAR-CUENTA
               IF NOT CUENTA-EXISTE
                   MOVE "TJ01" TO REGLA-ACTUAL
                   PERFORM 7000-REGISTRAR-EXCEPCION
               ELSE
                   IF CR-CUENTA-CERRADA
                       MOVE "TJ02" TO REGLA-ACTUAL
                       PERFORM 7000-REGISTRAR-EXCEPCION
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 3000 - ORDENA LAS EXCEPCIONES E IMPRIME EL REPORTE
      ******************************************************************
       3000-ORDENAR-E-IMPRIMIR.
           SORT ORDEN-TRABAJO
               ON ASCENDING KEY SO-SEVERIDAD SO-REGLA
                                SO-ARCHIVO SO-CLAVE
               USING EXCEPCIONES-PUENTE
               GIVING EXCEPCIONES-ORDENADAS
           OPEN OUTPUT REPORTE-INTEGRIDAD
           IF FS-INTEGREP NOT = "00"
               DISPLAY "INTEGRID: NO SE PUDO ABRIR INTEGREP."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE RI-LINEA FROM ENC-TITULO AFTER ADVANCING PAGE
           MOVE FECHA-NEGOCIO TO ENC-FECHA-DIA
           WRITE RI-LINEA FROM ENC-FECHA AFTER ADVANCING 1 LINE
           OPEN INPUT EXCEPCIONES-ORDENADAS
           IF FS-INTEGSRT NOT = "00"
               DISPLAY "INTEGRID: NO SE PUDO ABRIR EL PUENTE "
                   "ORDENADO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO SW-ORDENADO-EOF
           PERFORM 7400-LEER-ORDENADO THRU 7400-EXIT
           IF FIN-ORDENADO
               WRITE RI-LINEA FROM LIN-SIN-EXCEPCIONES
                   AFTER ADVANCING 2 LINES
           END-IF
           PERFORM 3100-AGRUPAR-UNA-SEVERIDAD THRU 3100-EXIT
               UNTIL FIN-ORDENADO
           CLOSE EXCEPCIONES-ORDENADAS.
       3000-EXIT.
           EXIT.

       3100-AGRUPAR-UNA-SEVERIDAD.
           MOVE IO-SEVERIDAD TO SEVERIDAD-EN-PROCESO
           IF IO-SEVERIDAD = 1
               MOVE "SEVERAS" TO ENC-NOMBRE-SEVERIDAD
           ELSE
               MOVE "ADVERTENCIAS" TO ENC-NOMBRE-SEVERIDAD
           END-IF
           WRITE RI-LINEA FROM ENC-SEVERIDAD AFTER ADVANCING 2 LINES
           PERFORM 3200-AGRUPAR-UNA-REGLA THRU 3200-EXIT
               UNTIL FIN-ORDENADO
               OR IO-SEVERIDAD NOT = SEVERIDAD-EN-PROCESO.
       3100-EXIT.
           EXIT.

       3200-AGRUPAR-UNA-REGLA.
           MOVE IO-REGLA TO REGLA-EN-PROCESO
           MOVE 0 TO CANTIDAD-EN-REGLA
           MOVE IO-REGLA TO REGLA-ACTUAL
           PERFORM 7050-BUSCAR-REGLA
           MOVE IO-REGLA TO ENC-CODIGO-REGLA
           MOVE SPACES TO ENC-DESCRIPCION-REGLA
           IF IND-REGLA NOT > TOTAL-REGLAS
               MOVE REGLA-DESCRIPCION (IND-REGLA)
                   TO ENC-DESCRIPCION-REGLA
           END-IF
           WRITE RI-LINEA FROM ENC-REGLA AFTER ADVANCING 2 LINES
           WRITE RI-LINEA FROM ENC-COLUMNAS AFTER ADVANCING 1 LINE
           PERFORM 3300-IMPRIMIR-UNA-EXCEPCION THRU 3300-EXIT
               UNTIL FIN-ORDENADO
               OR IO-SEVERIDAD NOT = SEVERIDAD-EN-PROCESO
               OR IO-REGLA NOT = REGLA-EN-PROCESO
           MOVE CANTIDAD-EN-REGLA TO TOT-CANTIDAD-REGLA
           WRITE RI-LINEA FROM TOT-REGLA AFTER ADVANCING 1 LINE
           DISPLAY "REGLA " REGLA-EN-PROCESO " ("
               ENC-NOMBRE-SEVERIDAD "): " CANTIDAD-EN-REGLA.
       3200-EXIT.
           EXIT.

       3300-IMPRIMIR-UNA-EXCEPCION.
           MOVE IO-ARCHIVO TO DET-ARCHIVO
           MOVE IO-CLAVE TO DET-CLAVE
           MOVE IO-NUM-CUENTA TO DET-NUM-CUENTA
           MOVE IO-NUM-CLIENTE TO DET-NUM-CLIENTE
           MOVE IO-DATO TO DET-DATO
           WRITE RI-LINEA FROM DET-EXCEPCION AFTER ADVANCING 1 LINE
           ADD 1 TO CANTIDAD-EN-REGLA
           PERFORM 7400-LEER-ORDENADO THRU 7400-EXIT.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 7000 - REGISTRA UNA EXCEPCION EN EL PUENTE
      ******************************************************************
      *        El que llama deja armados archivo, clave, cuenta,
      *        cliente y dato; aqui se pone la regla y su severidad.
       7000-REGISTRAR-EXCEPCION.
           PERFORM 7050-BUSCAR-REGLA
           MOVE REGLA-ACTUAL TO IX-REGLA
           IF IND-REGLA > TOTAL-REGLAS
               MOVE 1 TO IX-SEVERIDAD
           ELSE
               MOVE REGLA-SEVERIDAD (IND-REGLA) TO IX-SEVERIDAD
           END-IF
           WRITE IX-REGISTRO-EXCEPCION
           IF IX-SEVERIDAD = 1
               ADD 1 TO TOTAL-SEVERAS
           ELSE
               ADD 1 TO TOTAL-ADVERTENCIAS
           END-IF.

       7050-BUSCAR-REGLA.
           PERFORM 7060-COMPARAR-UNA-REGLA
               VARYING IND-REGLA FROM 1 BY 1
               UNTIL IND-REGLA > TOTAL-REGLAS
               OR REGLA-CODIGO (IND-REGLA) = REGLA-ACTUAL.

       7060-COMPARAR-UNA-REGLA.
           CONTINUE.

      *        CR-NUM-CUENTA cargado por el que llama.
       7100-BUSCAR-CUENTA.
           MOVE "S" TO SW-CUENTA-EXISTE
           READ CUENTAS-MAESTRO
               INVALID KEY
                   MOVE "N" TO SW-CUENTA-EXISTE
           END-READ.

      *        CL-NUM-CLIENTE cargado por el que llama.
       7200-BUSCAR-CLIENTE.
           MOVE "N" TO SW-CLIENTE-EXISTE
           IF HAY-CLIENTES
               MOVE "S" TO SW-CLIENTE-EXISTE
               READ CLIENTES-MAESTRO
                   INVALID KEY
                       MOVE "N" TO SW-CLIENTE-EXISTE
               END-READ
           END-IF.

      *        OE-ID-OPERADOR cargado por el que llama.
       7300-BUSCAR-OPERADOR.
           MOVE "S" TO SW-OPERADOR-EXISTE
           READ MAESTRO-OPERADORES
               INVALID KEY
                   MOVE "N" TO SW-OPERADOR-EXISTE
           END-READ.

       7400-LEER-ORDENADO.
           READ EXCEPCIONES-ORDENADAS
               AT END
                   MOVE "S" TO SW-ORDENADO-EOF
                   GO TO 7400-EXIT
           END-READ.
       7400-EXIT.
           EXIT.

      ******************************************************************
      * 8000 - RESUMEN DE LA AUDITORIA
      ******************************************************************
       8000-IMPRIMIR-RESUMEN.
           DISPLAY "=============================================".
           DISPLAY "CUENTAS LEIDAS        : " TOTAL-CUENTAS-LEIDAS.
           DISPLAY "ORDENES LEIDAS        : " TOTAL-ORDENES-LEIDAS.
           DISPLAY "PLAZOS LEIDOS         : " TOTAL-PLAZOS-LEIDOS.
           DISPLAY "PRESTAMOS LEIDOS      : " TOTAL-PRESTAMOS-LEIDOS.
           DISPLAY "RETENCIONES LEIDAS    : "
               TOTAL-RETENCIONES-LEIDAS.
           DISPLAY "CHEQUERAS LEIDAS      : " TOTAL-CHEQUERAS-LEIDAS.
           DISPLAY "VINCULOS LEIDOS       : " TOTAL-VINCULOS-LEIDOS.
           DISPLAY "OPERADORES LEIDOS     : "
               TOTAL-OPERADORES-LEIDOS.
           DISPLAY "EMBARGOS LEIDOS       : " TOTAL-EMBARGOS-LEIDOS.
           DISPLAY "TARJETAS LEIDAS       : " TOTAL-TARJETAS-LEIDAS.
           DISPLAY "EXCEPCIONES SEVERAS   : " TOTAL-SEVERAS.
           DISPLAY "ADVERTENCIAS          : " TOTAL-ADVERTENCIAS.
           IF TOTAL-SEVERAS > 0
               DISPLAY "INTEGRID: HAY QUIEBRES SEVEROS - VER INTEGREP "
                   "ANTES DEL RESPALDO."
           END-IF
           DISPLAY "=============================================".

       9999-FINALIZAR.
           CLOSE CUENTAS-MAESTRO
           IF HAY-CLIENTES
               CLOSE CLIENTES-MAESTRO
           END-IF
           IF HAY-OPERADORES
               CLOSE MAESTRO-OPERADORES
           END-IF
           IF HAY-CALENDARIO
               CLOSE ARCHIVO-CALENDARIO
           END-IF
           CLOSE REPORTE-INTEGRIDAD.

       END PROGRAM INTEGRID.
