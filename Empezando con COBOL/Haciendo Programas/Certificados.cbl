      * Purpose: Annual interest certificates for tax filing. Gathers
      *          every interest posting of the requested year - the
      *          nightly INTERES credits and the PF-INTERES term-
      *          deposit interest, and apart from it the PREST-INT
      *          interest paid on installment loans - from the live
      *          AUDITLOG AND from the dated AUDITGEN.AAAAMMDD
      *          generation files that
      *          DEPURA already rolled off (one candidate file per
      *          calendar day is tried; absent days are skipped),
      *          totals them per CUSTOMER across all their accounts
      *          listing of the certificates produced. The year
      *          comes from the command line (AAAA); with no
      *          parameter the year before the business date rules.
      *          Interest on a joint account is split among its
      *          owners (titular and co-titulares on the TITULARES
      *          file) by ownership share, and each owner's
      *          certificate shows their part and share; apoderados
      *          own nothing and get no certificate for it.
      * Tectonics: cobc
      *
      * Modification History:
      *                   they are skipped, counted, and each source
      *                   that contains them is named once so
      *                   operations knows what to convert.
      *   15/10/2026 MDR  Interest PAID on installment loans
      *                   (PREST-INT) is now certified too, in its
      *                   own column and totals, apart from the
      *                   interest earned.
      *   15/10/2026 MDR  Joint accounts: each interest posting is
      *                   split among the account's owners on the
      *                   TITULARES file by their ownership share
      *                   (prorated when the shares do not add up to
      *                   100; the last owner takes the rounding
      *                   cents), and the certificate line shows the
      *                   holder's share. Accounts without links stay
      *                   100% with CR-NUM-CLIENTE.
      *   15/10/2026 MDR  Hand-copied audit-log layouts (AG-/EB-)
      *                   follow AUDITREC to 114 bytes (sequence and
      *                   check value).
      *   15/10/2026 MDR  Audit-log layouts follow AUDITREC to 140
      *                   bytes (currency-exchange area).
      *   15/10/2026 MDR  Audit-log layouts follow AUDITREC to 156
      *                   bytes (card number).
      *   15/10/2026 MDR  Foreign-currency accounts: the bridge carries
      *                   the account currency, each certificate line
      *                   shows it (M/N for national) and the
      *                   certificate and run totals are kept per
      *                   currency, without conversion; the certificate
      *                   states so.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTINT.
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
      *        Archivo puente (cliente, cuenta, monto) - entrada del
      *        SORT, como los puentes de DEPURA y EFECTIVO.
           SELECT CERTIFICADO-PUENTE
           LABEL RECORD IS STANDARD.
           COPY AUDITREC.

      *        Mismo largo que el registro AUDITREC (156 bytes), tal
      *        como DEPURA lo rodo a la generacion.
       FD  BITACORA-GENERACION
           LABEL RECORD IS STANDARD.
       01  AG-REGISTRO-GENERACION         PIC X(156).

       FD  CUENTAS-MAESTRO
           LABEL RECORD IS STANDARD.
           LABEL RECORD IS STANDARD.
           COPY CLIENREC.

       FD  TITULARES-CUENTA
           LABEL RECORD IS STANDARD.
           COPY TITULREC.

       FD  CERTIFICADO-PUENTE
           LABEL RECORD IS STANDARD.
       01  CP-REGISTRO-PUENTE.
           05  CP-NUM-CLIENTE             PIC 9(06).
           05  CP-NUM-CUENTA              PIC 9(08).
           05  CP-MONTO                   PIC 9(09)V99.
      *        G = interes ganado, P = interes pagado de prestamo.
           05  CP-CLASE                   PIC X(01).
               88  CP-INTERES-GANADO              VALUE "G".
               88  CP-INTERES-PAGADO              VALUE "P".
      *        Parte del cliente en la cuenta (100 si es unico).
           05  CP-PORCENTAJE              PIC 9(03)V99.
      *        Moneda de la cuenta, como se imprime (M/N = nacional).
           05  CP-MONEDA                  PIC X(03).
           05  FILLER                     PIC X(01).

      *        Mismo trazado que el puente, ya ordenado.
       FD  CERTIFICADO-ORDENADO
           05  CO-NUM-CLIENTE             PIC 9(06).
           05  CO-NUM-CUENTA              PIC 9(08).
           05  CO-MONTO                   PIC 9(09)V99.
           05  CO-CLASE                   PIC X(01).
               88  CO-INTERES-PAGADO              VALUE "P".
           05  CO-PORCENTAJE              PIC 9(03)V99.
           05  CO-MONEDA                  PIC X(03).
           05  FILLER                     PIC X(01).

       SD  ORDEN-TRABAJO.
       01  SO-REGISTRO-TRABAJO.
           05  SO-NUM-CLIENTE             PIC 9(06).
           05  SO-NUM-CUENTA              PIC 9(08).
           05  SO-MONTO                   PIC 9(09)V99.
           05  SO-CLASE                   PIC X(01).
           05  SO-PORCENTAJE              PIC 9(03)V99.
           05  SO-MONEDA                  PIC X(03).
           05  FILLER                     PIC X(01).

       FD  REPORTE-CERTIFICADOS
           LABEL RECORD IS STANDARD.
           01  FS-AUDITGEN                PIC X(02).
           01  FS-CUENTAS                 PIC X(02).
           01  FS-CLIENTES                PIC X(02).
           01  FS-TITULARES               PIC X(02).
           01  FS-CERTMP                  PIC X(02).
           01  FS-CERTSORT                PIC X(02).
           01  FS-CERTIF                  PIC X(02).

      *        Entrada de bitacora en proceso, venga del archivo en
      *        linea o de una generacion (trazado AUDITREC copiado a
      *        mano, porque la generacion se lee como X(156)).
           01  EB-ENTRADA-BITACORA.
               05  EB-NUM-CUENTA          PIC 9(08).
               05  EB-TIPO-TRANSACCION    PIC X(10).
               05  EB-APROBADOR           PIC X(08).
               05  EB-REFERENCIA          PIC X(16).
               05  EB-SUCURSAL            PIC 9(03).
               05  FILLER                 PIC X(61).

      *        Fecha de trabajo con vista por partes para recorrer
      *        los dias candidatos a generacion.
           01  SW-ANO-BISIESTO            PIC X(01) VALUE "N".
               88  ANO-BISIESTO                   VALUE "S".

      *        Duenos de la cuenta de la entrada en proceso (titular
      *        y co-titulares de TITULARES) y su parte; el monto se
      *        reparte en proporcion a la suma de las partes.
           77  MAX-DUENOS                 PIC 9(02) VALUE 10.
           01  TOTAL-DUENOS               PIC 9(02).
           01  INDICE-DUENO               PIC 9(02).
           01  TABLA-DUENOS.
               05  DUENO-CUENTA OCCURS 10 TIMES.
                   10  DUENO-NUM-CLIENTE  PIC 9(06).
                   10  DUENO-PORCENTAJE   PIC 9(03)V99.
           01  SUMA-PARTES                PIC 9(05)V99.
           01  MONTO-REPARTIDO            PIC 9(09)V99.
           01  SW-TITULARES-ABIERTO       PIC X(01) VALUE "N".
               88  HAY-TITULARES                  VALUE "S".
           01  SW-TITULARES-EOF           PIC X(01) VALUE "N".
               88  FIN-TITULARES                  VALUE "S".

      *        Corte de control del titular y la cuenta en proceso.
           01  CLIENTE-EN-PROCESO         PIC 9(06).
           01  CUENTA-EN-PROCESO          PIC 9(08).
           01  PARTE-EN-PROCESO           PIC 9(03)V99.
           01  MONEDA-EN-PROCESO          PIC X(03).
           01  CTA-TOTAL-INTERES          PIC 9(11)V99.
      *        Interes pagado por prestamos, acumulado aparte.
           01  CTA-TOTAL-PAGADO           PIC 9(11)V99.

      *        Los montos no se convierten: cada total suma solo las
      *        cuentas de una misma moneda, por certificado y para
      *        toda la corrida.
           01  MONEDA-NACIONAL-IMPRESA    PIC X(03) VALUE "M/N".
           01  MONEDA-ENTRADA             PIC X(03).
           77  MAX-MONEDAS-CLIENTE        PIC 9(02) VALUE 10.
           01  MONEDAS-CLIENTE            PIC 9(02).
           01  INDICE-MONEDA              PIC 9(02).
           01  TABLA-MONEDAS-CLIENTE.
               05  MONEDA-CLIENTE OCCURS 10 TIMES.
                   10  MCL-MONEDA         PIC X(03).
                   10  MCL-INTERES        PIC 9(11)V99.
                   10  MCL-PAGADO         PIC 9(11)V99.
           77  MAX-MONEDAS-CORRIDA        PIC 9(02) VALUE 20.
           01  MONEDAS-CORRIDA            PIC 9(02) VALUE 0.
           01  INDICE-CORRIDA             PIC 9(02).
           01  TABLA-MONEDAS-CORRIDA.
               05  MONEDA-CORRIDA OCCURS 20 TIMES.
                   10  MCO-MONEDA         PIC X(03).
                   10  MCO-INTERES        PIC 9(13)V99.
                   10  MCO-PAGADO         PIC 9(13)V99.
           01  SW-MONEDA-HALLADA          PIC X(01) VALUE "N".
               88  MONEDA-HALLADA                 VALUE "S".
           01  LINEAS-AVANCE              PIC 9(01).

           01  TOTAL-ENTRADAS-LEIDAS      PIC 9(07) VALUE 0.
      *        Entradas aun en el formato anterior de la bitacora
           01  TOTAL-GENERACIONES-LEIDAS  PIC 9(05) VALUE 0.
           01  TOTAL-MOV-SELECCIONADOS    PIC 9(07) VALUE 0.
           01  TOTAL-CERTIFICADOS         PIC 9(05) VALUE 0.
           01  MONTO-PANTALLA             PIC Z(10)9,99.
           01  MONTO-GRAN-PANTALLA        PIC Z(12)9,99.

           01  DET-CUENTA.
               05  FILLER                 PIC X(10) VALUE "  CUENTA: ".
               05  DET-NUM-CUENTA         PIC 9(08).
               05  FILLER                 PIC X(01) VALUE SPACE.
               05  DET-MONEDA             PIC X(03).
               05  FILLER                 PIC X(12) VALUE
                   "  INTERESES:".
               05  DET-INTERES            PIC Z(10)9,99.
               05  FILLER                 PIC X(24) VALUE
                   "  INT. PAGADO PRESTAMOS:".
               05  DET-PAGADO             PIC Z(10)9,99.
               05  FILLER                 PIC X(09) VALUE
                   "  PARTE: ".
               05  DET-PARTE              PIC ZZ9,99.
               05  FILLER                 PIC X(01) VALUE "%".
               05  FILLER                 PIC X(30) VALUE SPACES.
           01  LIN-TOTAL.
               05  FILLER                 PIC X(16) VALUE
                   "  TOTAL DEL ANO ".
               05  LIN-TOTAL-MONEDA       PIC X(03).
               05  FILLER                 PIC X(01) VALUE ":".
               05  LIN-TOTAL-MONTO        PIC Z(10)9,99.
               05  FILLER                 PIC X(24) VALUE
                   "  INT. PAGADO PRESTAMOS:".
               05  LIN-TOTAL-PAGADO       PIC Z(10)9,99.
               05  FILLER                 PIC X(60) VALUE SPACES.
           01  LIN-NOTA-MONEDA.
               05  FILLER                 PIC X(46) VALUE
                   "  CADA TOTAL SUMA LAS CUENTAS DE SU MONEDA (M/".
               05  FILLER                 PIC X(30) VALUE
                   "N = NACIONAL), SIN CONVERSION.".
               05  FILLER                 PIC X(56) VALUE SPACES.

       PROCEDURE DIVISION.
      ******************************************************************
               STOP RUN
           END-IF
           OPEN INPUT CLIENTES-MAESTRO
           OPEN INPUT TITULARES-CUENTA
           IF FS-TITULARES = "00"
               MOVE "S" TO SW-TITULARES-ABIERTO
           END-IF
           DISPLAY "==== CERTIFICADOS DE INTERESES - EJERCICIO "
               ANO-CERTIFICADO " ====".

      *        Solo el interes ganado por el cliente certifica: el
      *        INTERES nocturno de ahorros y el PF-INTERES de los
      *        plazos fijos. El de sobregiro es interes COBRADO y no
      *        entra. El PREST-INT de las cuotas de prestamo tambien
      *        certifica, pero como interes PAGADO y en columna
      *        aparte. Cuentas ya inexistentes se agrupan bajo el
      *        cliente 000000.
       2500-CLASIFICAR-UNA-ENTRADA.
      *        Una entrada aun en el formato anterior (registro de
           IF EB-FECHA (1:4) NOT = ANO-CERTIFICADO
               GO TO 2500-EXIT
           END-IF
           EVALUATE EB-TIPO-TRANSACCION
               WHEN "INTERES"
               WHEN "PF-INTERES"
                   MOVE "G" TO CP-CLASE
               WHEN "PREST-INT"
                   MOVE "P" TO CP-CLASE
               WHEN OTHER
                   GO TO 2500-EXIT
           END-EVALUATE
      *        La moneda es la de la cuenta; una cuenta ya inexistente
      *        vale como moneda nacional.
           MOVE MONEDA-NACIONAL-IMPRESA TO MONEDA-ENTRADA
           MOVE EB-NUM-CUENTA TO CR-NUM-CUENTA
           READ CUENTAS-MAESTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT CR-MONEDA-NACIONAL
                       MOVE CR-MONEDA TO MONEDA-ENTRADA
                   END-IF
           END-READ
           PERFORM 2600-BUSCAR-DUENOS THRU 2600-EXIT
           MOVE 0 TO MONTO-REPARTIDO
           PERFORM 2700-PUENTE-DE-UN-DUENO
               VARYING INDICE-DUENO FROM 1 BY 1
               UNTIL INDICE-DUENO > TOTAL-DUENOS
           ADD 1 TO TOTAL-MOV-SELECCIONADOS.
       2500-EXIT.
           EXIT.

      *        Duenos de la cuenta segun TITULARES; sin vinculos (o
      *        sin el archivo) el titular del maestro es dueno del
      *        100%. Se usan las partes vigentes al emitir. Si todas
      *        las partes estan en cero se reparte por igual.
       2600-BUSCAR-DUENOS.
           MOVE 0 TO TOTAL-DUENOS
           MOVE 0 TO SUMA-PARTES
           IF HAY-TITULARES
               MOVE "N" TO SW-TITULARES-EOF
               MOVE EB-NUM-CUENTA TO TI-NUM-CUENTA
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
           MOVE 0 TO DUENO-NUM-CLIENTE (1)
           MOVE 100 TO DUENO-PORCENTAJE (1)
           MOVE 100 TO SUMA-PARTES
           MOVE EB-NUM-CUENTA TO CR-NUM-CUENTA
           READ CUENTAS-MAESTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CR-NUM-CLIENTE TO DUENO-NUM-CLIENTE (1)
           END-READ.
       2600-EXIT.
           EXIT.

       2610-LEER-UN-TITULAR.
           READ TITULARES-CUENTA NEXT RECORD
               AT END
                   MOVE "S" TO SW-TITULARES-EOF
                   GO TO 2610-EXIT
           END-READ
           IF TI-NUM-CUENTA NOT = EB-NUM-CUENTA
               MOVE "S" TO SW-TITULARES-EOF
               GO TO 2610-EXIT
           END-IF
           IF NOT TI-ES-DUENO
               GO TO 2610-EXIT
           END-IF
           IF TOTAL-DUENOS NOT < MAX-DUENOS
               DISPLAY "CERTINT: CUENTA " EB-NUM-CUENTA
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

      *        La parte de cada dueno es el monto por su porcentaje
      *        sobre la suma de las partes; el ultimo se lleva el
      *        resto para que el reparto cuadre al centavo.
       2700-PUENTE-DE-UN-DUENO.
           MOVE DUENO-NUM-CLIENTE (INDICE-DUENO) TO CP-NUM-CLIENTE
           MOVE EB-NUM-CUENTA TO CP-NUM-CUENTA
           MOVE MONEDA-ENTRADA TO CP-MONEDA
           IF INDICE-DUENO = TOTAL-DUENOS
               COMPUTE CP-MONTO =
                   EB-MONTO-TRANSACCION - MONTO-REPARTIDO
           ELSE
               COMPUTE CP-MONTO ROUNDED =
                   EB-MONTO-TRANSACCION
                   * DUENO-PORCENTAJE (INDICE-DUENO) / SUMA-PARTES
           END-IF
           ADD CP-MONTO TO MONTO-REPARTIDO
           COMPUTE CP-PORCENTAJE ROUNDED =
               DUENO-PORCENTAJE (INDICE-DUENO) * 100 / SUMA-PARTES
           WRITE CP-REGISTRO-PUENTE.

      ******************************************************************
      * 3000 - ORDENA POR TITULAR Y EMITE LOS CERTIFICADOS
      ******************************************************************

       3100-CERTIFICAR-UN-CLIENTE.
           MOVE CO-NUM-CLIENTE TO CLIENTE-EN-PROCESO
           MOVE 0 TO MONEDAS-CLIENTE
           PERFORM 3200-ENCABEZADO-CERTIFICADO
           PERFORM 3300-CERTIFICAR-UNA-CUENTA THRU 3300-EXIT
               UNTIL FIN-ORDENADO
               OR CO-NUM-CLIENTE NOT = CLIENTE-EN-PROCESO
      *        Listado de control de lo producido.
           DISPLAY "CERTIFICADO: CLIENTE " CLIENTE-EN-PROCESO
           MOVE 2 TO LINEAS-AVANCE
           PERFORM 3500-TOTAL-DE-UNA-MONEDA THRU 3500-EXIT
               VARYING INDICE-MONEDA FROM 1 BY 1
               UNTIL INDICE-MONEDA > MONEDAS-CLIENTE
           WRITE CE-LINEA FROM LIN-NOTA-MONEDA AFTER ADVANCING 2 LINES
           ADD 1 TO TOTAL-CERTIFICADOS.
       3100-EXIT.
           EXIT.

           WRITE CE-LINEA FROM ENC-TITULAR AFTER ADVANCING 2 LINES.

      *        Corte interno por cuenta: una linea por cuenta con el
      *        interes ganado y el pagado del ano.
       3300-CERTIFICAR-UNA-CUENTA.
           MOVE CO-NUM-CUENTA TO CUENTA-EN-PROCESO
           MOVE CO-PORCENTAJE TO PARTE-EN-PROCESO
           MOVE CO-MONEDA TO MONEDA-EN-PROCESO
           MOVE 0 TO CTA-TOTAL-INTERES
           MOVE 0 TO CTA-TOTAL-PAGADO
           PERFORM 3400-ACUMULAR-UN-MOVIMIENTO THRU 3400-EXIT
               UNTIL FIN-ORDENADO
               OR CO-NUM-CLIENTE NOT = CLIENTE-EN-PROCESO
               OR CO-NUM-CUENTA NOT = CUENTA-EN-PROCESO
           MOVE CUENTA-EN-PROCESO TO DET-NUM-CUENTA
           MOVE MONEDA-EN-PROCESO TO DET-MONEDA
           MOVE CTA-TOTAL-INTERES TO DET-INTERES
           MOVE CTA-TOTAL-PAGADO TO DET-PAGADO
           MOVE PARTE-EN-PROCESO TO DET-PARTE
           WRITE CE-LINEA FROM DET-CUENTA AFTER ADVANCING 1 LINE
           PERFORM 3310-MONEDA-DEL-CLIENTE THRU 3310-EXIT.
       3300-EXIT.
           EXIT.

      *        Suma la cuenta al total de su moneda en el
      *        certificado; con la tabla llena la cuenta queda fuera
      *        del total, se informa y la corrida termina con 8.
       3310-MONEDA-DEL-CLIENTE.
           MOVE "N" TO SW-MONEDA-HALLADA
           PERFORM 3320-PROBAR-UNA-MONEDA THRU 3320-EXIT
               VARYING INDICE-MONEDA FROM 1 BY 1
               UNTIL INDICE-MONEDA > MONEDAS-CLIENTE
               OR MONEDA-HALLADA
           IF NOT MONEDA-HALLADA
               IF MONEDAS-CLIENTE NOT < MAX-MONEDAS-CLIENTE
                   DISPLAY "CERTINT: CLIENTE " CLIENTE-EN-PROCESO
                       " CON MAS DE " MAX-MONEDAS-CLIENTE
                       " MONEDAS - CUENTA " CUENTA-EN-PROCESO
                       " FUERA DEL TOTAL."
                   MOVE 8 TO RETURN-CODE
                   GO TO 3310-EXIT
               END-IF
               ADD 1 TO MONEDAS-CLIENTE
               MOVE MONEDAS-CLIENTE TO INDICE-MONEDA
               MOVE MONEDA-EN-PROCESO TO MCL-MONEDA (INDICE-MONEDA)
               MOVE 0 TO MCL-INTERES (INDICE-MONEDA)
               MOVE 0 TO MCL-PAGADO (INDICE-MONEDA)
           END-IF
           ADD CTA-TOTAL-INTERES TO MCL-INTERES (INDICE-MONEDA)
           ADD CTA-TOTAL-PAGADO TO MCL-PAGADO (INDICE-MONEDA).
       3310-EXIT.
           EXIT.

      *        El VARYING avanza el indice una vez mas al hallar la
      *        moneda; se compensa aqui para dejarlo sobre ella.
       3320-PROBAR-UNA-MONEDA.
           IF MCL-MONEDA (INDICE-MONEDA) = MONEDA-EN-PROCESO
               MOVE "S" TO SW-MONEDA-HALLADA
               SUBTRACT 1 FROM INDICE-MONEDA
           END-IF.
       3320-EXIT.
           EXIT.

       3400-ACUMULAR-UN-MOVIMIENTO.
           IF CO-INTERES-PAGADO
               ADD CO-MONTO TO CTA-TOTAL-PAGADO
           ELSE
               ADD CO-MONTO TO CTA-TOTAL-INTERES
           END-IF
           PERFORM 7000-LEER-ORDENADO THRU 7000-EXIT.
       3400-EXIT.
           EXIT.

      *        Una linea de total por moneda del certificado, que
      *        tambien se suma al total de la corrida en esa moneda.
       3500-TOTAL-DE-UNA-MONEDA.
           MOVE MCL-MONEDA (INDICE-MONEDA) TO LIN-TOTAL-MONEDA
           MOVE MCL-INTERES (INDICE-MONEDA) TO LIN-TOTAL-MONTO
           MOVE MCL-PAGADO (INDICE-MONEDA) TO LIN-TOTAL-PAGADO
           WRITE CE-LINEA FROM LIN-TOTAL
               AFTER ADVANCING LINEAS-AVANCE LINES
           MOVE 1 TO LINEAS-AVANCE
           MOVE MCL-INTERES (INDICE-MONEDA) TO MONTO-PANTALLA
           DISPLAY "             " MCL-MONEDA (INDICE-MONEDA)
               " TOTAL " MONTO-PANTALLA
           MOVE MCL-PAGADO (INDICE-MONEDA) TO MONTO-PANTALLA
           DISPLAY "             " MCL-MONEDA (INDICE-MONEDA)
               " PAGADO PRESTAMOS " MONTO-PANTALLA
           MOVE "N" TO SW-MONEDA-HALLADA
           PERFORM 3520-PROBAR-MONEDA-CORRIDA THRU 3520-EXIT
               VARYING INDICE-CORRIDA FROM 1 BY 1
               UNTIL INDICE-CORRIDA > MONEDAS-CORRIDA
               OR MONEDA-HALLADA
           IF NOT MONEDA-HALLADA
               IF MONEDAS-CORRIDA NOT < MAX-MONEDAS-CORRIDA
                   DISPLAY "CERTINT: MAS DE " MAX-MONEDAS-CORRIDA
                       " MONEDAS - " MCL-MONEDA (INDICE-MONEDA)
                       " FUERA DEL TOTAL DE LA CORRIDA."
                   MOVE 8 TO RETURN-CODE
                   GO TO 3500-EXIT
               END-IF
               ADD 1 TO MONEDAS-CORRIDA
               MOVE MONEDAS-CORRIDA TO INDICE-CORRIDA
               MOVE MCL-MONEDA (INDICE-MONEDA)
                   TO MCO-MONEDA (INDICE-CORRIDA)
               MOVE 0 TO MCO-INTERES (INDICE-CORRIDA)
               MOVE 0 TO MCO-PAGADO (INDICE-CORRIDA)
           END-IF
           ADD MCL-INTERES (INDICE-MONEDA)
               TO MCO-INTERES (INDICE-CORRIDA)
           ADD MCL-PAGADO (INDICE-MONEDA)
               TO MCO-PAGADO (INDICE-CORRIDA).
       3500-EXIT.
           EXIT.

       3520-PROBAR-MONEDA-CORRIDA.
           IF MCO-MONEDA (INDICE-CORRIDA) = MCL-MONEDA (INDICE-MONEDA)
               MOVE "S" TO SW-MONEDA-HALLADA
               SUBTRACT 1 FROM INDICE-CORRIDA
           END-IF.
       3520-EXIT.
           EXIT.

      ******************************************************************
      * 7000 - LECTURA ADELANTADA DEL PUENTE ORDENADO
      ******************************************************************
           DISPLAY "INTERESES DEL EJERCICIO: "
               TOTAL-MOV-SELECCIONADOS.
           DISPLAY "CERTIFICADOS EMITIDOS  : " TOTAL-CERTIFICADOS.
           PERFORM 8100-IMPRIMIR-UNA-MONEDA
               VARYING INDICE-CORRIDA FROM 1 BY 1
               UNTIL INDICE-CORRIDA > MONEDAS-CORRIDA
           DISPLAY "=============================================".

       8100-IMPRIMIR-UNA-MONEDA.
           MOVE MCO-INTERES (INDICE-CORRIDA) TO MONTO-GRAN-PANTALLA
           DISPLAY "INTERES TOTAL DEL ANO  : " MONTO-GRAN-PANTALLA
               " " MCO-MONEDA (INDICE-CORRIDA).
           MOVE MCO-PAGADO (INDICE-CORRIDA) TO MONTO-GRAN-PANTALLA
           DISPLAY "INT. PAGADO PRESTAMOS  : " MONTO-GRAN-PANTALLA
               " " MCO-MONEDA (INDICE-CORRIDA).

       9999-FINALIZAR.
           CLOSE CUENTAS-MAESTRO
           CLOSE CLIENTES-MAESTRO
           IF HAY-TITULARES
               CLOSE TITULARES-CUENTA
           END-IF
           CLOSE CERTIFICADO-ORDENADO
           CLOSE REPORTE-CERTIFICADOS.

