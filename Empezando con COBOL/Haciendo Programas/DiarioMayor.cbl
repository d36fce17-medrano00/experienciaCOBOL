      *          entries of the business day and totals deposits,
      *          withdrawals, transfers and INTERES postings by
      *          account type (CR-TIPO-CUENTA), writing one GLREC
      *          journal line per branch, currency, account type and
      *          category to the GLJOURN file for the accounting
      *          system (amounts in the currency of the line), plus a
      *          printed summary with the grand-total net cash
      *          position - instead of accounting re-keying receipts.
      * Tectonics: cobc
      *                   (term interest credit). The debit/credit
      *                   nature moved to its own EVALUATE now that
      *                   the category list is long.
      *   15/10/2026 MDR  Added the installment-loan categories:
      *                   PREST-DES (disbursement credit), PREST-CAP
      *                   (installment capital debit) and PREST-INT
      *                   (installment interest debit); none moves
      *                   drawer cash.
      *   15/10/2026 MDR  Added the reversal categories REVERSO-DB
      *                   (debit undoing a credit) and REVERSO-CR
      *                   (credit undoing a debit). A reversal of a
      *                   cash deposit or withdrawal (cash flag on the
      *                   entry) also takes the cash back out of, or
      *                   into, the day's cash position.
      *   15/10/2026 MDR  Added the inward-clearing categories
      *                   CHEQUE-PAG (check drawn on us and paid,
      *                   debit) and COM-CHEQUE (bounced-check fee,
      *                   debit); neither moves drawer cash.
      *   15/10/2026 MDR  Currency dimension: totals accumulate per
      *                   branch and account currency (CR-MONEDA, or the
      *                   leg currency carried on a cross-currency audit
      *                   entry) and each GLREC line carries GL-MONEDA.
      *                   The day's cash position counts national
      *                   currency only. Table raised to 20 branch and
      *                   currency pairs.
      *   15/10/2026 MDR  Added the judicial-garnishment categories
      *                   EMBARGO-DB (funds seized from the debtor,
      *                   debit) and EMBARGO-CR (the same funds paid
      *                   into the court's account, credit); neither
      *                   moves drawer cash.
      *   15/10/2026 MDR  A full branch table is reported with return
      *                   code 8 and the entry left out, instead of
      *                   folding it into the first pair.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLDIARIO.
      *        Dia de negocio que se resume.
           01  FECHA-PROCESO              PIC 9(08).

      *        Totales por sucursal y moneda (hasta 20 pares
      *        distintos, cargados a medida que aparecen; moneda en
      *        espacios = nacional), tipo de cuenta (1=C, 2=A,
      *        3=cuenta ya inexistente) y categoria (1=DEPOSITO,
      *        2=RETIRO, 3=INTERES, 4=TRANSF-CRE, 5=TRANSF-DEB,
      *        6=DEP-CHEQUE, 7=CUOTA-MES, 8=COM-RETIRO,
      *        9=COM-TRANSF, 10=INT-SOBREG, 11=TRANSF-ENV,
      *        12=TRANSF-REC, 13=PF-APERT, 14=PF-RESCATE,
      *        15=PF-VENCE, 16=PF-INTERES, 17=INTERSUC,
      *        18=PREST-DES, 19=PREST-CAP, 20=PREST-INT,
      *        21=REVERSO-DB, 22=REVERSO-CR, 23=CHEQUE-PAG,
      *        24=COM-CHEQUE, 25=EMBARGO-DB, 26=EMBARGO-CR).
           77  MAX-SUCURSALES             PIC 9(02) VALUE 20.
           01  SUCURSALES-CARGADAS        PIC 9(02) VALUE 0.
           01  TOTALES-GL.
               05  TOT-SUCURSAL OCCURS 20 TIMES.
                   10  TOT-SUC-CODIGO     PIC 9(03).
                   10  TOT-MONEDA         PIC X(03).
                   10  TOT-TIPO OCCURS 3 TIMES.
                       15  TOT-CATEGORIA OCCURS 26 TIMES.
                           20  TOT-CANTIDAD
                                          PIC 9(07).
                           20  TOT-MONTO  PIC 9(11)V99.
           01  INDICE-TIPO                PIC 9(01).
           01  INDICE-CAT                 PIC 9(02).
           01  SUCURSAL-ENTRADA           PIC 9(03).
           01  MONEDA-ENTRADA             PIC X(03).
           01  SW-SUCURSAL-HALLADA        PIC X(01) VALUE "N".
               88  SUCURSAL-HALLADA               VALUE "S".
           01  NOMBRE-CATEGORIA           PIC X(10).
                   MOVE 16 TO INDICE-CAT
               WHEN "INTERSUC"
                   MOVE 17 TO INDICE-CAT
               WHEN "PREST-DES"
                   MOVE 18 TO INDICE-CAT
               WHEN "PREST-CAP"
                   MOVE 19 TO INDICE-CAT
               WHEN "PREST-INT"
                   MOVE 20 TO INDICE-CAT
               WHEN "REVERSO-DB"
                   MOVE 21 TO INDICE-CAT
               WHEN "REVERSO-CR"
                   MOVE 22 TO INDICE-CAT
               WHEN "CHEQUE-PAG"
                   MOVE 23 TO INDICE-CAT
               WHEN "COM-CHEQUE"
                   MOVE 24 TO INDICE-CAT
               WHEN "EMBARGO-DB"
                   MOVE 25 TO INDICE-CAT
               WHEN "EMBARGO-CR"
                   MOVE 26 TO INDICE-CAT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF INDICE-CAT = 0
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-TIPO-DE-CUENTA
           PERFORM 2200-INDICE-DE-SUCURSAL THRU 2200-EXIT
           IF INDICE-SUC = 0
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO TOTAL-ENTRADAS-DIA
           ADD 1 TO TOT-CANTIDAD (INDICE-SUC, INDICE-TIPO, INDICE-CAT)
           ADD AL-MONTO-TRANSACCION
               TO TOT-MONTO (INDICE-SUC, INDICE-TIPO, INDICE-CAT)
      *        El reverso de un deposito en efectivo devuelve el
      *        efectivo; el de un retiro lo recupera. Los reversos que
      *        no son de efectivo no pasan por caja.
           IF AL-REVERSA-EFECTIVO AND MONEDA-ENTRADA = SPACES
               IF INDICE-CAT = 21
                   ADD AL-MONTO-TRANSACCION TO TOTAL-RETIROS-DIA
               END-IF
               IF INDICE-CAT = 22
                   ADD AL-MONTO-TRANSACCION TO TOTAL-DEPOSITOS-DIA
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

      *        Tipo y moneda de la cuenta. Una pata de cambio trae
      *        su moneda en la propia entrada de bitacora.
       2100-TIPO-DE-CUENTA.
           MOVE AL-NUM-CUENTA TO CR-NUM-CUENTA
           READ CUENTAS-MAESTRO
               INVALID KEY
                   MOVE 3 TO INDICE-TIPO
                   MOVE SPACES TO MONEDA-ENTRADA
               NOT INVALID KEY
                   MOVE CR-MONEDA TO MONEDA-ENTRADA
                   EVALUATE TRUE
                       WHEN CR-CUENTA-CORRIENTE
                           MOVE 1 TO INDICE-TIPO
                       WHEN OTHER
                           MOVE 3 TO INDICE-TIPO
                   END-EVALUATE
           END-READ
           IF AL-DATOS-CAMBIO NOT = SPACES
               MOVE AL-MONEDA-MOVIMIENTO TO MONEDA-ENTRADA
           END-IF.

      *        Localiza (o da de alta) el par sucursal y moneda de
      *        la entrada en la tabla; la bitacora anterior al campo
      *        vale como la 001. Con la tabla llena la entrada no
      *        se acumula en ningun par (INDICE-SUC queda en cero):
      *        se informa y la corrida termina con codigo 8.
       2200-INDICE-DE-SUCURSAL.
           IF AL-SUCURSAL NUMERIC AND AL-SUCURSAL NOT = ZERO
               MOVE AL-SUCURSAL TO SUCURSAL-ENTRADA
                   MOVE SUCURSALES-CARGADAS TO INDICE-SUC
                   MOVE SUCURSAL-ENTRADA
                       TO TOT-SUC-CODIGO (INDICE-SUC)
                   MOVE MONEDA-ENTRADA TO TOT-MONEDA (INDICE-SUC)
               ELSE
                   DISPLAY "GLDIARIO: TABLA DE SUCURSALES LLENA - "
                       "ENTRADA " AL-REFERENCIA " NO ACUMULADA."
                   MOVE 8 TO RETURN-CODE
                   MOVE 0 TO INDICE-SUC
               END-IF
           END-IF.
       2200-EXIT.

       2210-PROBAR-UNA-SUCURSAL.
           IF TOT-SUC-CODIGO (INDICE-SUC) = SUCURSAL-ENTRADA
               AND TOT-MONEDA (INDICE-SUC) = MONEDA-ENTRADA
               MOVE "S" TO SW-SUCURSAL-HALLADA
           END-IF.
       2210-EXIT.
       8100-EMITIR-UN-TIPO.
           PERFORM 8200-EMITIR-UNA-CATEGORIA THRU 8200-EXIT
               VARYING INDICE-CAT FROM 1 BY 1
               UNTIL INDICE-CAT > 26.

       8200-EMITIR-UNA-CATEGORIA.
           IF TOT-CANTIDAD (INDICE-SUC, INDICE-TIPO, INDICE-CAT)
                   MOVE "PF-INTERES" TO NOMBRE-CATEGORIA
               WHEN 17
                   MOVE "INTERSUC" TO NOMBRE-CATEGORIA
               WHEN 18
                   MOVE "PREST-DES" TO NOMBRE-CATEGORIA
               WHEN 19
                   MOVE "PREST-CAP" TO NOMBRE-CATEGORIA
               WHEN 20
                   MOVE "PREST-INT" TO NOMBRE-CATEGORIA
               WHEN 21
                   MOVE "REVERSO-DB" TO NOMBRE-CATEGORIA
               WHEN 22
                   MOVE "REVERSO-CR" TO NOMBRE-CATEGORIA
               WHEN 23
                   MOVE "CHEQUE-PAG" TO NOMBRE-CATEGORIA
               WHEN 24
                   MOVE "COM-CHEQUE" TO NOMBRE-CATEGORIA
               WHEN 25
                   MOVE "EMBARGO-DB" TO NOMBRE-CATEGORIA
               WHEN 26
                   MOVE "EMBARGO-CR" TO NOMBRE-CATEGORIA
           END-EVALUATE
           EVALUATE INDICE-TIPO
               WHEN 1
           MOVE TOT-MONTO (INDICE-SUC, INDICE-TIPO, INDICE-CAT)
               TO GL-MONTO
           MOVE TOT-SUC-CODIGO (INDICE-SUC) TO GL-SUCURSAL
           MOVE TOT-MONEDA (INDICE-SUC) TO GL-MONEDA
      *        Naturaleza contable: lo que entra a las cuentas de
      *        clientes es haber; lo que sale de ellas es debe.
           EVALUATE INDICE-CAT
               WHEN 11
               WHEN 13
               WHEN 17
               WHEN 19
               WHEN 20
               WHEN 21
               WHEN 23
               WHEN 24
               WHEN 25
                   MOVE "D" TO GL-DEBE-HABER
               WHEN OTHER
                   MOVE "H" TO GL-DEBE-HABER
           MOVE TOT-MONTO (INDICE-SUC, INDICE-TIPO, INDICE-CAT)
               TO MONTO-PANTALLA
           DISPLAY "SUC " TOT-SUC-CODIGO (INDICE-SUC)
               " MON " TOT-MONEDA (INDICE-SUC)
               " TIPO " LETRA-TIPO " " NOMBRE-CATEGORIA
               " CANT: "
               TOT-CANTIDAD (INDICE-SUC, INDICE-TIPO, INDICE-CAT)
               " MONTO: " MONTO-PANTALLA
      *        El efectivo fisico del dia solo lo mueven depositos y
      *        retiros; interes y transferencias no pasan por caja.
      *        La caja es solo de moneda nacional.
           IF TOT-MONEDA (INDICE-SUC) NOT = SPACES
               GO TO 8200-EXIT
           END-IF
           IF INDICE-CAT = 1
               ADD TOT-MONTO (INDICE-SUC, INDICE-TIPO, INDICE-CAT)
                   TO TOTAL-DEPOSITOS-DIA
