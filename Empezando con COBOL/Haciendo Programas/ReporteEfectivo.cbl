      *          over several movements, go to the dated declaration
      *          file DECLEFE.AAAAMMDD and to the printed AMLREP
      *          report with the holder's CLIENREC identity, ready
      *          for the regulator. On joint accounts the cash goes
      *          to the related customer CAJERO recorded as the one
      *          who transacted (the entry's counterparty).
      *          Every customer declared is raised to high risk on
      *          CLIENTES, which shortens their due-diligence review
      *          cycle to the KYCALTO months of PARAMS.
      * Tectonics: cobc
      *
      * Modification History:
      *   02/09/2026 MDR  Initial version.
      *   15/10/2026 MDR  Cash on accounts with several related
      *                   persons is attributed to the customer who
      *                   actually transacted, as stamped by CAJERO in
      *                   the audit counterparty, instead of always to
      *                   the account's primary holder.
      *   15/10/2026 MDR  Customers declared over the threshold or for
      *                   structuring are raised to high risk on
      *                   CLIENTES and their next due-diligence review
      *                   is brought forward to the KYCALTO cycle
      *                   (PARAMS). CLIENTES is now opened for update.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFECTIVO.
      *        Porcentaje del umbral desde el cual un total repartido
      *        en varios movimientos se marca como fraccionamiento.
           77  PORCENTAJE-CERCANIA        PIC 9(03) VALUE 90.
      *        Meses entre revisiones de un cliente de riesgo alto
      *        (clave KYCALTO en PARAMS; el VALUE es el respaldo).
           77  MESES-RIESGO-ALTO          PIC 9(03) VALUE 12.

      *        Nombre fechado de la declaracion del dia.
           01  NOMBRE-DECLARACION.
           01  TOTAL-CLIENTES-EVALUADOS   PIC 9(05) VALUE 0.
           01  TOTAL-DECLARADOS           PIC 9(05) VALUE 0.
           01  TOTAL-FRACCIONADOS         PIC 9(05) VALUE 0.
           01  TOTAL-RIESGO-ELEVADO       PIC 9(05) VALUE 0.
           01  MONTO-PANTALLA             PIC Z(10)9,99.

           01  SW-AUDITLOG-EOF            PIC X(01) VALUE "N".
               88  FIN-AUDITLOG                   VALUE "S".
           01  SW-ORDENADO-EOF            PIC X(01) VALUE "N".
               88  FIN-ORDENADO                   VALUE "S".
           01  SW-CLIENTE-MODIFICADO      PIC X(01) VALUE "N".
               88  CLIENTE-MODIFICADO             VALUE "S".

      *        Proxima revision de un cliente declarado: la ultima
      *        revision mas el ciclo de riesgo alto.
           01  FECHA-TRABAJO              PIC 9(08).
           01  FECHA-TRABAJO-DET REDEFINES FECHA-TRABAJO.
               05  FT-ANO                 PIC 9(04).
               05  FT-MES                 PIC 9(02).
               05  FT-DIA                 PIC 9(02).
           01  DIAS-DEL-MES               PIC 9(02).
           01  TOTAL-MESES                PIC 9(05).
           01  COCIENTE-MESES             PIC 9(04).
           01  RESIDUO-MESES              PIC 9(02).
           01  COCIENTE-ANO               PIC 9(04).
           01  RESIDUO-ANO                PIC 9(04).
           01  SW-ANO-BISIESTO            PIC X(01) VALUE "N".
               88  ANO-BISIESTO                   VALUE "S".

      *        Lineas del reporte impreso.
           01  ENC-TITULO.
               05  FILLER                 PIC X(09) VALUE "  MOVS.: ".
               05  DET-MOVIMIENTOS        PIC 9(05).
               05  FILLER                 PIC X(66) VALUE SPACES.
           01  DET-RIESGO.
               05  FILLER                 PIC X(45) VALUE
                   "  RIESGO ELEVADO A ALTO - PROXIMA REVISION: ".
               05  DET-PROXIMA-REVISION   PIC 9999/99/99.
               05  FILLER                 PIC X(77) VALUE SPACES.

       PROCEDURE DIVISION.
      ******************************************************************
                   NOT INVALID KEY
                       MOVE PA-VALOR TO UMBRAL-EFECTIVO
               END-READ
               MOVE "KYCALTO" TO PA-CLAVE
               READ ARCHIVO-PARAMETROS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PA-VALOR TO MESES-RIESGO-ALTO
               END-READ
               CLOSE ARCHIVO-PARAMETROS
           END-IF
           COMPUTE UMBRAL-CERCANIA ROUNDED =
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *        CLIENTES se abre para actualizar: los declarados
      *        quedan con riesgo alto.
           OPEN I-O CLIENTES-MAESTRO
           DISPLAY "==== AGREGACION DIARIA DE EFECTIVO - DIA "
               FECHA-PROCESO " ====".


      *        Solo el efectivo fisico del dia cuenta: depositos y
      *        retiros. Cheques, transferencias e intereses no pasan
      *        por caja. Si CAJERO registro quien opero (cuenta con
      *        co-titulares o apoderados) el efectivo es de esa
      *        persona; si no, del titular del maestro. Cuentas sin
      *        titular (o ya inexistentes) se agrupan bajo el
      *        cliente 000000 y tambien se evaluan.
       2100-CLASIFICAR-UNA-ENTRADA.
           READ BITACORA-AUDITORIA
               GO TO 2100-EXIT
           END-IF
           MOVE 0 TO EP-NUM-CLIENTE
           IF AL-CUENTA-CONTRAPARTE NOT = 0
               MOVE AL-CUENTA-CONTRAPARTE TO EP-NUM-CLIENTE
           ELSE
               MOVE AL-NUM-CUENTA TO CR-NUM-CUENTA
               READ CUENTAS-MAESTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CR-NUM-CLIENTE TO EP-NUM-CLIENTE
               END-READ
           END-IF
           MOVE AL-NUM-CUENTA TO EP-NUM-CUENTA
           MOVE AL-TIPO-TRANSACCION TO EP-TIPO-TRANSACCION
           MOVE AL-MONTO-TRANSACCION TO EP-MONTO
           MOVE CLIENTE-EN-PROCESO TO DE-NUM-CLIENTE
           MOVE "(SIN TITULAR REGISTRADO)" TO DE-NOMBRE
           MOVE SPACES TO DE-DOC-IDENTIDAD
           MOVE "N" TO SW-CLIENTE-MODIFICADO
           IF CLIENTE-EN-PROCESO NOT = ZERO
               AND FS-CLIENTES = "00"
               MOVE CLIENTE-EN-PROCESO TO CL-NUM-CLIENTE
                   NOT INVALID KEY
                       MOVE CL-NOMBRE TO DE-NOMBRE
                       MOVE CL-DOC-IDENTIDAD TO DE-DOC-IDENTIDAD
                       PERFORM 3400-ELEVAR-RIESGO
               END-READ
           END-IF
           MOVE CLI-TOTAL-DEPOSITOS TO DE-TOTAL-DEPOSITOS
           MOVE CLI-TOTAL-DEPOSITOS TO DET-DEPOSITOS
           MOVE CLI-TOTAL-RETIROS TO DET-RETIROS
           MOVE CLI-CANTIDAD-MOVIMIENTOS TO DET-MOVIMIENTOS
           WRITE RE-LINEA FROM DET-CIFRAS AFTER ADVANCING 1 LINE
           IF CLIENTE-MODIFICADO
               MOVE CL-PROXIMA-REVISION TO DET-PROXIMA-REVISION
               WRITE RE-LINEA FROM DET-RIESGO AFTER ADVANCING 1 LINE
           END-IF.
       3300-EXIT.
           EXIT.

      *        Un cliente declarado pasa a riesgo alto y su proxima
      *        revision se adelanta a la ultima revision mas el ciclo
      *        alto; si esa fecha ya paso, o nunca fue revisado, la
      *        revision queda debida hoy y corre la gracia de CAJERO.
       3400-ELEVAR-RIESGO.
           IF NOT CL-RIESGO-ALTO
               MOVE "A" TO CL-NIVEL-RIESGO
               MOVE "E" TO CL-ORIGEN-RIESGO
               MOVE "S" TO SW-CLIENTE-MODIFICADO
           END-IF
           MOVE FECHA-PROCESO TO FECHA-TRABAJO
           IF CL-FECHA-REVISION NOT = ZERO
               MOVE CL-FECHA-REVISION TO FECHA-TRABAJO
               PERFORM 8100-SUMAR-MESES
               IF FECHA-TRABAJO < FECHA-PROCESO
                   MOVE FECHA-PROCESO TO FECHA-TRABAJO
               END-IF
           END-IF
           IF CL-PROXIMA-REVISION = ZERO
               OR FECHA-TRABAJO < CL-PROXIMA-REVISION
               MOVE FECHA-TRABAJO TO CL-PROXIMA-REVISION
               MOVE "S" TO SW-CLIENTE-MODIFICADO
           END-IF
           IF CLIENTE-MODIFICADO
               REWRITE CL-REGISTRO-CLIENTE
               ADD 1 TO TOTAL-RIESGO-ELEVADO
           END-IF.

      ******************************************************************
      * 7000 - LECTURA ADELANTADA DEL PUENTE ORDENADO
      ******************************************************************
               TOTAL-CLIENTES-EVALUADOS.
           DISPLAY "SUPERAN EL UMBRAL     : " TOTAL-DECLARADOS.
           DISPLAY "FRACCIONADOS CERCANOS : " TOTAL-FRACCIONADOS.
           DISPLAY "RIESGO ELEVADO A ALTO : " TOTAL-RIESGO-ELEVADO.
           MOVE UMBRAL-EFECTIVO TO MONTO-PANTALLA
           DISPLAY "UMBRAL APLICADO       : " MONTO-PANTALLA.
           DISPLAY "=============================================".

      ******************************************************************
      * 8100 - AVANZA FECHA-TRABAJO EL CICLO DE RIESGO ALTO
      ******************************************************************
      *        Un dia que no existe en el mes de llegada pasa al
      *        ultimo dia de ese mes.
       8100-SUMAR-MESES.
           COMPUTE TOTAL-MESES = FT-MES - 1 + MESES-RIESGO-ALTO
           DIVIDE TOTAL-MESES BY 12 GIVING COCIENTE-MESES
               REMAINDER RESIDUO-MESES
           ADD COCIENTE-MESES TO FT-ANO
           COMPUTE FT-MES = RESIDUO-MESES + 1
           PERFORM 8200-DIAS-DEL-MES
           IF FT-DIA > DIAS-DEL-MES
               MOVE DIAS-DEL-MES TO FT-DIA
           END-IF.

       8200-DIAS-DEL-MES.
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
                   PERFORM 8300-ANO-BISIESTO
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
       8300-ANO-BISIESTO.
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
           CLOSE CLIENTES-MAESTRO
