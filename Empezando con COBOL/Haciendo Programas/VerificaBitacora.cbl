      ******************************************************************
      * Author: medrano00
      * Installation: Banco Simulado
      * Date-Written: 15/10/2026
      * Date-Compiled:
      * Purpose: Nightly audit-log chain verification, run by CADENA
      *          after DEPURA and before RESPALDO. Walks every
      *          AUDITGEN.AAAAMMDD generation recorded on AUDITCTL in
      *          date order and then the live AUDITLOG, recomputing
      *          each entry's check value through AUDITSEL from the
      *          previous entry's, and reports the exact file, record
      *          position and sequence number of every break: a gap
      *          or repeat in AL-SECUENCIA (entries removed, inserted
      *          or reordered), a check value that does not match
      *          (entry altered), an unsealed entry inside the chain,
      *          a generation that does not start or end where DEPURA
      *          recorded it, and a chain whose last entry is not the
      *          one AUDITCTL handed out last (tail cut off). Entries
      *          converted from before sealing (sequence zero) are
      *          accepted only ahead of the first sealed entry; a
      *          generation the operation has removed is reported and
      *          the walk resumes from its recorded end. Ends with
      *          RC 8 when any break is found, so the chain stops
      *          before the backup and the evidence is not rolled
      *          over.
      * Tectonics: cobc
      *
      * Modification History:
      *   15/10/2026 MDR  Initial version.
      *   15/10/2026 MDR  Audit-log layouts follow AUDITREC to 140
      *                   bytes (currency-exchange area).
      *   15/10/2026 MDR  Audit-log layouts follow AUDITREC to 156
      *                   bytes (card number).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFAUD.
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
           SELECT BITACORA-AUDITORIA
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
      *        Generacion fechada de bitacora (AUDITGEN.AAAAMMDD); el
      *        nombre se arma con la fecha de cada registro G.
           SELECT BITACORA-GENERACION
               ASSIGN TO NOMBRE-GEN-BITACORA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-AUDITGEN.
      *        Control de la cadena: cola (C) y generaciones (G).
           SELECT CONTROL-BITACORA
               ASSIGN TO "AUDITCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-CLAVE
               FILE STATUS IS FS-AUDITCTL.
      *        Registro de control de la fecha de negocio.
           SELECT ARCHIVO-FECHA-DIA
               ASSIGN TO "FECHADIA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-FECHADIA.

       DATA DIVISION.
       FILE SECTION.
      *        Ambas bitacoras se leen INTO el trazado AUDITREC de
      *        WORKING-STORAGE, que es el que recibe AUDITSEL.
       FD  BITACORA-AUDITORIA
           LABEL RECORD IS STANDARD.
       01  BA-REGISTRO-BITACORA           PIC X(156).

       FD  BITACORA-GENERACION
           LABEL RECORD IS STANDARD.
       01  AG-REGISTRO-GENERACION         PIC X(156).

       FD  CONTROL-BITACORA
           LABEL RECORD IS STANDARD.
           COPY SELLOCTL.

       FD  ARCHIVO-FECHA-DIA
           LABEL RECORD IS STANDARD.
           COPY FECHACTL.

       WORKING-STORAGE SECTION.
           01  FS-AUDITLOG                PIC X(02).
           01  FS-AUDITGEN                PIC X(02).
           01  FS-AUDITCTL                PIC X(02).
           01  FS-FECHADIA                PIC X(02).

      *        Entrada en verificacion y parametros de AUDITSEL.
           COPY AUDITREC.
           COPY SELLOPRM.

           01  FECHA-NEGOCIO              PIC 9(08).

           01  NOMBRE-GEN-BITACORA.
               05  FILLER                 PIC X(09) VALUE "AUDITGEN.".
               05  GEN-BITACORA-FECHA     PIC 9(08).
      *        Archivo que se esta recorriendo, para los mensajes.
           01  ARCHIVO-EN-PROCESO         PIC X(17).
           01  POSICION-EN-ARCHIVO        PIC 9(09).

      *        Estado de la cadena: ultima entrada sellada aceptada
      *        (secuencia y valor de control de esa entrada).
           01  SECUENCIA-PREVIA           PIC 9(09) VALUE 0.
           01  VALOR-PREVIO               PIC 9(09) VALUE 0.
           01  SW-HAY-ANCLA               PIC X(01) VALUE "N".
               88  HAY-ANCLA                      VALUE "S".

      *        Primera y ultima entrada sellada del archivo en curso.
           01  PRIMERA-SEC-ARCHIVO        PIC 9(09).
           01  PRIMER-VALOR-ARCHIVO       PIC 9(09).
           01  ULTIMA-SEC-ARCHIVO         PIC 9(09).
           01  ULTIMO-VALOR-ARCHIVO       PIC 9(09).

           01  MOTIVO-QUIEBRE             PIC X(60).
           01  SECUENCIA-DESDE            PIC 9(09).
           01  SECUENCIA-HASTA            PIC 9(09).
           01  SEC-PANTALLA               PIC Z(08)9.
           01  SEC-PANTALLA-2             PIC Z(08)9.
           01  POS-PANTALLA               PIC Z(08)9.

           01  TOTAL-GENERACIONES         PIC 9(05) VALUE 0.
           01  TOTAL-GEN-AUSENTES         PIC 9(05) VALUE 0.
           01  TOTAL-ENTRADAS-LEIDAS      PIC 9(09) VALUE 0.
           01  TOTAL-ENTRADAS-SELLADAS    PIC 9(09) VALUE 0.
           01  TOTAL-SIN-SELLO            PIC 9(09) VALUE 0.
           01  TOTAL-QUIEBRES             PIC 9(07) VALUE 0.

           01  SW-HAY-CONTROL             PIC X(01) VALUE "N".
               88  HAY-CONTROL                    VALUE "S".
           01  SW-CONTROL-EOF             PIC X(01) VALUE "N".
               88  FIN-CONTROL                    VALUE "S".
           01  SW-AUDITGEN-EOF            PIC X(01) VALUE "N".
               88  FIN-AUDITGEN                   VALUE "S".
           01  SW-AUDITLOG-EOF            PIC X(01) VALUE "N".
               88  FIN-AUDITLOG                   VALUE "S".

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-VERIFICAR-GENERACIONES THRU 2000-EXIT
           PERFORM 4000-VERIFICAR-BITACORA THRU 4000-EXIT
           PERFORM 5000-VERIFICAR-COLA THRU 5000-EXIT
           IF HAY-CONTROL
               CLOSE CONTROL-BITACORA
           END-IF
           PERFORM 8000-IMPRIMIR-RESUMEN
           IF TOTAL-QUIEBRES > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * 1000 - FECHA DE NEGOCIO Y CONTROL DE LA CADENA
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT FECHA-NEGOCIO FROM DATE YYYYMMDD
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
           OPEN INPUT CONTROL-BITACORA
           IF FS-AUDITCTL = "00"
               MOVE "S" TO SW-HAY-CONTROL
           END-IF
           DISPLAY "==== VERIFICACION DE LA CADENA DE AUDITORIA ===="
           DISPLAY "FECHA DE NEGOCIO: " FECHA-NEGOCIO
           IF NOT HAY-CONTROL
               DISPLAY "AUDITCTL NO EXISTE: SOLO SE VERIFICA LA "
                   "BITACORA EN LINEA."
           END-IF.

      ******************************************************************
      * 2000 - RECORRE LAS GENERACIONES ANOTADAS EN AUDITCTL
      ******************************************************************
       2000-VERIFICAR-GENERACIONES.
           IF NOT HAY-CONTROL
               GO TO 2000-EXIT
           END-IF
           MOVE "G" TO AC-TIPO-CONTROL
           MOVE 0 TO AC-FECHA-GENERACION
           START CONTROL-BITACORA KEY IS NOT LESS THAN AC-CLAVE
               INVALID KEY
                   GO TO 2000-EXIT
           END-START
           MOVE "N" TO SW-CONTROL-EOF
           PERFORM 2100-VERIFICAR-UNA-GENERACION THRU 2100-EXIT
               UNTIL FIN-CONTROL.
       2000-EXIT.
           EXIT.

       2100-VERIFICAR-UNA-GENERACION.
           READ CONTROL-BITACORA NEXT RECORD
               AT END
                   MOVE "S" TO SW-CONTROL-EOF
                   GO TO 2100-EXIT
           END-READ
           IF NOT AC-CONTROL-GENERACION
               MOVE "S" TO SW-CONTROL-EOF
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO TOTAL-GENERACIONES
           MOVE AC-FECHA-GENERACION TO GEN-BITACORA-FECHA
           MOVE NOMBRE-GEN-BITACORA TO ARCHIVO-EN-PROCESO
           OPEN INPUT BITACORA-GENERACION
           IF FS-AUDITGEN NOT = "00"
               PERFORM 2200-GENERACION-AUSENTE
               GO TO 2100-EXIT
           END-IF
           PERFORM 3100-INICIAR-ARCHIVO
           MOVE "N" TO SW-AUDITGEN-EOF
           PERFORM 2110-LEER-UNA-GENERADA THRU 2110-EXIT
               UNTIL FIN-AUDITGEN
           CLOSE BITACORA-GENERACION
           PERFORM 2300-CUADRAR-GENERACION.
       2100-EXIT.
           EXIT.

       2110-LEER-UNA-GENERADA.
           READ BITACORA-GENERACION INTO AL-REGISTRO-BITACORA
               AT END
                   MOVE "S" TO SW-AUDITGEN-EOF
                   GO TO 2110-EXIT
           END-READ
           PERFORM 3000-VERIFICAR-ENTRADA THRU 3000-EXIT.
       2110-EXIT.
           EXIT.

      *        Una generacion que la operacion ya borro no es un
      *        quiebre por si misma: se informa y la cadena sigue
      *        desde el cierre que DEPURA anoto para ella. Si ademas
      *        no empalma con lo anterior, eso si es un quiebre.
       2200-GENERACION-AUSENTE.
           ADD 1 TO TOTAL-GEN-AUSENTES
           MOVE AC-PRIMERA-SECUENCIA TO SEC-PANTALLA
           MOVE AC-ULTIMA-SECUENCIA TO SEC-PANTALLA-2
           DISPLAY "GENERACION " NOMBRE-GEN-BITACORA
               " NO DISPONIBLE (SECUENCIAS " SEC-PANTALLA
               " A " SEC-PANTALLA-2 ")."
           IF AC-ULTIMA-SECUENCIA = 0
               GO TO 2200-EXIT
           END-IF
           IF HAY-ANCLA
               AND AC-PRIMERA-SECUENCIA NOT = SECUENCIA-PREVIA + 1
               MOVE 0 TO POSICION-EN-ARCHIVO
               MOVE AC-PRIMERA-SECUENCIA TO AL-SECUENCIA
               MOVE "LA GENERACION NO EMPALMA CON LA ANTERIOR"
                   TO MOTIVO-QUIEBRE
               PERFORM 3900-REPORTAR-QUIEBRE
           END-IF
           MOVE AC-ULTIMA-SECUENCIA TO SECUENCIA-PREVIA
           MOVE AC-ULTIMO-VALOR TO VALOR-PREVIO
           MOVE "S" TO SW-HAY-ANCLA.
       2200-EXIT.
           EXIT.

      *        La generacion tiene que empezar y terminar en las
      *        entradas que DEPURA anoto al rodarla, con la misma
      *        cantidad de registros: asi se nota un corte al
      *        principio o al final del archivo, que la cadena
      *        interna sola no ve.
       2300-CUADRAR-GENERACION.
           MOVE 0 TO POSICION-EN-ARCHIVO
           IF PRIMERA-SEC-ARCHIVO NOT = AC-PRIMERA-SECUENCIA
               OR PRIMER-VALOR-ARCHIVO NOT = AC-PRIMER-VALOR
               MOVE PRIMERA-SEC-ARCHIVO TO AL-SECUENCIA
               MOVE "NO EMPIEZA EN LA ENTRADA ANOTADA EN AUDITCTL"
                   TO MOTIVO-QUIEBRE
               PERFORM 3900-REPORTAR-QUIEBRE
               MOVE AC-PRIMERA-SECUENCIA TO SEC-PANTALLA
               DISPLAY "        PRIMERA SECUENCIA ANOTADA: "
                   SEC-PANTALLA
           END-IF
           IF ULTIMA-SEC-ARCHIVO NOT = AC-ULTIMA-SECUENCIA
               OR ULTIMO-VALOR-ARCHIVO NOT = AC-ULTIMO-VALOR
               MOVE ULTIMA-SEC-ARCHIVO TO AL-SECUENCIA
               MOVE "NO TERMINA EN LA ENTRADA ANOTADA EN AUDITCTL"
                   TO MOTIVO-QUIEBRE
               PERFORM 3900-REPORTAR-QUIEBRE
               MOVE AC-ULTIMA-SECUENCIA TO SEC-PANTALLA
               DISPLAY "        ULTIMA SECUENCIA ANOTADA: "
                   SEC-PANTALLA
           END-IF
           IF POSICION-EN-ARCHIVO NOT = AC-TOTAL-REGISTROS
               MOVE ULTIMA-SEC-ARCHIVO TO AL-SECUENCIA
               MOVE "CANTIDAD DE REGISTROS DISTINTA A LA ANOTADA"
                   TO MOTIVO-QUIEBRE
               PERFORM 3900-REPORTAR-QUIEBRE
           END-IF.

      ******************************************************************
      * 3000 - VERIFICA UNA ENTRADA CONTRA LA ANTERIOR DE LA CADENA
      ******************************************************************
       3000-VERIFICAR-ENTRADA.
           ADD 1 TO POSICION-EN-ARCHIVO
           ADD 1 TO TOTAL-ENTRADAS-LEIDAS
      *        Entrada sin sellar: solo se admite antes de la primera
      *        sellada (bitacora convertida desde el trazado viejo).
           IF AL-SECUENCIA NOT NUMERIC
               OR AL-VALOR-CONTROL NOT NUMERIC
               OR AL-SECUENCIA = 0
               IF HAY-ANCLA
                   MOVE "ENTRADA SIN SELLO DENTRO DE LA CADENA"
                       TO MOTIVO-QUIEBRE
                   PERFORM 3900-REPORTAR-QUIEBRE
               ELSE
                   ADD 1 TO TOTAL-SIN-SELLO
               END-IF
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO TOTAL-ENTRADAS-SELLADAS
           IF PRIMERA-SEC-ARCHIVO = 0
               MOVE AL-SECUENCIA TO PRIMERA-SEC-ARCHIVO
               MOVE AL-VALOR-CONTROL TO PRIMER-VALOR-ARCHIVO
           END-IF
           MOVE AL-SECUENCIA TO ULTIMA-SEC-ARCHIVO
           MOVE AL-VALOR-CONTROL TO ULTIMO-VALOR-ARCHIVO
      *        Primera entrada sellada de todo el recorrido: si es la
      *        1 se verifica desde el origen (valor previo cero); si
      *        no, las anteriores ya no estan en linea y la cadena se
      *        verifica desde aqui.
           IF NOT HAY-ANCLA
               MOVE "S" TO SW-HAY-ANCLA
               IF AL-SECUENCIA NOT = 1
                   MOVE AL-SECUENCIA TO SEC-PANTALLA
                   DISPLAY "CADENA VERIFICADA DESDE LA SECUENCIA "
                       SEC-PANTALLA " (" ARCHIVO-EN-PROCESO ")."
                   PERFORM 3300-TOMAR-COMO-PREVIA
                   GO TO 3000-EXIT
               END-IF
               MOVE 0 TO SECUENCIA-PREVIA
               MOVE 0 TO VALOR-PREVIO
           END-IF
           IF AL-SECUENCIA NOT = SECUENCIA-PREVIA + 1
               PERFORM 3200-REPORTAR-SALTO
               PERFORM 3300-TOMAR-COMO-PREVIA
               GO TO 3000-EXIT
           END-IF
           MOVE "C" TO SE-FUNCION
           MOVE VALOR-PREVIO TO SE-VALOR-ANTERIOR
           CALL "AUDITSEL" USING SE-PARAMETROS-SELLO
               AL-REGISTRO-BITACORA
           IF SE-VALOR-CALCULADO NOT = AL-VALOR-CONTROL
               MOVE "ENTRADA ALTERADA: VALOR DE CONTROL NO COINCIDE"
                   TO MOTIVO-QUIEBRE
               PERFORM 3900-REPORTAR-QUIEBRE
           END-IF
           PERFORM 3300-TOMAR-COMO-PREVIA.
       3000-EXIT.
           EXIT.

       3100-INICIAR-ARCHIVO.
           MOVE 0 TO POSICION-EN-ARCHIVO
           MOVE 0 TO PRIMERA-SEC-ARCHIVO
           MOVE 0 TO PRIMER-VALOR-ARCHIVO
           MOVE 0 TO ULTIMA-SEC-ARCHIVO
           MOVE 0 TO ULTIMO-VALOR-ARCHIVO.

       3200-REPORTAR-SALTO.
           IF AL-SECUENCIA > SECUENCIA-PREVIA
               MOVE "HUECO EN LA SECUENCIA: FALTAN ENTRADAS"
                   TO MOTIVO-QUIEBRE
               PERFORM 3900-REPORTAR-QUIEBRE
               ADD 1 SECUENCIA-PREVIA GIVING SECUENCIA-DESDE
               SUBTRACT 1 FROM AL-SECUENCIA GIVING SECUENCIA-HASTA
               MOVE SECUENCIA-DESDE TO SEC-PANTALLA
               MOVE SECUENCIA-HASTA TO SEC-PANTALLA-2
               DISPLAY "        SECUENCIAS FALTANTES: " SEC-PANTALLA
                   " A " SEC-PANTALLA-2
           ELSE
               MOVE "SECUENCIA REPETIDA O FUERA DE ORDEN"
                   TO MOTIVO-QUIEBRE
               PERFORM 3900-REPORTAR-QUIEBRE
               MOVE SECUENCIA-PREVIA TO SEC-PANTALLA
               DISPLAY "        SECUENCIA ANTERIOR: " SEC-PANTALLA
           END-IF.

      *        Tras un quiebre la cadena se retoma desde la entrada
      *        leida (con su propio valor), para informar cada
      *        quiebre una sola vez.
       3300-TOMAR-COMO-PREVIA.
           MOVE AL-SECUENCIA TO SECUENCIA-PREVIA
           MOVE AL-VALOR-CONTROL TO VALOR-PREVIO.

       3900-REPORTAR-QUIEBRE.
           ADD 1 TO TOTAL-QUIEBRES
           MOVE POSICION-EN-ARCHIVO TO POS-PANTALLA
           MOVE 0 TO SEC-PANTALLA
           IF AL-SECUENCIA NUMERIC
               MOVE AL-SECUENCIA TO SEC-PANTALLA
           END-IF
           DISPLAY "QUIEBRE: " ARCHIVO-EN-PROCESO
               " REGISTRO " POS-PANTALLA
               " SECUENCIA " SEC-PANTALLA
           DISPLAY "        " MOTIVO-QUIEBRE.

      ******************************************************************
      * 4000 - RECORRE LA BITACORA EN LINEA
      ******************************************************************
       4000-VERIFICAR-BITACORA.
           MOVE "AUDITLOG" TO ARCHIVO-EN-PROCESO
           OPEN INPUT BITACORA-AUDITORIA
           IF FS-AUDITLOG NOT = "00"
               DISPLAY "AUDITLOG NO DISPONIBLE."
               GO TO 4000-EXIT
           END-IF
           PERFORM 3100-INICIAR-ARCHIVO
           MOVE "N" TO SW-AUDITLOG-EOF
           PERFORM 4100-LEER-UNA-BITACORA THRU 4100-EXIT
               UNTIL FIN-AUDITLOG
           CLOSE BITACORA-AUDITORIA.
       4000-EXIT.
           EXIT.

       4100-LEER-UNA-BITACORA.
           READ BITACORA-AUDITORIA INTO AL-REGISTRO-BITACORA
               AT END
                   MOVE "S" TO SW-AUDITLOG-EOF
                   GO TO 4100-EXIT
           END-READ
           PERFORM 3000-VERIFICAR-ENTRADA THRU 3000-EXIT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000 - EL FINAL DE LA CADENA CONTRA LA COLA DE AUDITCTL
      ******************************************************************
      *        AUDITSEL anota en el registro C la ultima entrada que
      *        sello: si la cadena leida termina antes (o en otra
      *        entrada), le cortaron el final a la bitacora.
       5000-VERIFICAR-COLA.
           MOVE "AUDITCTL" TO ARCHIVO-EN-PROCESO
           MOVE 0 TO POSICION-EN-ARCHIVO
           IF NOT HAY-CONTROL
               IF HAY-ANCLA
                   MOVE SECUENCIA-PREVIA TO AL-SECUENCIA
                   MOVE "HAY ENTRADAS SELLADAS PERO FALTA AUDITCTL"
                       TO MOTIVO-QUIEBRE
                   PERFORM 3900-REPORTAR-QUIEBRE
               END-IF
               GO TO 5000-EXIT
           END-IF
           MOVE "C" TO AC-TIPO-CONTROL
           MOVE 0 TO AC-FECHA-GENERACION
           READ CONTROL-BITACORA
               INVALID KEY
                   MOVE 0 TO AC-ULTIMA-SECUENCIA
                   MOVE 0 TO AC-ULTIMO-VALOR
           END-READ
           IF AC-ULTIMA-SECUENCIA NOT = SECUENCIA-PREVIA
               OR AC-ULTIMO-VALOR NOT = VALOR-PREVIO
               MOVE SECUENCIA-PREVIA TO AL-SECUENCIA
               MOVE "LA CADENA NO TERMINA EN LA ULTIMA ENTRADA SELLADA"
                   TO MOTIVO-QUIEBRE
               PERFORM 3900-REPORTAR-QUIEBRE
               MOVE AC-ULTIMA-SECUENCIA TO SEC-PANTALLA
               DISPLAY "        ULTIMA SECUENCIA EN AUDITCTL: "
                   SEC-PANTALLA
           END-IF.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 8000 - RESUMEN DE LA VERIFICACION
      ******************************************************************
       8000-IMPRIMIR-RESUMEN.
           DISPLAY "=============================================".
           DISPLAY "GENERACIONES ANOTADAS      : " TOTAL-GENERACIONES.
           DISPLAY "GENERACIONES NO DISPONIBLES: " TOTAL-GEN-AUSENTES.
           DISPLAY "ENTRADAS LEIDAS            : "
               TOTAL-ENTRADAS-LEIDAS.
           DISPLAY "ENTRADAS SELLADAS          : "
               TOTAL-ENTRADAS-SELLADAS.
           DISPLAY "ANTERIORES AL SELLADO      : " TOTAL-SIN-SELLO.
           DISPLAY "ULTIMA SECUENCIA VERIFICADA: " SECUENCIA-PREVIA.
           DISPLAY "QUIEBRES                   : " TOTAL-QUIEBRES.
           IF TOTAL-QUIEBRES > 0
               DISPLAY "VERIFAUD: LA BITACORA NO ESTA INTACTA - "
                   "REVISAR ANTES DEL RESPALDO."
           ELSE
               DISPLAY "VERIFAUD: CADENA DE AUDITORIA INTACTA."
           END-IF
           DISPLAY "=============================================".

       END PROGRAM VERIFAUD.
