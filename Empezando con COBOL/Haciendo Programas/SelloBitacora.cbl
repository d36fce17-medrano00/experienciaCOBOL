      ******************************************************************
      * Author: medrano00
      * Installation: Banco Simulado
      * Date-Written: 15/10/2026
      * Date-Compiled:
      * Purpose: Audit-log sealing routine, CALLed by every program
      *          that appends to AUDITLOG (parameters in SELLOPRM).
      *          Function S, right before the WRITE: takes the next
      *          sequence number from the AUDITCTL control record and
      *          stamps it in AL-SECUENCIA, then chains a check value
      *          over the rest of the entry, starting from the
      *          previous entry's value, into AL-VALOR-CONTROL, and
      *          advances the control record. Function C, for
      *          VERIFAUD: only computes the value an entry should
      *          carry, so the check-value rule lives in one place.
      *          The value is a rolling sum over every byte of the
      *          entry but the value itself (the currency-exchange
      *          area and the card number only when filled in;
      *          times 31 per byte, plus the byte's position,
      *          modulo 999999937):
      *          changing, dropping or reordering any entry breaks
      *          the chain from there on.
      * Tectonics: cobc
      *
      * Modification History:
      *   15/10/2026 MDR  Initial version.
      *   15/10/2026 MDR  The check value also covers the currency-
      *                   exchange area (AL-DATOS-CAMBIO, after the
      *                   value itself) whenever it is not spaces;
      *                   entries without it, old or new, chain exactly
      *                   as before.
      *   15/10/2026 MDR  The check value also covers the card number
      *                   (AL-NUM-TARJETA) whenever it is not spaces.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITSEL.
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
      *        Control de la cadena de la bitacora (cola y
      *        generaciones).
           SELECT CONTROL-BITACORA
               ASSIGN TO "AUDITCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-CLAVE
               FILE STATUS IS FS-AUDITCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-BITACORA
           LABEL RECORD IS STANDARD.
           COPY SELLOCTL.

       WORKING-STORAGE SECTION.
           01  FS-AUDITCTL                PIC X(02).

      *        Bytes de la entrada que entran en el valor de control:
      *        todo el registro menos AL-VALOR-CONTROL. El area de
      *        cambio de moneda (posiciones 115 a 140) y el numero
      *        de tarjeta (141 a 156) entran solo cuando no estan en
      *        espacios.
           77  LARGO-SELLADO              PIC 9(04) COMP VALUE 105.
           77  INICIO-AREA-CAMBIO         PIC 9(04) COMP VALUE 115.
           77  FIN-AREA-CAMBIO            PIC 9(04) COMP VALUE 140.
           77  INICIO-AREA-TARJETA        PIC 9(04) COMP VALUE 141.
           77  FIN-AREA-TARJETA           PIC 9(04) COMP VALUE 156.
           77  MODULO-CONTROL             PIC 9(09) VALUE 999999937.
           77  IND-BYTE                   PIC 9(04) COMP.

           01  ACUMULADO-CONTROL          PIC 9(11) COMP.
           01  COCIENTE-CONTROL           PIC 9(11) COMP.
           01  RESIDUO-CONTROL            PIC 9(11) COMP.

      *        Un byte de la entrada visto como numero: el byte alto
      *        queda en cero y el bajo recibe el caracter.
           01  BYTE-NUMERICO              PIC 9(04) COMP.
           01  BYTE-NUMERICO-DET REDEFINES BYTE-NUMERICO.
               05  BYTE-ALTO              PIC X(01).
               05  BYTE-CARACTER          PIC X(01).

           01  SW-CONTROL-NUEVO           PIC X(01) VALUE "N".
               88  CONTROL-NUEVO                  VALUE "S".

       LINKAGE SECTION.
           COPY SELLOPRM.
           COPY AUDITREC.

       PROCEDURE DIVISION USING SE-PARAMETROS-SELLO
                                AL-REGISTRO-BITACORA.
      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           MOVE 0 TO SE-CODIGO-RETORNO
           IF SE-CALCULAR
               PERFORM 2000-CALCULAR-VALOR
           ELSE
               PERFORM 1000-SELLAR-ENTRADA THRU 1000-EXIT
           END-IF
           GOBACK.

      ******************************************************************
      * 1000 - SELLA LA ENTRADA Y AVANZA LA COLA DE LA CADENA
      ******************************************************************
      *        El control se abre y se cierra en cada entrada: el
      *        registro C queda grabado antes de que el llamador
      *        escriba la bitacora, y otro programa que selle despues
      *        lee siempre la cola al dia.
       1000-SELLAR-ENTRADA.
           MOVE 0 TO AL-SECUENCIA
           MOVE 0 TO AL-VALOR-CONTROL
           OPEN I-O CONTROL-BITACORA
           IF FS-AUDITCTL NOT = "00"
               OPEN OUTPUT CONTROL-BITACORA
               CLOSE CONTROL-BITACORA
               OPEN I-O CONTROL-BITACORA
               IF FS-AUDITCTL NOT = "00"
                   DISPLAY "AUDITSEL: NO SE PUDO ABRIR AUDITCTL - "
                       "ENTRADA SIN SELLAR."
                   MOVE 8 TO SE-CODIGO-RETORNO
                   GO TO 1000-EXIT
               END-IF
           END-IF
           MOVE "N" TO SW-CONTROL-NUEVO
           MOVE "C" TO AC-TIPO-CONTROL
           MOVE 0 TO AC-FECHA-GENERACION
           READ CONTROL-BITACORA
               INVALID KEY
                   MOVE "S" TO SW-CONTROL-NUEVO
                   INITIALIZE AC-REGISTRO-CONTROL
                   MOVE "C" TO AC-TIPO-CONTROL
                   MOVE 0 TO AC-FECHA-GENERACION
           END-READ
           ADD 1 AC-ULTIMA-SECUENCIA GIVING AL-SECUENCIA
           MOVE AC-ULTIMO-VALOR TO SE-VALOR-ANTERIOR
           PERFORM 2000-CALCULAR-VALOR
           MOVE SE-VALOR-CALCULADO TO AL-VALOR-CONTROL
           IF AC-PRIMERA-SECUENCIA = 0
               MOVE AL-SECUENCIA TO AC-PRIMERA-SECUENCIA
               MOVE AL-VALOR-CONTROL TO AC-PRIMER-VALOR
           END-IF
           MOVE AL-SECUENCIA TO AC-ULTIMA-SECUENCIA
           MOVE AL-VALOR-CONTROL TO AC-ULTIMO-VALOR
           ADD 1 TO AC-TOTAL-REGISTROS
           ACCEPT AC-FECHA-ACTUALIZACION FROM DATE YYYYMMDD
           ACCEPT AC-HORA-ACTUALIZACION FROM TIME
           IF CONTROL-NUEVO
               WRITE AC-REGISTRO-CONTROL
           ELSE
               REWRITE AC-REGISTRO-CONTROL
           END-IF
           IF FS-AUDITCTL NOT = "00"
               DISPLAY "AUDITSEL: NO SE PUDO ACTUALIZAR AUDITCTL ("
                   FS-AUDITCTL ") - ENTRADA SIN SELLAR."
               MOVE 0 TO AL-SECUENCIA
               MOVE 0 TO AL-VALOR-CONTROL
               MOVE 8 TO SE-CODIGO-RETORNO
           END-IF
           CLOSE CONTROL-BITACORA.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000 - VALOR DE CONTROL DE LA ENTRADA
      ******************************************************************
       2000-CALCULAR-VALOR.
           MOVE SE-VALOR-ANTERIOR TO ACUMULADO-CONTROL
           PERFORM 2100-SUMAR-UN-BYTE
               VARYING IND-BYTE FROM 1 BY 1
               UNTIL IND-BYTE > LARGO-SELLADO
           IF AL-DATOS-CAMBIO NOT = SPACES
               PERFORM 2100-SUMAR-UN-BYTE
                   VARYING IND-BYTE FROM INICIO-AREA-CAMBIO BY 1
                   UNTIL IND-BYTE > FIN-AREA-CAMBIO
           END-IF
           IF AL-NUM-TARJETA NOT = SPACES
               PERFORM 2100-SUMAR-UN-BYTE
                   VARYING IND-BYTE FROM INICIO-AREA-TARJETA BY 1
                   UNTIL IND-BYTE > FIN-AREA-TARJETA
           END-IF
           MOVE ACUMULADO-CONTROL TO SE-VALOR-CALCULADO.

       2100-SUMAR-UN-BYTE.
           MOVE 0 TO BYTE-NUMERICO
           MOVE AL-REGISTRO-BITACORA (IND-BYTE:1) TO BYTE-CARACTER
           COMPUTE ACUMULADO-CONTROL =
               ACUMULADO-CONTROL * 31 + BYTE-NUMERICO + IND-BYTE
           DIVIDE ACUMULADO-CONTROL BY MODULO-CONTROL
               GIVING COCIENTE-CONTROL
               REMAINDER RESIDUO-CONTROL
           MOVE RESIDUO-CONTROL TO ACUMULADO-CONTROL.

       END PROGRAM AUDITSEL.
