      *
      * Modification History:
      *   02/09/2026 MDR  Initial version.
      *   15/10/2026 MDR  Names reject reasons 10 and 11 (foreign-
      *                   currency operations).
      *   15/10/2026 MDR  Shows and corrects the new card number
      *                   (field 8) and names reject reasons 12 to 15
      *                   (debit card).
      *   15/10/2026 MDR  Names reject reason 16 (holder's document or
      *                   due-diligence review expired).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPROC.
           DISPLAY "5 COD SUPERVISOR: " RJ-CODIGO-SUPERVISOR.
           DISPLAY "6 CUENTA DESTINO: " RJ-CUENTA-DESTINO.
           DISPLAY "7 REFERENCIA    : " RJ-REFERENCIA.
           DISPLAY "8 TARJETA       : " RJ-NUM-TARJETA.

       3100-NOMBRE-DEL-MOTIVO.
           EVALUATE TRUE
                   MOVE "DESTINO IGUAL AL ORIGEN" TO NOMBRE-MOTIVO
               WHEN RJ-REFERENCIA-DUPLICADA
                   MOVE "REFERENCIA YA POSTEADA" TO NOMBRE-MOTIVO
               WHEN RJ-MONEDA-NO-ADMITIDA
                   MOVE "OPERACION NO ADMITIDA EN LA MONEDA"
                       TO NOMBRE-MOTIVO
               WHEN RJ-SIN-TIPO-CAMBIO
                   MOVE "SIN TIPO DE CAMBIO VIGENTE" TO NOMBRE-MOTIVO
               WHEN RJ-TARJETA-INVALIDA
                   MOVE "TARJETA FALTANTE O NO VINCULADA"
                       TO NOMBRE-MOTIVO
               WHEN RJ-TARJETA-DENUNCIADA
                   MOVE "TARJETA DENUNCIADA" TO NOMBRE-MOTIVO
               WHEN RJ-TARJETA-VENCIDA
                   MOVE "TARJETA VENCIDA" TO NOMBRE-MOTIVO
               WHEN RJ-LIMITE-DIARIO
                   MOVE "LIMITE DIARIO DE LA TARJETA EXCEDIDO"
                       TO NOMBRE-MOTIVO
               WHEN RJ-CLIENTE-SIN-REVISION
                   MOVE "CLIENTE CON DOCUMENTO O REVISION VENCIDA"
                       TO NOMBRE-MOTIVO
               WHEN OTHER
                   MOVE "MOTIVO DESCONOCIDO" TO NOMBRE-MOTIVO
           END-EVALUATE.
           MOVE RJ-CODIGO-SUPERVISOR TO TB-CODIGO-SUPERVISOR
           MOVE RJ-CUENTA-DESTINO TO TB-CUENTA-DESTINO
           MOVE RJ-REFERENCIA TO TB-REFERENCIA
           MOVE RJ-NUM-TARJETA TO TB-NUM-TARJETA
           WRITE TB-REGISTRO-TRANSACCION
           ADD 1 TO CTL-REGISTROS-APROBADOS
           ADD RJ-MONTO TO CTL-MONTO-APROBADO
      * 5000 - CORRIGE UN CAMPO DEL REGISTRO EN PANTALLA
      ******************************************************************
       5000-CORREGIR-CAMPO.
           DISPLAY "CAMPO A CORREGIR (1-8): " WITH NO ADVANCING
           ACCEPT OPCION
           EVALUATE OPCION
               WHEN 1
               WHEN 7
                   DISPLAY "REFERENCIA NUEVA: " WITH NO ADVANCING
                   ACCEPT RJ-REFERENCIA
               WHEN 8
                   DISPLAY "TARJETA NUEVA: " WITH NO ADVANCING
                   ACCEPT RJ-NUM-TARJETA
               WHEN OTHER
                   DISPLAY "CAMPO INVALIDO."
           END-EVALUATE.
