      ******************************************************************
      * Copybook: SELLOPRM
      * Author: medrano00
      * Date-Written: 15/10/2026
      * Purpose: Parameter block for the AUDITSEL audit-log sealing
      *          routine, CALLed as
      *              CALL "AUDITSEL" USING SE-PARAMETROS-SELLO
      *                                    AL-REGISTRO-BITACORA
      *          Function S (every appender, right before its WRITE
      *          to AUDITLOG) stamps AL-SECUENCIA and AL-VALOR-CONTROL
      *          from the AUDITCTL control record and advances it.
      *          Function C (VERIFAUD) only computes, into
      *          SE-VALOR-CALCULADO, the check value the entry should
      *          carry if the previous one carried SE-VALOR-ANTERIOR.
      ******************************************************************
       01  SE-PARAMETROS-SELLO.
      *        S = sellar la entrada, C = solo calcular el valor.
           05  SE-FUNCION                 PIC X(01).
               88  SE-SELLAR                  VALUE "S".
               88  SE-CALCULAR                VALUE "C".
      *        Valor de control de la entrada anterior (entrada de la
      *        funcion C; en la S lo toma del archivo de control).
           05  SE-VALOR-ANTERIOR          PIC 9(09).
           05  SE-VALOR-CALCULADO         PIC 9(09).
      *        00 = bien; 08 = no se pudo leer o actualizar AUDITCTL
      *        (la entrada queda sin sellar, secuencia cero).
           05  SE-CODIGO-RETORNO          PIC 9(02).
               88  SE-SELLO-OK                VALUE 0.
