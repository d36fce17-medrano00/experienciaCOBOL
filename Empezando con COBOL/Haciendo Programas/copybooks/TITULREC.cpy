      ******************************************************************
      * Copybook: TITULREC
      * Author: medrano00
      * Date-Written: 15/10/2026
      * Purpose: Account-holder relationship record (indexed TITULARES
      *          file, maintained from CLIMANT). Links an account to
      *          every CLIENTES customer related to it, with a role
      *          and an ownership share: the titular, any co-titulares
      *          of a joint account and any apoderados (proxies, who
      *          may operate the account but own no part of it).
      *          CR-NUM-CLIENTE on CUENTAREC stays the primary
      *          titular; the first link recorded on an account also
      *          records that titular here, so once an account has
      *          links they list all of its holders. An account with
      *          no links is owned 100% by CR-NUM-CLIENTE, as before.
      *          Where the owners' shares do not add up to 100 the
      *          readers (CERTINT) prorate them over their sum.
      ******************************************************************
       01  TI-REGISTRO-TITULAR.
      *        Clave primaria del archivo indexado TITULARES: todas
      *        las personas de una cuenta quedan contiguas.
           05  TI-CLAVE-TITULAR.
               10  TI-NUM-CUENTA          PIC 9(08).
               10  TI-NUM-CLIENTE         PIC 9(06).
      *        T = titular, C = co-titular, P = apoderado.
           05  TI-ROL                     PIC X(01).
               88  TI-TITULAR                 VALUE "T".
               88  TI-COTITULAR               VALUE "C".
               88  TI-APODERADO               VALUE "P".
               88  TI-ROL-VALIDO              VALUE "T" "C" "P".
      *        Titulares y co-titulares son duenos de la cuenta.
               88  TI-ES-DUENO                VALUE "T" "C".
      *        Porcentaje de propiedad (cero para un apoderado).
           05  TI-PORCENTAJE              PIC 9(03)V99.
      *        Operador y fecha de negocio del alta o ultimo cambio.
           05  TI-OPERADOR                PIC X(08).
           05  TI-FECHA-ALTA              PIC 9(08).
           05  FILLER                     PIC X(10).
