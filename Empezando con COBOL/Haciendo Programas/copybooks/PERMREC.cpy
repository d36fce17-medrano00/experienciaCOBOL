      ******************************************************************
      * Copybook: PERMREC
      * Author: medrano00
      * Date-Written: 15/10/2026
      * Purpose: CAJERO entitlements record (indexed PERMISOS file,
      *          maintained from OPERMANT). Says which menu options
      *          and which account-status actions (4600) a role, or
      *          one operator, may use. CAJERO looks for the signed-on
      *          operator's own record first and, failing that, for
      *          the record of the operator's OE-ROL; the record found
      *          rules alone (an operator record replaces the role's,
      *          it does not add to it). With no record, or no file,
      *          nothing is restricted, so an installation that never
      *          loads the file keeps working as before. SALIR is
      *          always allowed and is not listed.
      ******************************************************************
       01  PM-REGISTRO-PERMISO.
      *        Clave primaria del archivo indexado PERMISOS.
           05  PM-CLAVE.
      *        R = registro de un rol, O = de un operador.
               10  PM-TIPO-SUJETO         PIC X(01).
                   88  PM-SUJETO-ROL          VALUE "R".
                   88  PM-SUJETO-OPERADOR     VALUE "O".
      *        Codigo de rol (C, S) u ID de operador.
               10  PM-SUJETO              PIC X(08).
      *        S = permitida, N = no, por opcion del menu de CAJERO
      *        (1 a 15, en el orden del menu).
           05  PM-OPCIONES.
               10  PM-OPCION-MENU         PIC X(01) OCCURS 15 TIMES.
      *        S/N por accion de ESTADO DE CUENTA: 1 congelar,
      *        2 reactivar, 3 desbloquear, 4 cerrar, 5 limite de
      *        sobregiro.
           05  PM-ACCIONES.
               10  PM-ACCION-ESTADO       PIC X(01) OCCURS 5 TIMES.
      *        Supervisor que grabo el registro y fecha del cambio.
           05  PM-OPERADOR                PIC X(08).
           05  PM-FECHA-ALTA              PIC 9(08).
           05  FILLER                     PIC X(10).
