      *----------------------------------------------------------------*
      * Copybook: OPERREG
      * Purpose : Record layout for OPERADORES.VSAM, shared by the
      *           programs that identify the operator at sign-on and
      *           by the operator maintenance program. The role limits
      *           what each operator may do: supervisors have full
      *           access, operators maintain employees and consulta
      *           users may only run lookups.
      *----------------------------------------------------------------*
       01 ENT-OPE-REG.
          05 ENT-OPE-ID                     PIC X(08).
          05 ENT-OPE-NOMBRE                 PIC X(30).
          05 ENT-OPE-ROL                    PIC X(01).
             88 ENT-OPE-SUPERVISOR              VALUE 'S'.
             88 ENT-OPE-OPERADOR                VALUE 'O'.
             88 ENT-OPE-CONSULTA                VALUE 'C'.
             88 ENT-OPE-ROL-VALIDO              VALUE 'S' 'O' 'C'.
          05 ENT-OPE-ESTADO                 PIC X(01).
             88 ENT-OPE-ACTIVO                  VALUE 'A'.
             88 ENT-OPE-BAJA                    VALUE 'B'.
