          05 ENT-EMP-ESTADO                 PIC X(01).
             88 ENT-EMP-ACTIVO                  VALUE 'A'.
             88 ENT-EMP-BAJA                    VALUE 'B'.
             88 ENT-EMP-ANONIMIZADO             VALUE 'X'.
             88 ENT-EMP-ANONIMIZ-PENDIENTE      VALUE 'Y'.
          05 ENT-EMP-DIRECCION              PIC X(50).
          05 ENT-EMP-COD-POSTAL             PIC 9(04).
          05 ENT-EMP-FECHA-BAJA             PIC 9(08).
