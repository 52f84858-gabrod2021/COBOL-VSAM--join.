          05 MOV-NRO-DOC                    PIC X(08).
          05 MOV-TELEFONO                   PIC X(09).
          05 MOV-COD-DEPTO                  PIC X(04).
          05 MOV-FECHA-EFECTIVA             PIC X(08).

       FD SAL-DIFERENCIAS.
       01 DIF-LINEA                         PIC X(80).
