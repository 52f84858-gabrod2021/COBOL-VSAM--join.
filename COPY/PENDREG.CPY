      *----------------------------------------------------------------*
      * Copybook: PENDREG
      * Purpose : Record layout for MOVIMIENTOS-PENDIENTES.VSAM, the
      *           movements received with an effective date later than
      *           the processing date. Shared by the batch program that
      *           holds them and releases them on their effective date
      *           and by the operator program that lists, changes or
      *           cancels them. The key leads with the effective date so
      *           the due movements are read first.
      *----------------------------------------------------------------*
       01 PEN-MOVIMIENTO-REG.
          05 PEN-CLAVE.
             10 PEN-FECHA-EFECTIVA          PIC 9(08).
             10 PEN-ID-EMPLEADO             PIC 9(08).
             10 PEN-TIPO                    PIC X(01).
                88 PEN-ALTA                     VALUE 'A'.
                88 PEN-MODIFICACION            VALUE 'M'.
                88 PEN-BAJA                     VALUE 'B'.
                88 PEN-DATOS-EXTRA             VALUE 'X'.
          05 PEN-APELLIDO                   PIC X(25).
          05 PEN-NOMBRE                     PIC X(25).
          05 PEN-DIRECCION                  PIC X(50).
          05 PEN-COD-POSTAL                 PIC 9(04).
          05 PEN-TIPO-DOC                   PIC X(03).
          05 PEN-NRO-DOC                    PIC X(08).
          05 PEN-TELEFONO                   PIC X(09).
          05 PEN-COD-DEPTO                  PIC X(04).
          05 PEN-FECHA-REGISTRO             PIC 9(08).
          05 PEN-OPERADOR                   PIC X(08).
