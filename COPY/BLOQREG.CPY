      * Purpose : Record layout for BLOQUEO-EJECUCION.DAT, shared by
      *           the programs that claim the exclusive run lock before
      *           opening the masters and by the operator utility that
      *           displays or clears it. BLQ-OPERADOR holds the
      *           operator signed on, or the program name for batch
      *           runs.
      *----------------------------------------------------------------*
       01 BLQ-BLOQUEO-REG.
          05 BLQ-ESTADO                     PIC X(01).
          05 BLQ-FECHA                      PIC 9(08).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 BLQ-HORA                       PIC 9(06).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 BLQ-OPERADOR                   PIC X(08).
