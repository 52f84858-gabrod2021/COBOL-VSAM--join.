
       77 WS-PARM-MODO                      PIC X(10).
       77 WS-TIME8                          PIC 9(08).
       77 WS-OPERADOR                       PIC X(08) VALUE 'CL20EJ19'.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

                             DISPLAY ' PROGRAMA : ' BLQ-PROGRAMA
                             DISPLAY ' FECHA    : ' BLQ-FECHA
                             DISPLAY ' HORA     : ' BLQ-HORA
                             DISPLAY ' OPERADOR : ' BLQ-OPERADOR
                        WHEN FS-BLOQUEO-FILE-OK
                             DISPLAY 'BLOQUEO LIBRE'
                             DISPLAY ' ULTIMO PROGRAMA: ' BLQ-PROGRAMA
                             DISPLAY ' FECHA          : ' BLQ-FECHA
                             DISPLAY ' HORA           : ' BLQ-HORA
                             DISPLAY ' OPERADOR       : ' BLQ-OPERADOR
                        WHEN FS-BLOQUEO-FILE-EOF
                             DISPLAY 'ARCHIVO DE BLOQUEO VACIO - '-
                                     'BLOQUEO LIBRE'
               ACCEPT BLQ-FECHA             FROM DATE YYYYMMDD
               ACCEPT WS-TIME8              FROM TIME
               MOVE WS-TIME8(1:6)           TO BLQ-HORA
               MOVE WS-OPERADOR             TO BLQ-OPERADOR

               WRITE BLQ-BLOQUEO-REG

