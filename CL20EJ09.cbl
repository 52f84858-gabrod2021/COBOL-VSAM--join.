             88 FS-BLOQUEO-FILE-NFD          VALUE '35'.

       77 WS-TIME8                          PIC 9(08).
       77 WS-OPERADOR                       PIC X(08) VALUE 'CL20EJ09'.

       77 WS-SW-BLOQUEO-TOMADO              PIC X(01) VALUE 'N'.
          88 WS-BLOQUEO-TOMADO                   VALUE 'S'.
       77 WS-CONT-PURGA-NFD                 PIC 9(04) VALUE 0.
       77 WS-CONT-PURGA-BAJA                PIC 9(04) VALUE 0.
       77 WS-CONT-REG-VIGENTES              PIC 9(04) VALUE 0.
       77 WS-RETORNO                        PIC 9(02) VALUE 0.

       77 WS-SW-SAL-FIN                     PIC X(01) VALUE 'N'.
          88 WS-SAL-FIN                          VALUE 'S'.
               PERFORM 2000-DEPURAR-SAL-JOIN
                  THRU 2000-DEPURAR-SAL-JOIN-FIN

           ELSE
               MOVE 8                       TO WS-RETORNO
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
                        DISPLAY 'EJECUCION BLOQUEADA - BLOQUEO '-
                                'TOMADO POR ' BLQ-PROGRAMA
                                ' EL ' BLQ-FECHA ' A LAS ' BLQ-HORA
                                ' OPERADOR ' BLQ-OPERADOR
                        DISPLAY 'SI EL BLOQUEO QUEDO COLGADO '-
                                'LIBERARLO CON CL20EJ19'
                    ELSE
                   ACCEPT BLQ-FECHA         FROM DATE YYYYMMDD
                   ACCEPT WS-TIME8          FROM TIME
                   MOVE WS-TIME8(1:6)       TO BLQ-HORA
                   MOVE WS-OPERADOR         TO BLQ-OPERADOR

                   WRITE BLQ-BLOQUEO-REG

                    DISPLAY 'ERROR AL LEER EL ARCHIVO SAL-JOIN'
                    DISPLAY 'FILE STATUS: ' FS-SAL-JOIN
                    MOVE 'S'                TO WS-SW-SAL-FIN
                    MOVE 8                  TO WS-RETORNO
           END-EVALUATE.

       2010-LEER-SIG-SAL-JOIN-FIN.
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE EMPLEADOS'
                    DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
                    MOVE 8                  TO WS-RETORNO
           END-EVALUATE.

           IF WS-MOTIVO-PURGA NOT = SPACES
               DISPLAY 'ERROR AL BORRAR EN SAL-JOIN - '-
                       'FILE-STATUS: ' FS-SAL-JOIN ' - '-
                       'ID-EMPLEADO: ' WS-PRG-ID-EMPLEADO
               MOVE 8                       TO WS-RETORNO
           END-IF.

       2030-BORRAR-SAL-JOIN-FIN.
                  THRU 3900-LIBERAR-BLOQUEO-FIN
           END-IF.

           MOVE WS-RETORNO                  TO RETURN-CODE.

           DISPLAY " ".
           DISPLAY "---------- RESUMEN DE DEPURACION ----------".
           DISPLAY " REGISTROS LEIDOS          : " WS-CONT-REG-LEIDOS.
           DISPLAY " BORRADOS SIN EMPLEADO     : " WS-CONT-PURGA-NFD.
           DISPLAY " BORRADOS EMPLEADO DE BAJA : " WS-CONT-PURGA-BAJA.
           DISPLAY " REGISTROS VIGENTES        : " WS-CONT-REG-VIGENTES.
           DISPLAY " CODIGO DE RETORNO         : " WS-RETORNO.
           DISPLAY "--------------------------------------------".
           DISPLAY " ".
           DISPLAY '### FIN DEL PROGRAMA ###'.
               ACCEPT BLQ-FECHA             FROM DATE YYYYMMDD
               ACCEPT WS-TIME8              FROM TIME
               MOVE WS-TIME8(1:6)           TO BLQ-HORA
               MOVE WS-OPERADOR             TO BLQ-OPERADOR

               WRITE BLQ-BLOQUEO-REG

