
       77 WS-PARM-MODO                      PIC X(10).
       77 WS-TIME8                          PIC 9(08).
       77 WS-OPERADOR                       PIC X(08) VALUE 'CL20EJ18'.
       77 WS-RETORNO                        PIC 9(02) VALUE 0.

       77 WS-CONT-EMP                       PIC 9(04) VALUE 0.

       77 WS-TRL-CANT                       PIC 9(08).
       77 WS-TRL-LEIDA                      PIC 9(08).
       77 WS-FECHA-RESGUARDO                PIC 9(08).
       77 WS-HORA-RESGUARDO                 PIC 9(06).

       77 WS-SW-ARCH-FIN                    PIC X(01) VALUE 'N'.
          88 WS-ARCH-FIN                         VALUE 'S'.
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

      *----------------------------------------------------------------*
       2000-DESCARGAR-MAESTROS.

           ACCEPT WS-FECHA-RESGUARDO        FROM DATE YYYYMMDD.
           ACCEPT WS-TIME8                  FROM TIME.
           MOVE WS-TIME8(1:6)               TO WS-HORA-RESGUARDO.

           DISPLAY 'FECHA Y HORA DEL RESGUARDO  : '
                   WS-FECHA-RESGUARDO ' ' WS-HORA-RESGUARDO.

           PERFORM 2100-DESCARGAR-EMPLEADOS
              THRU 2100-DESCARGAR-EMPLEADOS-FIN.

               MOVE 'T'                     TO BKP-EMP-TIPO
               MOVE WS-CONT-EMP             TO WS-TRL-CANT
               MOVE WS-TRL-CANT             TO BKP-EMP-DATOS(1:8)
               MOVE WS-FECHA-RESGUARDO      TO BKP-EMP-DATOS(9:8)
               MOVE WS-HORA-RESGUARDO       TO BKP-EMP-DATOS(17:6)
               WRITE BKP-EMP-REG

               DISPLAY 'EMPLEADOS DESCARGADOS       : ' WS-CONT-EMP
               MOVE 'T'                     TO BKP-EXT-TIPO
               MOVE WS-CONT-EXT             TO WS-TRL-CANT
               MOVE WS-TRL-CANT             TO BKP-EXT-DATOS(1:8)
               MOVE WS-FECHA-RESGUARDO      TO BKP-EXT-DATOS(9:8)
               MOVE WS-HORA-RESGUARDO       TO BKP-EXT-DATOS(17:6)
               WRITE BKP-EXT-REG

               DISPLAY 'DATOS EXTRA DESCARGADOS     : ' WS-CONT-EXT
               MOVE 'T'                     TO BKP-JOIN-TIPO
               MOVE WS-CONT-JOIN            TO WS-TRL-CANT
               MOVE WS-TRL-CANT             TO BKP-JOIN-DATOS(1:8)
               MOVE WS-FECHA-RESGUARDO      TO BKP-JOIN-DATOS(9:8)
               MOVE WS-HORA-RESGUARDO       TO BKP-JOIN-DATOS(17:6)
               WRITE BKP-JOIN-REG

               DISPLAY 'SAL-JOIN DESCARGADOS        : ' WS-CONT-JOIN
               MOVE 'T'                     TO BKP-CP-TIPO
               MOVE WS-CONT-CP              TO WS-TRL-CANT
               MOVE WS-TRL-CANT             TO BKP-CP-DATOS(1:8)
               MOVE WS-FECHA-RESGUARDO      TO BKP-CP-DATOS(9:8)
               MOVE WS-HORA-RESGUARDO       TO BKP-CP-DATOS(17:6)
               WRITE BKP-CP-REG

               DISPLAY 'CODIGOS POSTALES DESCARGADOS: ' WS-CONT-CP
               ACCEPT BLQ-FECHA             FROM DATE YYYYMMDD
               ACCEPT WS-TIME8              FROM TIME
               MOVE WS-TIME8(1:6)           TO BLQ-HORA
               MOVE WS-OPERADOR             TO BLQ-OPERADOR

               WRITE BLQ-BLOQUEO-REG

