           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BLOQUEO.

       SELECT ENT-OPERADORES
           ASSIGN TO '../OPERADORES.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS-OPERADORES
           RECORD KEY IS ENT-OPE-ID.



      *----------------------------------------------------------------*
          05 AUD-ID-EMPLEADO                PIC 9(08).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 AUD-RESULTADO                  PIC X(20).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 AUD-OPERADOR                   PIC X(08).

       FD ENT-LISTA-IDS.
       01 LST-ID-EMPLEADO                   PIC 9(08).
          05 HST-IMAGEN-ANTES               PIC X(150).
          05 FILLER                         PIC X(01).
          05 HST-IMAGEN-DESPUES             PIC X(150).
          05 FILLER                         PIC X(01).
          05 HST-OPERADOR                   PIC X(08).

       FD SAL-BLOQUEO.
           COPY BLOQREG.

       FD ENT-OPERADORES.
           COPY OPERREG.



       WORKING-STORAGE SECTION.
             88 FS-BLOQUEO-FILE-OK            VALUE '00'.
             88 FS-BLOQUEO-FILE-EOF           VALUE '10'.
             88 FS-BLOQUEO-FILE-NFD           VALUE '35'.
          05 FS-OPERADORES               PIC X(2).
             88 FS-OPERADORES-FILE-OK         VALUE '00'.
             88 FS-OPERADORES-FILE-NFD        VALUE '35'.
             88 FS-OPERADORES-CLAVE-NFD       VALUE '23'.
          05 FS-UMBRALES                 PIC X(2).
             88 FS-UMBRALES-FILE-OK           VALUE '00'.
             88 FS-UMBRALES-FILE-EOF          VALUE '10'.
       77 WS-ID-EMPLEADO                    PIC 9(08).
       77 WS-PARM-MODO                      PIC X(10).
       77 WS-TIME8                          PIC 9(08).
       77 WS-OPERADOR                       PIC X(08) VALUE 'CL20EJ03'.

       77 WS-SW-OPERADOR-VALIDO             PIC X(01) VALUE 'N'.
          88 WS-OPERADOR-VALIDO                  VALUE 'S'.

       77 WS-SW-BLOQUEO-TOMADO              PIC X(01) VALUE 'N'.
          88 WS-BLOQUEO-TOMADO                   VALUE 'S'.
           PERFORM 1050-OBTENER-PARAMETROS
              THRU 1050-OBTENER-PARAMETROS-FIN.

           IF WS-PARM-MODO = 'BATCH' OR 'RESTART' OR 'DELTA'
               MOVE 'S'                     TO WS-SW-OPERADOR-VALIDO
           ELSE
               PERFORM 1020-IDENTIFICAR-OPERADOR
                  THRU 1020-IDENTIFICAR-OPERADOR-FIN
           END-IF.

           IF WS-OPERADOR-VALIDO
               PERFORM 1010-TOMAR-BLOQUEO
                  THRU 1010-TOMAR-BLOQUEO-FIN
           END-IF.

           IF WS-BLOQUEO-TOMADO

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


       1010-TOMAR-BLOQUEO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1020-IDENTIFICAR-OPERADOR.

           MOVE 'N'                         TO WS-SW-OPERADOR-VALIDO.

           OPEN INPUT ENT-OPERADORES.

           EVALUATE TRUE
               WHEN FS-OPERADORES-FILE-OK

                    DISPLAY 'INGRESE ID DE OPERADOR:'
                    ACCEPT ENT-OPE-ID
                    READ ENT-OPERADORES KEY IS ENT-OPE-ID

                    EVALUATE TRUE
                        WHEN FS-OPERADORES-FILE-OK AND ENT-OPE-ACTIVO
                             MOVE 'S'       TO WS-SW-OPERADOR-VALIDO
                             MOVE ENT-OPE-ID
                                            TO WS-OPERADOR
                             DISPLAY 'OPERADOR IDENTIFICADO: '
                                     ENT-OPE-NOMBRE
                        WHEN FS-OPERADORES-FILE-OK
                             DISPLAY 'ERROR: EL OPERADOR SE ENCUENTRA '-
                                     'DADO DE BAJA'
                        WHEN FS-OPERADORES-CLAVE-NFD
                             DISPLAY 'ERROR: EL OPERADOR NO EXISTE'
                        WHEN OTHER
                             DISPLAY 'ERROR AL LEER EL ARCHIVO DE '-
                                     'OPERADORES'
                             DISPLAY 'FILE STATUS: ' FS-OPERADORES
                    END-EVALUATE

                    CLOSE ENT-OPERADORES

               WHEN FS-OPERADORES-FILE-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE OPERADORES'
                    DISPLAY 'FILE STATUS: ' FS-OPERADORES
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE OPERADORES'
                    DISPLAY 'FILE STATUS: ' FS-OPERADORES
           END-EVALUATE.

       1020-IDENTIFICAR-OPERADOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1250-ABRIR-COD-POSTALES.

           ACCEPT WS-TIME8                FROM TIME.
           MOVE WS-TIME8(1:6)             TO AUD-HORA.
           MOVE WS-ID-EMPLEADO            TO AUD-ID-EMPLEADO.
           MOVE WS-OPERADOR               TO AUD-OPERADOR.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-CLAVE-NFD
               ACCEPT BLQ-FECHA             FROM DATE YYYYMMDD
               ACCEPT WS-TIME8              FROM TIME
               MOVE WS-TIME8(1:6)           TO BLQ-HORA
               MOVE WS-OPERADOR             TO BLQ-OPERADOR

               WRITE BLQ-BLOQUEO-REG

