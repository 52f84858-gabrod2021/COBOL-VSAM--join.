           FILE STATUS IS FS-DEPARTAMENTOS
           RECORD KEY IS ENT-DEP-CODIGO.

       SELECT ENT-PENDIENTES
           ASSIGN TO '../MOVIMIENTOS-PENDIENTES.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-PENDIENTES
           RECORD KEY IS PEN-CLAVE.

       SELECT ENT-MOVIMIENTOS
           ASSIGN TO '../MOVIMIENTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORIAL.

       SELECT SAL-CONTROL-MOV
           ASSIGN TO '../MOVIMIENTOS-CONTROL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL-MOV.

       SELECT SAL-BLOQUEO
           ASSIGN TO '../BLOQUEO-EJECUCION.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
       FD ENT-DEPARTAMENTOS.
           COPY DEPTREG.

       FD ENT-PENDIENTES.
           COPY PENDREG.

       FD ENT-MOVIMIENTOS.
       01 ENT-MOV-LINEA                     PIC X(145).

       FD SAL-INFORME.
       01 INF-LINEA                         PIC X(70).
          05 HST-IMAGEN-ANTES               PIC X(150).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 HST-IMAGEN-DESPUES             PIC X(150).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 HST-OPERADOR                   PIC X(08).

       FD SAL-CONTROL-MOV.
       01 MVC-CONTROL-REG.
          05 MVC-ESTADO                     PIC X(01).
             88 MVC-EN-PROCESO                  VALUE 'P'.
             88 MVC-COMPLETO                    VALUE 'C'.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 MVC-FECHA                      PIC 9(08).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 MVC-HORA                       PIC 9(06).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 MVC-CANT-REG                   PIC 9(06).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 MVC-PROCESADOS                 PIC 9(06).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 MVC-PRIMER-MOV                 PIC X(145).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 MVC-ULTIMO-MOV                 PIC X(145).

       FD SAL-BLOQUEO.
           COPY BLOQREG.
             88 FS-DEPARTAMENTOS-FILE-OK        VALUE '00'.
             88 FS-DEPARTAMENTOS-FILE-NFD       VALUE '35'.
             88 FS-DEPARTAMENTOS-CLAVE-NFD      VALUE '23'.
          05 FS-PENDIENTES                  PIC X(2).
             88 FS-PENDIENTES-FILE-OK           VALUE '00'.
             88 FS-PENDIENTES-FILE-EOF          VALUE '10'.
             88 FS-PENDIENTES-FILE-NFD          VALUE '35'.
             88 FS-PENDIENTES-CLAVE-DUP         VALUE '22'.
             88 FS-PENDIENTES-CLAVE-NFD         VALUE '23'.
          05 FS-MOVIMIENTOS                 PIC X(2).
             88 FS-MOVIMIENTOS-FILE-OK          VALUE '00'.
             88 FS-MOVIMIENTOS-FILE-EOF         VALUE '10'.
          05 FS-HISTORIAL                   PIC X(2).
             88 FS-HISTORIAL-FILE-OK            VALUE '00'.
             88 FS-HISTORIAL-FILE-NFD           VALUE '35'.
          05 FS-CONTROL-MOV                 PIC X(2).
             88 FS-CONTROL-MOV-FILE-OK          VALUE '00'.
             88 FS-CONTROL-MOV-FILE-NFD         VALUE '35'.
          05 FS-BLOQUEO                     PIC X(2).
             88 FS-BLOQUEO-FILE-OK              VALUE '00'.
             88 FS-BLOQUEO-FILE-EOF             VALUE '10'.
             88 FS-BLOQUEO-FILE-NFD             VALUE '35'.

       77 WS-TIME8                          PIC 9(08).
       77 WS-OPERADOR                       PIC X(08) VALUE 'CL20EJ08'.
       77 WS-FECHA-PROCESO                  PIC 9(08).
       77 WS-FECHA-EFECTIVA                 PIC 9(08).

       77 WS-SW-BLOQUEO-TOMADO              PIC X(01) VALUE 'N'.
          88 WS-BLOQUEO-TOMADO                   VALUE 'S'.
       77 WS-CONT-MOV-LEIDOS                PIC 9(04) VALUE 0.
       77 WS-CONT-MOV-APLICADOS             PIC 9(04) VALUE 0.
       77 WS-CONT-MOV-RECHAZADOS            PIC 9(04) VALUE 0.
       77 WS-CONT-MOV-RETENIDOS             PIC 9(04) VALUE 0.
       77 WS-CONT-PEN-LIBERADOS             PIC 9(04) VALUE 0.
       77 WS-CONT-MOV-OMITIDOS              PIC 9(04) VALUE 0.
       77 WS-RETORNO                        PIC 9(02) VALUE 0.

       77 WS-SW-MOV-FIN                     PIC X(01) VALUE 'N'.
          88 WS-MOV-FIN                          VALUE 'S'.
       77 WS-SW-MOV-OK                      PIC X(01) VALUE 'N'.
          88 WS-MOV-OK                           VALUE 'S'.

       77 WS-SW-MOV-RETENIDO                PIC X(01) VALUE 'N'.
          88 WS-MOV-RETENIDO                     VALUE 'S'.

       77 WS-SW-SIN-MOVIMIENTOS             PIC X(01) VALUE 'N'.
          88 WS-SIN-MOVIMIENTOS                  VALUE 'S'.

       77 WS-SW-MOV-YA-APLICADO             PIC X(01) VALUE 'N'.
          88 WS-MOV-YA-APLICADO                  VALUE 'S'.

       77 WS-SW-MOV-OMITIDO                 PIC X(01) VALUE 'N'.
          88 WS-MOV-OMITIDO                      VALUE 'S'.

       77 WS-SW-CONTROL-MOV-OK              PIC X(01) VALUE 'S'.
          88 WS-CONTROL-MOV-OK                   VALUE 'S'.

       77 WS-MVC-ESTADO                     PIC X(01).
       77 WS-MVC-FECHA                      PIC 9(08).
       77 WS-MVC-HORA                       PIC 9(06).
       77 WS-MOV-CANT-REG                   PIC 9(06) VALUE 0.
       77 WS-MOV-YA-PROCESADOS              PIC 9(06) VALUE 0.
       77 WS-MOV-PRIMERO                    PIC X(145).
       77 WS-MOV-ULTIMO                     PIC X(145).

       77 WS-SW-PEN-FIN                     PIC X(01) VALUE 'N'.
          88 WS-PEN-FIN                          VALUE 'S'.

       77 WS-SW-CP-VALIDO                   PIC X(01) VALUE 'N'.
          88 WS-CP-VALIDO                        VALUE 'S'.

       77 WS-IMAGEN-DESPUES                 PIC X(150).
       77 WS-HST-ID-EMPLEADO                PIC 9(08).

       01 ENT-MOV-REG.
          05 ENT-MOV-TIPO                   PIC X(01).
             88 ENT-MOV-ALTA                    VALUE 'A'.
             88 ENT-MOV-MODIFICACION           VALUE 'M'.
             88 ENT-MOV-BAJA                    VALUE 'B'.
             88 ENT-MOV-DATOS-EXTRA            VALUE 'X'.
             88 ENT-MOV-TIPO-VALIDO            VALUE 'A' 'M' 'B' 'X'.
          05 ENT-MOV-ID-EMPLEADO            PIC 9(08).
          05 ENT-MOV-APELLIDO               PIC X(25).
          05 ENT-MOV-NOMBRE                 PIC X(25).
          05 ENT-MOV-DIRECCION              PIC X(50).
          05 ENT-MOV-COD-POSTAL             PIC 9(04).
          05 ENT-MOV-TIPO-DOC               PIC X(03).
          05 ENT-MOV-NRO-DOC                PIC X(08).
          05 ENT-MOV-TELEFONO               PIC X(09).
          05 ENT-MOV-COD-DEPTO              PIC X(04).
          05 ENT-MOV-FECHA-EFECTIVA         PIC X(08).

       01 WS-INF-ENCABEZADO1                PIC X(70) VALUE
          'INFORME DE MOVIMIENTOS DE EMPLEADOS'.


           IF WS-BLOQUEO-TOMADO AND
              FS-EMPLEADOS-FILE-OK AND FS-DATOS-EXTRA-FILE-OK AND
              FS-COD-POSTALES-FILE-OK AND FS-PENDIENTES-FILE-OK AND
              (FS-MOVIMIENTOS-FILE-OK OR WS-SIN-MOVIMIENTOS) AND
              WS-CONTROL-MOV-OK AND FS-INFORME-FILE-OK

               PERFORM 2000-PROCESAR-MOVIMIENTOS
                  THRU 2000-PROCESAR-MOVIMIENTOS-FIN

           ELSE
               MOVE 8                       TO WS-RETORNO
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           ACCEPT WS-FECHA-PROCESO          FROM DATE YYYYMMDD.

           PERFORM 1010-TOMAR-BLOQUEO
              THRU 1010-TOMAR-BLOQUEO-FIN.

                        DISPLAY 'FILE STATUS: ' FS-DEPARTAMENTOS
               END-EVALUATE

               PERFORM 1200-ABRIR-PENDIENTES
                  THRU 1200-ABRIR-PENDIENTES-FIN

               OPEN INPUT ENT-MOVIMIENTOS

               EVALUATE TRUE
                   WHEN FS-MOVIMIENTOS-FILE-OK
                        PERFORM 1300-VERIFICAR-MOVIMIENTOS
                           THRU 1300-VERIFICAR-MOVIMIENTOS-FIN
                   WHEN FS-MOVIMIENTOS-FILE-NFD
                        MOVE 'S'            TO WS-SW-SIN-MOVIMIENTOS
                        DISPLAY 'SIN ARCHIVO DE MOVIMIENTOS - SOLO SE '-
                                'LIBERAN LOS MOVIMIENTOS PENDIENTES'
                   WHEN OTHER
                        DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE '-
                                'MOVIMIENTOS'

       1100-ABRIR-HISTORIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1200-ABRIR-PENDIENTES.

           OPEN I-O ENT-PENDIENTES.

           EVALUATE TRUE
               WHEN FS-PENDIENTES-FILE-OK
                    CONTINUE
               WHEN FS-PENDIENTES-FILE-NFD
                    OPEN OUTPUT ENT-PENDIENTES
                    CLOSE ENT-PENDIENTES
                    OPEN I-O ENT-PENDIENTES
                    IF NOT FS-PENDIENTES-FILE-OK
                        DISPLAY 'ERROR AL CREAR EL ARCHIVO DE '-
                                'MOVIMIENTOS PENDIENTES'
                        DISPLAY 'FILE STATUS: ' FS-PENDIENTES
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE MOVIMIENTOS '-
                            'PENDIENTES'
                    DISPLAY 'FILE STATUS: ' FS-PENDIENTES
           END-EVALUATE.

       1200-ABRIR-PENDIENTES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1300-VERIFICAR-MOVIMIENTOS.

           MOVE 0                           TO WS-MOV-CANT-REG.
           MOVE SPACES                      TO WS-MOV-PRIMERO.
           MOVE SPACES                      TO WS-MOV-ULTIMO.
           MOVE 'N'                         TO WS-SW-MOV-FIN.

           PERFORM 1310-CONTAR-MOVIMIENTO
              THRU 1310-CONTAR-MOVIMIENTO-FIN
              UNTIL WS-MOV-FIN.

           MOVE 'N'                         TO WS-SW-MOV-FIN.

           CLOSE ENT-MOVIMIENTOS.
           OPEN INPUT ENT-MOVIMIENTOS.

           IF NOT FS-MOVIMIENTOS-FILE-OK
               DISPLAY 'ERROR AL REABRIR EL ARCHIVO DE MOVIMIENTOS'
               DISPLAY 'FILE STATUS: ' FS-MOVIMIENTOS
           END-IF.

           IF FS-MOVIMIENTOS-FILE-OK AND WS-CONTROL-MOV-OK AND
              WS-MOV-CANT-REG > 0

               PERFORM 1320-LEER-CONTROL-MOV
                  THRU 1320-LEER-CONTROL-MOV-FIN

               IF WS-CONTROL-MOV-OK AND NOT WS-MOV-YA-APLICADO AND
                  WS-MOV-YA-PROCESADOS = 0
                   ACCEPT WS-MVC-FECHA      FROM DATE YYYYMMDD
                   ACCEPT WS-TIME8          FROM TIME
                   MOVE WS-TIME8(1:6)       TO WS-MVC-HORA
                   MOVE 'P'                 TO WS-MVC-ESTADO
                   PERFORM 2080-GRABAR-CONTROL-MOV
                      THRU 2080-GRABAR-CONTROL-MOV-FIN
               END-IF

           END-IF.

       1300-VERIFICAR-MOVIMIENTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1310-CONTAR-MOVIMIENTO.

           READ ENT-MOVIMIENTOS.

           EVALUATE TRUE
               WHEN FS-MOVIMIENTOS-FILE-OK
                    ADD 1                   TO WS-MOV-CANT-REG
                    IF WS-MOV-CANT-REG = 1
                        MOVE ENT-MOV-LINEA  TO WS-MOV-PRIMERO
                    END-IF
                    MOVE ENT-MOV-LINEA      TO WS-MOV-ULTIMO
               WHEN FS-MOVIMIENTOS-FILE-EOF
                    MOVE 'S'                TO WS-SW-MOV-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE MOVIMIENTOS'
                    DISPLAY 'FILE STATUS: ' FS-MOVIMIENTOS
                    MOVE 'S'                TO WS-SW-MOV-FIN
                    MOVE 'N'                TO WS-SW-CONTROL-MOV-OK
           END-EVALUATE.

       1310-CONTAR-MOVIMIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1320-LEER-CONTROL-MOV.

           OPEN INPUT SAL-CONTROL-MOV.

           EVALUATE TRUE
               WHEN FS-CONTROL-MOV-FILE-OK

                    READ SAL-CONTROL-MOV

                    IF FS-CONTROL-MOV-FILE-OK AND
                       MVC-CANT-REG   = WS-MOV-CANT-REG AND
                       MVC-PRIMER-MOV = WS-MOV-PRIMERO AND
                       MVC-ULTIMO-MOV = WS-MOV-ULTIMO

                        MOVE MVC-FECHA      TO WS-MVC-FECHA
                        MOVE MVC-HORA       TO WS-MVC-HORA

                        EVALUATE TRUE
                            WHEN MVC-COMPLETO
                                 MOVE 'S'   TO WS-SW-MOV-YA-APLICADO
                                 DISPLAY 'AVISO: EL ARCHIVO DE '-
                                         'MOVIMIENTOS YA FUE APLICADO '-
                                         'EL ' MVC-FECHA ' A LAS '
                                         MVC-HORA
                                 DISPLAY 'NO SE VUELVE A APLICAR - '-
                                         'SOLO SE LIBERAN LOS '-
                                         'MOVIMIENTOS PENDIENTES'
                            WHEN MVC-EN-PROCESO
                                 MOVE MVC-PROCESADOS
                                            TO WS-MOV-YA-PROCESADOS
                                 DISPLAY 'SE REANUDA EL ARCHIVO DE '-
                                         'MOVIMIENTOS INICIADO EL '
                                         MVC-FECHA ' A LAS ' MVC-HORA
                                 DISPLAY 'SE OMITEN LOS PRIMEROS '
                                         MVC-PROCESADOS
                                         ' MOVIMIENTOS YA PROCESADOS'
                        END-EVALUATE

                    END-IF

                    CLOSE SAL-CONTROL-MOV

               WHEN FS-CONTROL-MOV-FILE-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL CONTROL DE MOVIMIENTOS'
                    DISPLAY 'FILE STATUS: ' FS-CONTROL-MOV
                    MOVE 'N'                TO WS-SW-CONTROL-MOV-OK
           END-EVALUATE.

       1320-LEER-CONTROL-MOV-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1010-TOMAR-BLOQUEO.

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

           WRITE INF-LINEA                  FROM WS-INF-ENCABEZADO1.
           WRITE INF-LINEA                  FROM WS-INF-ENCABEZADO2.

           PERFORM 2050-LIBERAR-PENDIENTES
              THRU 2050-LIBERAR-PENDIENTES-FIN.

           IF WS-MOV-YA-APLICADO
               MOVE 'ARCHIVO DE MOVIMIENTOS YA APLICADO - NO SE '-
                    'REPROCESA'             TO INF-LINEA
               WRITE INF-LINEA
           END-IF.

           IF NOT WS-SIN-MOVIMIENTOS AND NOT WS-MOV-YA-APLICADO

               PERFORM 2010-LEER-SIG-MOVIMIENTO
                  THRU 2010-LEER-SIG-MOVIMIENTO-FIN

               PERFORM 2020-APLICAR-MOVIMIENTO
                  THRU 2020-APLICAR-MOVIMIENTO-FIN
                  UNTIL WS-MOV-FIN

               IF FS-MOVIMIENTOS-FILE-EOF AND WS-CONTROL-MOV-OK AND
                  WS-MOV-CANT-REG > 0 AND
                  WS-CONT-MOV-LEIDOS = WS-MOV-CANT-REG
                   MOVE 'C'                 TO WS-MVC-ESTADO
                   PERFORM 2080-GRABAR-CONTROL-MOV
                      THRU 2080-GRABAR-CONTROL-MOV-FIN
               END-IF

           END-IF.

       2000-PROCESAR-MOVIMIENTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2010-LEER-SIG-MOVIMIENTO.

           READ ENT-MOVIMIENTOS INTO ENT-MOV-REG.

           EVALUATE TRUE
               WHEN FS-MOVIMIENTOS-FILE-OK
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE MOVIMIENTOS'
                    DISPLAY 'FILE STATUS: ' FS-MOVIMIENTOS
                    MOVE 'S'                TO WS-SW-MOV-FIN
                    MOVE 8                  TO WS-RETORNO
           END-EVALUATE.

       2010-LEER-SIG-MOVIMIENTO-FIN.
       2020-APLICAR-MOVIMIENTO.

           MOVE 'N'                         TO WS-SW-MOV-OK.
           MOVE 'N'                         TO WS-SW-MOV-RETENIDO.
           MOVE 'N'                         TO WS-SW-MOV-OMITIDO.
           MOVE SPACES                      TO WS-MOTIVO-RECHAZO.

           IF WS-CONT-MOV-LEIDOS NOT > WS-MOV-YA-PROCESADOS

               MOVE 'S'                     TO WS-SW-MOV-OMITIDO
               MOVE 'PROCESADO EN LA EJECUCION ANTERIOR'
                                             TO WS-MOTIVO-RECHAZO

           ELSE

               PERFORM 2030-DETERMINAR-FECHA-EFECTIVA
                  THRU 2030-DETERMINAR-FECHA-EFECTIVA-FIN

               EVALUATE TRUE
                   WHEN WS-MOTIVO-RECHAZO NOT = SPACES
                        CONTINUE
                   WHEN WS-FECHA-EFECTIVA > WS-FECHA-PROCESO
                        PERFORM 2500-RETENER-MOVIMIENTO
                           THRU 2500-RETENER-MOVIMIENTO-FIN
                   WHEN OTHER
                        PERFORM 2040-DESPACHAR-MOVIMIENTO
                           THRU 2040-DESPACHAR-MOVIMIENTO-FIN
               END-EVALUATE

           END-IF.

           PERFORM 2900-INFORMAR-MOVIMIENTO
              THRU 2900-INFORMAR-MOVIMIENTO-FIN.

           IF NOT WS-MOV-OMITIDO
               MOVE 'P'                     TO WS-MVC-ESTADO
               PERFORM 2080-GRABAR-CONTROL-MOV
                  THRU 2080-GRABAR-CONTROL-MOV-FIN
           END-IF.

           IF WS-CONTROL-MOV-OK
               PERFORM 2010-LEER-SIG-MOVIMIENTO
                  THRU 2010-LEER-SIG-MOVIMIENTO-FIN
           ELSE
               DISPLAY 'SE DETIENE EL PROCESO DE MOVIMIENTOS'
               MOVE 'S'                     TO WS-SW-MOV-FIN
           END-IF.

       2020-APLICAR-MOVIMIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2030-DETERMINAR-FECHA-EFECTIVA.

           EVALUATE TRUE
               WHEN ENT-MOV-FECHA-EFECTIVA = SPACES OR ZEROS
                    MOVE WS-FECHA-PROCESO   TO WS-FECHA-EFECTIVA
               WHEN ENT-MOV-FECHA-EFECTIVA IS NUMERIC AND
                    ENT-MOV-FECHA-EFECTIVA(5:2) >= '01' AND
                    ENT-MOV-FECHA-EFECTIVA(5:2) <= '12' AND
                    ENT-MOV-FECHA-EFECTIVA(7:2) >= '01' AND
                    ENT-MOV-FECHA-EFECTIVA(7:2) <= '31'
                    MOVE ENT-MOV-FECHA-EFECTIVA
                                            TO WS-FECHA-EFECTIVA
               WHEN OTHER
                    MOVE 'FECHA EFECTIVA INVALIDA'
                                            TO WS-MOTIVO-RECHAZO
           END-EVALUATE.

       2030-DETERMINAR-FECHA-EFECTIVA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2040-DESPACHAR-MOVIMIENTO.

           EVALUATE TRUE
               WHEN ENT-MOV-ALTA
                    PERFORM 2100-ALTA-EMPLEADO
                                             TO WS-MOTIVO-RECHAZO
           END-EVALUATE.

       2040-DESPACHAR-MOVIMIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2050-LIBERAR-PENDIENTES.

           MOVE 'N'                         TO WS-SW-PEN-FIN.

           PERFORM 2060-LEER-PENDIENTE
              THRU 2060-LEER-PENDIENTE-FIN.

           PERFORM 2070-LIBERAR-PENDIENTE
              THRU 2070-LIBERAR-PENDIENTE-FIN
              UNTIL WS-PEN-FIN.

       2050-LIBERAR-PENDIENTES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2060-LEER-PENDIENTE.

           MOVE LOW-VALUES                  TO PEN-CLAVE.

           START ENT-PENDIENTES KEY IS GREATER THAN PEN-CLAVE.

           EVALUATE TRUE
               WHEN FS-PENDIENTES-FILE-OK

                    READ ENT-PENDIENTES NEXT RECORD

                    EVALUATE TRUE
                        WHEN FS-PENDIENTES-FILE-OK AND
                             PEN-FECHA-EFECTIVA > WS-FECHA-PROCESO
                             MOVE 'S'       TO WS-SW-PEN-FIN
                        WHEN FS-PENDIENTES-FILE-OK
                             CONTINUE
                        WHEN FS-PENDIENTES-FILE-EOF
                             MOVE 'S'       TO WS-SW-PEN-FIN
                        WHEN OTHER
                             DISPLAY 'ERROR AL LEER EL ARCHIVO DE '-
                                     'MOVIMIENTOS PENDIENTES'
                             DISPLAY 'FILE STATUS: ' FS-PENDIENTES
                             MOVE 'S'       TO WS-SW-PEN-FIN
                             MOVE 8         TO WS-RETORNO
                    END-EVALUATE

               WHEN FS-PENDIENTES-CLAVE-NFD
                    MOVE 'S'                TO WS-SW-PEN-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL POSICIONAR EN MOVIMIENTOS '-
                            'PENDIENTES'
                    DISPLAY 'FILE STATUS: ' FS-PENDIENTES
                    MOVE 'S'                TO WS-SW-PEN-FIN
                    MOVE 8                  TO WS-RETORNO
           END-EVALUATE.

       2060-LEER-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2070-LIBERAR-PENDIENTE.

           ADD 1                            TO WS-CONT-PEN-LIBERADOS.
           MOVE 'N'                         TO WS-SW-MOV-OK.
           MOVE 'N'                         TO WS-SW-MOV-RETENIDO.
           MOVE SPACES                      TO WS-MOTIVO-RECHAZO.

           MOVE SPACES                      TO ENT-MOV-REG.
           MOVE PEN-TIPO                    TO ENT-MOV-TIPO.
           MOVE PEN-ID-EMPLEADO             TO ENT-MOV-ID-EMPLEADO.
           MOVE PEN-APELLIDO                TO ENT-MOV-APELLIDO.
           MOVE PEN-NOMBRE                  TO ENT-MOV-NOMBRE.
           MOVE PEN-DIRECCION               TO ENT-MOV-DIRECCION.
           MOVE PEN-COD-POSTAL              TO ENT-MOV-COD-POSTAL.
           MOVE PEN-TIPO-DOC                TO ENT-MOV-TIPO-DOC.
           MOVE PEN-NRO-DOC                 TO ENT-MOV-NRO-DOC.
           MOVE PEN-TELEFONO                TO ENT-MOV-TELEFONO.
           MOVE PEN-COD-DEPTO               TO ENT-MOV-COD-DEPTO.
           MOVE PEN-FECHA-EFECTIVA          TO ENT-MOV-FECHA-EFECTIVA.
           MOVE PEN-FECHA-EFECTIVA          TO WS-FECHA-EFECTIVA.

           PERFORM 2040-DESPACHAR-MOVIMIENTO
              THRU 2040-DESPACHAR-MOVIMIENTO-FIN.

           IF WS-MOV-OK AND WS-MOTIVO-RECHAZO = SPACES
               STRING 'LIBERADO - EFECTIVO EL ' PEN-FECHA-EFECTIVA
                      DELIMITED BY SIZE
                      INTO WS-MOTIVO-RECHAZO
           END-IF.

           PERFORM 2900-INFORMAR-MOVIMIENTO
              THRU 2900-INFORMAR-MOVIMIENTO-FIN.

           DELETE ENT-PENDIENTES RECORD.

           IF FS-PENDIENTES-FILE-OK
               PERFORM 2060-LEER-PENDIENTE
                  THRU 2060-LEER-PENDIENTE-FIN
           ELSE
               DISPLAY 'ERROR AL ELIMINAR EL MOVIMIENTO PENDIENTE'
               DISPLAY 'FILE STATUS: ' FS-PENDIENTES
               MOVE 'S'                     TO WS-SW-PEN-FIN
               MOVE 8                       TO WS-RETORNO
           END-IF.

       2070-LIBERAR-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2080-GRABAR-CONTROL-MOV.

           OPEN OUTPUT SAL-CONTROL-MOV.

           IF FS-CONTROL-MOV-FILE-OK

               MOVE SPACES                  TO MVC-CONTROL-REG
               MOVE WS-MVC-ESTADO           TO MVC-ESTADO
               MOVE WS-MVC-FECHA            TO MVC-FECHA
               MOVE WS-MVC-HORA             TO MVC-HORA
               MOVE WS-MOV-CANT-REG         TO MVC-CANT-REG
               MOVE WS-CONT-MOV-LEIDOS      TO MVC-PROCESADOS
               MOVE WS-MOV-PRIMERO          TO MVC-PRIMER-MOV
               MOVE WS-MOV-ULTIMO           TO MVC-ULTIMO-MOV

               WRITE MVC-CONTROL-REG

               IF NOT FS-CONTROL-MOV-FILE-OK
                   DISPLAY 'ERROR AL GRABAR EL CONTROL DE MOVIMIENTOS'
                   DISPLAY 'FILE STATUS: ' FS-CONTROL-MOV
                   MOVE 'N'                 TO WS-SW-CONTROL-MOV-OK
               END-IF

               CLOSE SAL-CONTROL-MOV

           ELSE
               DISPLAY 'ERROR AL CREAR EL CONTROL DE MOVIMIENTOS'
               DISPLAY 'FILE STATUS: ' FS-CONTROL-MOV
               MOVE 'N'                     TO WS-SW-CONTROL-MOV-OK
           END-IF.

           IF NOT WS-CONTROL-MOV-OK
               MOVE 8                       TO WS-RETORNO
           END-IF.

       2080-GRABAR-CONTROL-MOV-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-ALTA-EMPLEADO.
                       MOVE ENT-EMPLEADOS-REG
                                             TO WS-IMAGEN-ANTES
                       MOVE 'B'              TO ENT-EMP-ESTADO
                       MOVE WS-FECHA-EFECTIVA
                                             TO ENT-EMP-FECHA-BAJA

                       REWRITE ENT-EMPLEADOS-REG


       2410-GRABAR-DATOS-EXTRA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2500-RETENER-MOVIMIENTO.

           IF ENT-MOV-TIPO-VALIDO

               MOVE SPACES                  TO PEN-MOVIMIENTO-REG
               MOVE WS-FECHA-EFECTIVA       TO PEN-FECHA-EFECTIVA
               MOVE ENT-MOV-ID-EMPLEADO     TO PEN-ID-EMPLEADO
               MOVE ENT-MOV-TIPO            TO PEN-TIPO
               MOVE ENT-MOV-APELLIDO        TO PEN-APELLIDO
               MOVE ENT-MOV-NOMBRE          TO PEN-NOMBRE
               MOVE ENT-MOV-DIRECCION       TO PEN-DIRECCION
               MOVE ENT-MOV-COD-POSTAL      TO PEN-COD-POSTAL
               MOVE ENT-MOV-TIPO-DOC        TO PEN-TIPO-DOC
               MOVE ENT-MOV-NRO-DOC         TO PEN-NRO-DOC
               MOVE ENT-MOV-TELEFONO        TO PEN-TELEFONO
               MOVE ENT-MOV-COD-DEPTO       TO PEN-COD-DEPTO
               MOVE WS-FECHA-PROCESO        TO PEN-FECHA-REGISTRO
               MOVE WS-OPERADOR             TO PEN-OPERADOR

               WRITE PEN-MOVIMIENTO-REG

               EVALUATE TRUE
                   WHEN FS-PENDIENTES-FILE-OK
                        MOVE 'S'            TO WS-SW-MOV-RETENIDO
                        STRING 'EN ESPERA HASTA EL ' WS-FECHA-EFECTIVA
                               DELIMITED BY SIZE
                               INTO WS-MOTIVO-RECHAZO
                   WHEN FS-PENDIENTES-CLAVE-DUP
                        MOVE 'YA HAY UN PENDIENTE IGUAL PARA ESA FECHA'
                                             TO WS-MOTIVO-RECHAZO
                   WHEN OTHER
                        MOVE 'ERROR AL GRABAR EL MOVIMIENTO PENDIENTE'
                                             TO WS-MOTIVO-RECHAZO
               END-EVALUATE

           ELSE
               MOVE 'CODIGO DE MOVIMIENTO INVALIDO'
                                             TO WS-MOTIVO-RECHAZO
           END-IF.

       2500-RETENER-MOVIMIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2600-VALIDAR-COD-POSTAL.

           MOVE ENT-MOV-TIPO                TO WS-INF-TIPO.
           MOVE WS-MOTIVO-RECHAZO           TO WS-INF-MOTIVO.

           EVALUATE TRUE
               WHEN WS-MOV-OMITIDO
                    MOVE 'OMITIDO'          TO WS-INF-RESULTADO
                    ADD 1                   TO WS-CONT-MOV-OMITIDOS
               WHEN WS-MOV-OK
                    MOVE 'APLICADO'         TO WS-INF-RESULTADO
                    ADD 1                   TO WS-CONT-MOV-APLICADOS
               WHEN WS-MOV-RETENIDO
                    MOVE 'PENDIENTE'        TO WS-INF-RESULTADO
                    ADD 1                   TO WS-CONT-MOV-RETENIDOS
               WHEN OTHER
                    MOVE 'RECHAZADO'        TO WS-INF-RESULTADO
                    ADD 1                   TO WS-CONT-MOV-RECHAZADOS
           END-EVALUATE.

           WRITE INF-LINEA FROM WS-INF-DETALLE.

           MOVE WS-HST-ID-EMPLEADO          TO HST-ID-EMPLEADO.
           MOVE WS-IMAGEN-ANTES             TO HST-IMAGEN-ANTES.
           MOVE WS-IMAGEN-DESPUES           TO HST-IMAGEN-DESPUES.
           MOVE WS-OPERADOR                 TO HST-OPERADOR.

           WRITE SAL-HISTORIAL-REG.

           IF NOT FS-HISTORIAL-FILE-OK
               DISPLAY 'ERROR AL ESCRIBIR EL ARCHIVO DE HISTORIAL'
               DISPLAY 'FILE STATUS: ' FS-HISTORIAL
               MOVE 8                       TO WS-RETORNO
           END-IF.

       2950-REGISTRAR-HISTORIAL-FIN.
                  THRU 3900-LIBERAR-BLOQUEO-FIN
           END-IF.

           IF WS-RETORNO = 0 AND WS-CONT-MOV-RECHAZADOS > 0
               MOVE 4                       TO WS-RETORNO
           END-IF.

           MOVE WS-RETORNO                  TO RETURN-CODE.

           DISPLAY " ".
           DISPLAY "--------- RESUMEN DE MOVIMIENTOS ---------".
           DISPLAY " PENDIENTES LIBERADOS  : " WS-CONT-PEN-LIBERADOS.
           DISPLAY " MOVIMIENTOS LEIDOS    : " WS-CONT-MOV-LEIDOS.
           DISPLAY " MOVIMIENTOS APLICADOS : " WS-CONT-MOV-APLICADOS.
           DISPLAY " MOVIMIENTOS RECHAZADOS: " WS-CONT-MOV-RECHAZADOS.
           DISPLAY " MOVIMIENTOS RETENIDOS : " WS-CONT-MOV-RETENIDOS.
           DISPLAY " MOVIMIENTOS OMITIDOS  : " WS-CONT-MOV-OMITIDOS.
           DISPLAY " CODIGO DE RETORNO     : " WS-RETORNO.
           DISPLAY "--------------------------------------------".
           DISPLAY " ".
           DISPLAY '### FIN DEL PROGRAMA ###'.

               WRITE INF-LINEA              FROM SPACES

               MOVE 'TOTAL PENDIENTES LIBERADOS  :'
                                             TO WS-INF-TOT-TITULO
               MOVE WS-CONT-PEN-LIBERADOS    TO WS-INF-TOT-VALOR
               WRITE INF-LINEA              FROM WS-INF-TOTAL

               MOVE 'TOTAL MOVIMIENTOS LEIDOS    :'
                                             TO WS-INF-TOT-TITULO
               MOVE WS-CONT-MOV-LEIDOS       TO WS-INF-TOT-VALOR
               MOVE WS-CONT-MOV-RECHAZADOS   TO WS-INF-TOT-VALOR
               WRITE INF-LINEA              FROM WS-INF-TOTAL

               MOVE 'TOTAL MOVIMIENTOS RETENIDOS :'
                                             TO WS-INF-TOT-TITULO
               MOVE WS-CONT-MOV-RETENIDOS    TO WS-INF-TOT-VALOR
               WRITE INF-LINEA              FROM WS-INF-TOTAL

               MOVE 'TOTAL MOVIMIENTOS OMITIDOS  :'
                                             TO WS-INF-TOT-TITULO
               MOVE WS-CONT-MOV-OMITIDOS     TO WS-INF-TOT-VALOR
               WRITE INF-LINEA              FROM WS-INF-TOTAL

           END-IF.

           CLOSE ENT-EMPLEADOS
                 ENT-DATOS-EXTRA
                 ENT-COD-POSTALES
                 ENT-PENDIENTES
                 SAL-INFORME
                 SAL-HISTORIAL.

           IF NOT WS-SIN-MOVIMIENTOS
               CLOSE ENT-MOVIMIENTOS
           END-IF.

           IF NOT FS-HISTORIAL-FILE-OK
              DISPLAY 'ERROR AL CERRAR ARCHIVO DE HISTORIAL: '
                      FS-HISTORIAL
               ACCEPT BLQ-FECHA             FROM DATE YYYYMMDD
               ACCEPT WS-TIME8              FROM TIME
               MOVE WS-TIME8(1:6)           TO BLQ-HORA
               MOVE WS-OPERADOR             TO BLQ-OPERADOR

               WRITE BLQ-BLOQUEO-REG

