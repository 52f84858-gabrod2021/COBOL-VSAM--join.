           FILE STATUS IS FS-EXT-HISTORICO
           RECORD KEY IS HIS-EXT-ID-EMPLEADO.

       SELECT ENT-CONTACTOS
           ASSIGN TO '../CONTACTOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CONTACTOS
           RECORD KEY IS ENT-CON-CLAVE.

       SELECT SAL-CON-HISTORICO
           ASSIGN TO '../CONTACTOS-HISTORICO.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS-CON-HISTORICO
           RECORD KEY IS HIS-CON-CLAVE.

       SELECT SAL-ARCHIVADO
           ASSIGN TO '../ARCHIVO-HISTORICO.LST'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARCHIVADO.

       SELECT SAL-HISTORIAL
           ASSIGN TO '../HISTORIAL-CAMBIOS.LOG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORIAL.

       SELECT SAL-BLOQUEO
           ASSIGN TO '../BLOQUEO-EJECUCION.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
       FD SAL-EXT-HISTORICO.
           COPY DEXTREG REPLACING LEADING ==ENT== BY ==HIS==.

       FD ENT-CONTACTOS.
           COPY CONTREG.

       FD SAL-CON-HISTORICO.
           COPY CONTREG REPLACING LEADING ==ENT== BY ==HIS==.

       FD SAL-ARCHIVADO.
       01 ARC-LINEA                         PIC X(90).

       FD SAL-HISTORIAL.
       01 SAL-HISTORIAL-REG.
          05 HST-FECHA                      PIC 9(08).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 HST-HORA                       PIC 9(06).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 HST-ACCION                     PIC X(02).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 HST-ID-EMPLEADO                PIC 9(08).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 HST-IMAGEN-ANTES               PIC X(150).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 HST-IMAGEN-DESPUES             PIC X(150).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 HST-OPERADOR                   PIC X(08).

       FD SAL-BLOQUEO.
           COPY BLOQREG.

             88 FS-EXT-HIST-FILE-OK             VALUE '00'.
             88 FS-EXT-HIST-FILE-NFD            VALUE '35'.
             88 FS-EXT-HIST-CLAVE-DUP           VALUE '22'.
          05 FS-CONTACTOS                   PIC X(2).
             88 FS-CONTACTOS-FILE-OK            VALUE '00'.
             88 FS-CONTACTOS-FILE-EOF           VALUE '10'.
             88 FS-CONTACTOS-FILE-NFD           VALUE '35'.
             88 FS-CONTACTOS-CLAVE-NFD          VALUE '23'.
          05 FS-CON-HISTORICO               PIC X(2).
             88 FS-CON-HIST-FILE-OK             VALUE '00'.
             88 FS-CON-HIST-FILE-NFD            VALUE '35'.
             88 FS-CON-HIST-CLAVE-DUP           VALUE '22'.
          05 FS-ARCHIVADO                   PIC X(2).
             88 FS-ARCHIVADO-FILE-OK            VALUE '00'.
          05 FS-HISTORIAL                   PIC X(2).
             88 FS-HISTORIAL-FILE-OK            VALUE '00'.
             88 FS-HISTORIAL-FILE-NFD           VALUE '35'.
          05 FS-BLOQUEO                     PIC X(2).
             88 FS-BLOQUEO-FILE-OK              VALUE '00'.
             88 FS-BLOQUEO-FILE-EOF             VALUE '10'.
             88 FS-BLOQUEO-FILE-NFD             VALUE '35'.

       77 WS-TIME8                          PIC 9(08).
       77 WS-OPERADOR                       PIC X(08) VALUE 'CL20EJ11'.

       77 WS-SW-BLOQUEO-TOMADO              PIC X(01) VALUE 'N'.
          88 WS-BLOQUEO-TOMADO                   VALUE 'S'.
       77 WS-CONT-REG-LEIDOS                PIC 9(04) VALUE 0.
       77 WS-CONT-EMP-ARCHIVADOS            PIC 9(04) VALUE 0.
       77 WS-CONT-EXT-ARCHIVADOS            PIC 9(04) VALUE 0.
       77 WS-CONT-CON-ARCHIVADOS            PIC 9(04) VALUE 0.
       77 WS-CONT-BAJA-RECIENTE             PIC 9(04) VALUE 0.
       77 WS-CONT-BAJA-SIN-FECHA            PIC 9(04) VALUE 0.
       77 WS-CONT-EMP-ACTIVOS               PIC 9(04) VALUE 0.
       77 WS-SW-EMP-FIN                     PIC X(01) VALUE 'N'.
          88 WS-EMP-FIN                          VALUE 'S'.

       77 WS-SW-CON-FIN                     PIC X(01) VALUE 'N'.
          88 WS-CON-FIN                          VALUE 'S'.

       77 WS-SW-SIN-CONTACTOS               PIC X(01) VALUE 'N'.
          88 WS-SIN-CONTACTOS                    VALUE 'S'.

       77 WS-ACCION                         PIC X(02).
       77 WS-IMAGEN-ANTES                   PIC X(150).
       77 WS-HST-ID-EMPLEADO                PIC 9(08).

       01 WS-ARC-ENCABEZADO1                PIC X(90) VALUE
          'EMPLEADOS ARCHIVADOS AL HISTORICO'.

           IF WS-BLOQUEO-TOMADO AND
              FS-EMPLEADOS-FILE-OK AND FS-DATOS-EXTRA-FILE-OK AND
              FS-EMP-HIST-FILE-OK AND FS-EXT-HIST-FILE-OK AND
              (FS-CONTACTOS-FILE-OK OR WS-SIN-CONTACTOS) AND
              FS-CON-HIST-FILE-OK AND
              FS-ARCHIVADO-FILE-OK AND FS-HISTORIAL-FILE-OK

               PERFORM 2000-ARCHIVAR-BAJAS
                  THRU 2000-ARCHIVAR-BAJAS-FIN
               PERFORM 1200-ABRIR-EXT-HISTORICO
                  THRU 1200-ABRIR-EXT-HISTORICO-FIN

               PERFORM 1400-ABRIR-CONTACTOS
                  THRU 1400-ABRIR-CONTACTOS-FIN

               OPEN OUTPUT SAL-ARCHIVADO

               IF NOT FS-ARCHIVADO-FILE-OK
                   DISPLAY 'FILE STATUS: ' FS-ARCHIVADO
               END-IF

               PERFORM 1300-ABRIR-HISTORIAL
                  THRU 1300-ABRIR-HISTORIAL-FIN

           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
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


       1200-ABRIR-EXT-HISTORICO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1300-ABRIR-HISTORIAL.

           OPEN EXTEND SAL-HISTORIAL.

           EVALUATE TRUE
               WHEN FS-HISTORIAL-FILE-OK
                    CONTINUE
               WHEN FS-HISTORIAL-FILE-NFD
                    OPEN OUTPUT SAL-HISTORIAL
                    IF NOT FS-HISTORIAL-FILE-OK
                        DISPLAY 'ERROR AL CREAR EL ARCHIVO DE '-
                                'HISTORIAL'
                        DISPLAY 'FILE STATUS: ' FS-HISTORIAL
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE HISTORIAL'
                    DISPLAY 'FILE STATUS: ' FS-HISTORIAL
           END-EVALUATE.

       1300-ABRIR-HISTORIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1400-ABRIR-CONTACTOS.

           OPEN I-O ENT-CONTACTOS.

           EVALUATE TRUE
               WHEN FS-CONTACTOS-FILE-OK
                    CONTINUE
               WHEN FS-CONTACTOS-FILE-NFD
                    MOVE 'S'                TO WS-SW-SIN-CONTACTOS
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CONTACTOS'
                    DISPLAY 'FILE STATUS: ' FS-CONTACTOS
           END-EVALUATE.

           OPEN I-O SAL-CON-HISTORICO.

           EVALUATE TRUE
               WHEN FS-CON-HIST-FILE-OK
                    CONTINUE
               WHEN FS-CON-HIST-FILE-NFD
                    OPEN OUTPUT SAL-CON-HISTORICO
                    IF NOT FS-CON-HIST-FILE-OK
                        DISPLAY 'ERROR AL CREAR CONTACTOS-HISTORICO'
                        DISPLAY 'FILE STATUS: ' FS-CON-HISTORICO
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR CONTACTOS-HISTORICO'
                    DISPLAY 'FILE STATUS: ' FS-CON-HISTORICO
           END-EVALUATE.

       1400-ABRIR-CONTACTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-ARCHIVAR-BAJAS.

           MOVE ENT-EMP-DIRECCION           TO HIS-EMP-DIRECCION.
           MOVE ENT-EMP-COD-POSTAL          TO HIS-EMP-COD-POSTAL.
           MOVE ENT-EMP-FECHA-BAJA          TO HIS-EMP-FECHA-BAJA.
           MOVE ENT-EMP-COD-DEPTO           TO HIS-EMP-COD-DEPTO.

           WRITE HIS-EMPLEADOS-REG.


                   ADD 1                    TO WS-CONT-EMP-ARCHIVADOS

                   MOVE 'HE'                TO WS-ACCION
                   MOVE ENT-EMPLEADOS-REG   TO WS-IMAGEN-ANTES
                   MOVE ENT-EMP-ID-EMPLEADO TO WS-HST-ID-EMPLEADO
                   PERFORM 2950-REGISTRAR-HISTORIAL
                      THRU 2950-REGISTRAR-HISTORIAL-FIN

                   PERFORM 2200-ARCHIVAR-DATOS-EXTRA
                      THRU 2200-ARCHIVAR-DATOS-EXTRA-FIN

                   PERFORM 2400-ARCHIVAR-CONTACTOS
                      THRU 2400-ARCHIVAR-CONTACTOS-FIN

                   PERFORM 2300-REPORTAR-ARCHIVADO
                      THRU 2300-REPORTAR-ARCHIVADO-FIN


                        IF FS-DATOS-EXTRA-FILE-OK
                            ADD 1           TO WS-CONT-EXT-ARCHIVADOS
                            MOVE 'HX'       TO WS-ACCION
                            MOVE ENT-DATOS-EXTRA-REG
                                             TO WS-IMAGEN-ANTES
                            MOVE ENT-EXT-ID-EMPLEADO
                                             TO WS-HST-ID-EMPLEADO
                            PERFORM 2950-REGISTRAR-HISTORIAL
                               THRU 2950-REGISTRAR-HISTORIAL-FIN
                        ELSE
                            DISPLAY 'ERROR AL BORRAR EN DATOS-EXTRA '-
                                    '- FILE-STATUS: ' FS-DATOS-EXTRA

       2300-REPORTAR-ARCHIVADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2400-ARCHIVAR-CONTACTOS.

           IF NOT WS-SIN-CONTACTOS

               MOVE 'N'                     TO WS-SW-CON-FIN
               MOVE HIS-EMP-ID-EMPLEADO     TO ENT-CON-ID-EMPLEADO
               MOVE 0                       TO ENT-CON-SECUENCIA

               START ENT-CONTACTOS KEY IS NOT LESS THAN ENT-CON-CLAVE

               EVALUATE TRUE
                   WHEN FS-CONTACTOS-FILE-OK
                        PERFORM 2410-LEER-SIG-CONTACTO
                           THRU 2410-LEER-SIG-CONTACTO-FIN
                        PERFORM 2420-ARCHIVAR-CONTACTO
                           THRU 2420-ARCHIVAR-CONTACTO-FIN
                           UNTIL WS-CON-FIN
                   WHEN FS-CONTACTOS-CLAVE-NFD
                        CONTINUE
                   WHEN OTHER
                        DISPLAY 'ERROR AL POSICIONAR EL ARCHIVO DE '-
                                'CONTACTOS'
                        DISPLAY 'FILE STATUS: ' FS-CONTACTOS
               END-EVALUATE

           END-IF.

       2400-ARCHIVAR-CONTACTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2410-LEER-SIG-CONTACTO.

           READ ENT-CONTACTOS NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-CONTACTOS-FILE-OK
                    IF ENT-CON-ID-EMPLEADO NOT = HIS-EMP-ID-EMPLEADO
                        MOVE 'S'            TO WS-SW-CON-FIN
                    END-IF
               WHEN FS-CONTACTOS-FILE-EOF
                    MOVE 'S'                TO WS-SW-CON-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE CONTACTOS'
                    DISPLAY 'FILE STATUS: ' FS-CONTACTOS
                    MOVE 'S'                TO WS-SW-CON-FIN
           END-EVALUATE.

       2410-LEER-SIG-CONTACTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2420-ARCHIVAR-CONTACTO.

           MOVE ENT-CONTACTOS-REG           TO HIS-CONTACTOS-REG.

           WRITE HIS-CONTACTOS-REG.

           EVALUATE TRUE
               WHEN FS-CON-HIST-FILE-OK
                    CONTINUE
               WHEN FS-CON-HIST-CLAVE-DUP
                    REWRITE HIS-CONTACTOS-REG
               WHEN OTHER
                    DISPLAY 'ERROR AL GRABAR CONTACTOS-HISTORICO - '-
                            'FILE-STATUS: ' FS-CON-HISTORICO
           END-EVALUATE.

           IF FS-CON-HIST-FILE-OK

               DELETE ENT-CONTACTOS

               IF FS-CONTACTOS-FILE-OK
                   ADD 1                    TO WS-CONT-CON-ARCHIVADOS
                   MOVE 'HC'                TO WS-ACCION
                   MOVE ENT-CONTACTOS-REG   TO WS-IMAGEN-ANTES
                   MOVE ENT-CON-ID-EMPLEADO TO WS-HST-ID-EMPLEADO
                   PERFORM 2950-REGISTRAR-HISTORIAL
                      THRU 2950-REGISTRAR-HISTORIAL-FIN
               ELSE
                   DISPLAY 'ERROR AL BORRAR EN CONTACTOS - '-
                           'FILE-STATUS: ' FS-CONTACTOS
               END-IF

           END-IF.

           PERFORM 2410-LEER-SIG-CONTACTO
              THRU 2410-LEER-SIG-CONTACTO-FIN.

       2420-ARCHIVAR-CONTACTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2950-REGISTRAR-HISTORIAL.

           MOVE SPACES                      TO SAL-HISTORIAL-REG.
           ACCEPT HST-FECHA                 FROM DATE YYYYMMDD.
           ACCEPT WS-TIME8                  FROM TIME.
           MOVE WS-TIME8(1:6)               TO HST-HORA.
           MOVE WS-ACCION                   TO HST-ACCION.
           MOVE WS-HST-ID-EMPLEADO          TO HST-ID-EMPLEADO.
           MOVE WS-IMAGEN-ANTES             TO HST-IMAGEN-ANTES.
           MOVE SPACES                      TO HST-IMAGEN-DESPUES.
           MOVE WS-OPERADOR                 TO HST-OPERADOR.

           WRITE SAL-HISTORIAL-REG.

           IF NOT FS-HISTORIAL-FILE-OK
               DISPLAY 'ERROR AL ESCRIBIR EL ARCHIVO DE HISTORIAL'
               DISPLAY 'FILE STATUS: ' FS-HISTORIAL
           END-IF.

       2950-REGISTRAR-HISTORIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

                   WS-CONT-EMP-ARCHIVADOS.
           DISPLAY " DATOS EXTRA ARCHIVADOS    : "
                   WS-CONT-EXT-ARCHIVADOS.
           DISPLAY " CONTACTOS ARCHIVADOS      : "
                   WS-CONT-CON-ARCHIVADOS.
           DISPLAY " BAJAS AUN EN RETENCION    : "
                   WS-CONT-BAJA-RECIENTE.
           DISPLAY " BAJAS SIN FECHA DE BAJA   : "
               MOVE WS-CONT-EXT-ARCHIVADOS   TO WS-ARC-TOT-VALOR
               WRITE ARC-LINEA              FROM WS-ARC-TOTAL

               MOVE 'TOTAL CONTACTOS ARCHIVADOS       :'
                                             TO WS-ARC-TOT-TITULO
               MOVE WS-CONT-CON-ARCHIVADOS   TO WS-ARC-TOT-VALOR
               WRITE ARC-LINEA              FROM WS-ARC-TOTAL

               MOVE 'TOTAL BAJAS AUN EN RETENCION     :'
                                             TO WS-ARC-TOT-TITULO
               MOVE WS-CONT-BAJA-RECIENTE    TO WS-ARC-TOT-VALOR
                 ENT-DATOS-EXTRA
                 SAL-EMP-HISTORICO
                 SAL-EXT-HISTORICO
                 SAL-CON-HISTORICO
                 SAL-ARCHIVADO
                 SAL-HISTORIAL.

           IF NOT WS-SIN-CONTACTOS
               CLOSE ENT-CONTACTOS
           END-IF.

           IF NOT FS-HISTORIAL-FILE-OK
              DISPLAY 'ERROR AL CERRAR ARCHIVO DE HISTORIAL: '
                      FS-HISTORIAL
           END-IF.

           IF NOT FS-EMPLEADOS-FILE-OK
              DISPLAY 'ERROR AL CERRAR ARCHIVO EMPLEADOS: ' FS-EMPLEADOS
               ACCEPT BLQ-FECHA             FROM DATE YYYYMMDD
               ACCEPT WS-TIME8              FROM TIME
               MOVE WS-TIME8(1:6)           TO BLQ-HORA
               MOVE WS-OPERADOR             TO BLQ-OPERADOR

               WRITE BLQ-BLOQUEO-REG

