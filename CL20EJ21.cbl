           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FEED.

       SELECT ENT-FEED
           ASSIGN TO '../FEED-NOMINA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FEED-RELECTURA.

       SELECT SAL-ENVIADOS
           ASSIGN TO '../FEED-NOMINA-ENVIADOS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENVIADOS.

       SELECT SAL-BLOQUEO
           ASSIGN TO '../BLOQUEO-EJECUCION.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BLOQUEO.

      *----------------------------------------------------------------*
       DATA DIVISION.

          05 HST-IMAGEN-ANTES               PIC X(150).
          05 FILLER                         PIC X(01).
          05 HST-IMAGEN-DESPUES             PIC X(150).
          05 FILLER                         PIC X(01).
          05 HST-OPERADOR                   PIC X(08).

       FD ENT-FEED-CTL.
       01 ENT-FEED-CTL-REG.
       FD SAL-FEED.
       01 SAL-FEED-REG                      PIC X(161).

       FD ENT-FEED.
       01 ENT-FEED-REG                      PIC X(161).

       FD SAL-ENVIADOS.
           COPY FENVREG.

       FD SAL-BLOQUEO.
           COPY BLOQREG.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
             88 FS-FEED-CTL-FILE-NFD            VALUE '35'.
          05 FS-FEED                        PIC X(2).
             88 FS-FEED-FILE-OK                 VALUE '00'.
          05 FS-FEED-RELECTURA              PIC X(2).
             88 FS-FEED-RELECTURA-FILE-OK       VALUE '00'.
             88 FS-FEED-RELECTURA-FILE-EOF      VALUE '10'.
          05 FS-ENVIADOS                    PIC X(2).
             88 FS-ENVIADOS-FILE-OK             VALUE '00'.
             88 FS-ENVIADOS-FILE-NFD            VALUE '35'.
          05 FS-BLOQUEO                     PIC X(2).
             88 FS-BLOQUEO-FILE-OK              VALUE '00'.
             88 FS-BLOQUEO-FILE-EOF             VALUE '10'.
             88 FS-BLOQUEO-FILE-NFD             VALUE '35'.

       77 WS-PARM-FECHA                     PIC X(10).
       77 WS-FECHA-FEED                     PIC 9(08) VALUE 0.
       77 WS-SECUENCIA                      PIC 9(06) VALUE 0.
       77 WS-TIME8                          PIC 9(08).
       77 WS-OPERADOR                       PIC X(08) VALUE 'CL20EJ21'.

       77 WS-CONT-HST-LEIDOS                PIC 9(04) VALUE 0.
       77 WS-CONT-DETALLES                  PIC 9(04) VALUE 0.
       77 WS-CONT-ARCHIVADOS                PIC 9(04) VALUE 0.

       77 WS-SW-BLOQUEO-TOMADO              PIC X(01) VALUE 'N'.
          88 WS-BLOQUEO-TOMADO                   VALUE 'S'.

       77 WS-SW-HST-FIN                     PIC X(01) VALUE 'N'.
          88 WS-HST-FIN                          VALUE 'S'.
       77 WS-SW-FEED-ERROR                  PIC X(01) VALUE 'N'.
          88 WS-FEED-ERROR                       VALUE 'S'.

       77 WS-SW-FEED-RELEIDO                PIC X(01) VALUE 'N'.
          88 WS-FEED-RELEIDO                     VALUE 'S'.

       77 WS-SW-FEED-FIN                    PIC X(01) VALUE 'N'.
          88 WS-FEED-FIN                         VALUE 'S'.

       77 WS-SW-ARCHIVO-ERROR               PIC X(01) VALUE 'N'.
          88 WS-ARCHIVO-ERROR                    VALUE 'S'.

       77 WS-RETORNO                        PIC 9(02) VALUE 0.

       01 WS-FEED-HEADER.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-BLOQUEO-TOMADO AND
              FS-HISTORIAL-FILE-OK AND FS-FEED-FILE-OK AND
              FS-ENVIADOS-FILE-OK

               PERFORM 2000-GENERAR-FEED
                  THRU 2000-GENERAR-FEED-FIN
           PERFORM 1050-OBTENER-PARAMETROS
              THRU 1050-OBTENER-PARAMETROS-FIN.

           PERFORM 1010-TOMAR-BLOQUEO
              THRU 1010-TOMAR-BLOQUEO-FIN.

           IF WS-BLOQUEO-TOMADO

               PERFORM 1100-OBTENER-SECUENCIA
                  THRU 1100-OBTENER-SECUENCIA-FIN

               OPEN INPUT ENT-HISTORIAL

               EVALUATE TRUE
                   WHEN FS-HISTORIAL-FILE-OK
                        CONTINUE
                   WHEN FS-HISTORIAL-FILE-NFD
                        DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE '-
                                'HISTORIAL DE CAMBIOS'
                        DISPLAY 'FILE STATUS: ' FS-HISTORIAL
                   WHEN OTHER
                        DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE HISTORIAL'
                        DISPLAY 'FILE STATUS: ' FS-HISTORIAL
               END-EVALUATE

               OPEN OUTPUT SAL-FEED

               IF NOT FS-FEED-FILE-OK
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE FEED'
                   DISPLAY 'FILE STATUS: ' FS-FEED
               END-IF

               OPEN EXTEND SAL-ENVIADOS

               EVALUATE TRUE
                   WHEN FS-ENVIADOS-FILE-OK
                        CONTINUE
                   WHEN FS-ENVIADOS-FILE-NFD
                        OPEN OUTPUT SAL-ENVIADOS
                        IF NOT FS-ENVIADOS-FILE-OK
                            DISPLAY 'ERROR AL CREAR EL ARCHIVO DE '-
                                    'FEEDS ENVIADOS'
                            DISPLAY 'FILE STATUS: ' FS-ENVIADOS
                        END-IF
                   WHEN OTHER
                        DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE FEEDS '-
                                'ENVIADOS'
                        DISPLAY 'FILE STATUS: ' FS-ENVIADOS
               END-EVALUATE

           ELSE
               MOVE 8                       TO WS-RETORNO
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1010-TOMAR-BLOQUEO.

           OPEN INPUT SAL-BLOQUEO.

           EVALUATE TRUE
               WHEN FS-BLOQUEO-FILE-OK

                    READ SAL-BLOQUEO

                    IF FS-BLOQUEO-FILE-OK AND BLQ-ACTIVO
                        DISPLAY 'EJECUCION BLOQUEADA - BLOQUEO '-
                                'TOMADO POR ' BLQ-PROGRAMA
                                ' EL ' BLQ-FECHA ' A LAS ' BLQ-HORA
                                ' OPERADOR ' BLQ-OPERADOR
                        DISPLAY 'SI EL BLOQUEO QUEDO COLGADO '-
                                'LIBERARLO CON CL20EJ19'
                    ELSE
                        MOVE 'S'            TO WS-SW-BLOQUEO-TOMADO
                    END-IF

                    CLOSE SAL-BLOQUEO

               WHEN FS-BLOQUEO-FILE-NFD
                    MOVE 'S'                TO WS-SW-BLOQUEO-TOMADO
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE BLOQUEO'
                    DISPLAY 'FILE STATUS: ' FS-BLOQUEO
           END-EVALUATE.

           IF WS-BLOQUEO-TOMADO

               OPEN OUTPUT SAL-BLOQUEO

               IF FS-BLOQUEO-FILE-OK

                   MOVE SPACES              TO BLQ-BLOQUEO-REG
                   MOVE 'A'                 TO BLQ-ESTADO
                   MOVE 'CL20EJ21'          TO BLQ-PROGRAMA
                   ACCEPT BLQ-FECHA         FROM DATE YYYYMMDD
                   ACCEPT WS-TIME8          FROM TIME
                   MOVE WS-TIME8(1:6)       TO BLQ-HORA
                   MOVE WS-OPERADOR         TO BLQ-OPERADOR

                   WRITE BLQ-BLOQUEO-REG

                   IF NOT FS-BLOQUEO-FILE-OK
                       DISPLAY 'ERROR AL GRABAR EL BLOQUEO'
                       DISPLAY 'FILE STATUS: ' FS-BLOQUEO
                       MOVE 'N'             TO WS-SW-BLOQUEO-TOMADO
                   END-IF

                   CLOSE SAL-BLOQUEO

               ELSE
                   DISPLAY 'ERROR AL CREAR EL ARCHIVO DE BLOQUEO'
                   DISPLAY 'FILE STATUS: ' FS-BLOQUEO
                   MOVE 'N'                 TO WS-SW-BLOQUEO-TOMADO
               END-IF

           END-IF.

       1010-TOMAR-BLOQUEO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1050-OBTENER-PARAMETROS.
                  THRU 2900-GRABAR-SECUENCIA-FIN
           END-IF.

           IF NOT WS-FEED-ERROR AND WS-RETORNO NOT = 8
               PERFORM 2950-ARCHIVAR-FEED
                  THRU 2950-ARCHIVAR-FEED-FIN
           END-IF.

       2000-GENERAR-FEED-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2020-EVALUAR-ENTRADA.

           IF HST-FECHA = WS-FECHA-FEED AND
              HST-ACCION NOT = 'HE' AND HST-ACCION NOT = 'HX' AND
              HST-ACCION NOT = 'AC' AND HST-ACCION NOT = 'MC' AND
              HST-ACCION NOT = 'BC' AND HST-ACCION NOT = 'HC' AND
              HST-ACCION NOT = 'RC'

               MOVE HST-ACCION              TO WS-DET-ACCION
               MOVE HST-ID-EMPLEADO         TO WS-DET-ID-EMPLEADO

       2900-GRABAR-SECUENCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2950-ARCHIVAR-FEED.

           CLOSE SAL-FEED.
           MOVE 'S'                         TO WS-SW-FEED-RELEIDO.

           OPEN INPUT ENT-FEED.

           IF FS-FEED-RELECTURA-FILE-OK

               MOVE 'N'                     TO WS-SW-FEED-FIN

               PERFORM 2960-LEER-SIG-FEED
                  THRU 2960-LEER-SIG-FEED-FIN

               PERFORM 2970-ARCHIVAR-DETALLE
                  THRU 2970-ARCHIVAR-DETALLE-FIN
                  UNTIL WS-FEED-FIN

               CLOSE ENT-FEED

           ELSE
               DISPLAY 'ERROR AL RELEER EL ARCHIVO DE FEED'
               DISPLAY 'FILE STATUS: ' FS-FEED-RELECTURA
               MOVE 'S'                     TO WS-SW-ARCHIVO-ERROR
           END-IF.

           IF WS-CONT-ARCHIVADOS NOT = WS-CONT-DETALLES
               MOVE 'S'                     TO WS-SW-ARCHIVO-ERROR
           END-IF.

           IF WS-ARCHIVO-ERROR
               MOVE 8                       TO WS-RETORNO
               DISPLAY 'EL FEED ES VALIDO PERO EL ARCHIVO DE FEEDS '-
                       'ENVIADOS QUEDO INCOMPLETO'
               DISPLAY 'DETALLES GENERADOS: ' WS-CONT-DETALLES
                       ' ARCHIVADOS: ' WS-CONT-ARCHIVADOS
           END-IF.

       2950-ARCHIVAR-FEED-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2960-LEER-SIG-FEED.

           READ ENT-FEED INTO WS-FEED-DETALLE.

           EVALUATE TRUE
               WHEN FS-FEED-RELECTURA-FILE-OK
                    CONTINUE
               WHEN FS-FEED-RELECTURA-FILE-EOF
                    MOVE 'S'                TO WS-SW-FEED-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL RELEER EL ARCHIVO DE FEED'
                    DISPLAY 'FILE STATUS: ' FS-FEED-RELECTURA
                    MOVE 'S'                TO WS-SW-FEED-FIN
                    MOVE 'S'                TO WS-SW-ARCHIVO-ERROR
           END-EVALUATE.

       2960-LEER-SIG-FEED-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2970-ARCHIVAR-DETALLE.

           IF WS-DET-TIPO = 'D'

               ADD 1                        TO WS-CONT-ARCHIVADOS

               MOVE SPACES                  TO ENV-DETALLE-REG
               MOVE WS-FECHA-FEED           TO ENV-FECHA
               MOVE WS-SECUENCIA            TO ENV-SECUENCIA
               MOVE WS-CONT-ARCHIVADOS      TO ENV-NRO-DETALLE
               MOVE ZEROS                   TO ENV-ORIGEN-SECUENCIA
               MOVE ZEROS                   TO ENV-ORIGEN-NRO-DETALLE
               MOVE WS-FEED-DETALLE         TO ENV-DETALLE

               WRITE ENV-DETALLE-REG

               IF NOT FS-ENVIADOS-FILE-OK
                   DISPLAY 'ERROR AL ESCRIBIR EL ARCHIVO DE FEEDS '-
                           'ENVIADOS'
                   DISPLAY 'FILE STATUS: ' FS-ENVIADOS
                   SUBTRACT 1               FROM WS-CONT-ARCHIVADOS
                   MOVE 'S'                 TO WS-SW-ARCHIVO-ERROR
                   MOVE 'S'                 TO WS-SW-FEED-FIN
               END-IF

           END-IF.

           IF NOT WS-FEED-FIN
               PERFORM 2960-LEER-SIG-FEED
                  THRU 2960-LEER-SIG-FEED-FIN
           END-IF.

       2970-ARCHIVAR-DETALLE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-BLOQUEO-TOMADO

               CLOSE ENT-HISTORIAL
                     SAL-ENVIADOS

               IF NOT WS-FEED-RELEIDO
                   CLOSE SAL-FEED
               END-IF

               IF NOT FS-HISTORIAL-FILE-OK
                  DISPLAY 'ERROR AL CERRAR ARCHIVO DE HISTORIAL: '
                          FS-HISTORIAL
               END-IF

               PERFORM 3900-LIBERAR-BLOQUEO
                  THRU 3900-LIBERAR-BLOQUEO-FIN

           END-IF.

           MOVE WS-RETORNO                  TO RETURN-CODE.
           DISPLAY " NUMERO DE SECUENCIA   : " WS-SECUENCIA.
           DISPLAY " ENTRADAS LEIDAS       : " WS-CONT-HST-LEIDOS.
           DISPLAY " DETALLES GENERADOS    : " WS-CONT-DETALLES.
           DISPLAY " DETALLES ARCHIVADOS   : " WS-CONT-ARCHIVADOS.
           DISPLAY " CODIGO DE RETORNO     : " WS-RETORNO.
           DISPLAY "--------------------------------------".
           DISPLAY " ".
       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3900-LIBERAR-BLOQUEO.

           OPEN OUTPUT SAL-BLOQUEO.

           IF FS-BLOQUEO-FILE-OK

               MOVE SPACES                  TO BLQ-BLOQUEO-REG
               MOVE 'L'                     TO BLQ-ESTADO
               MOVE 'CL20EJ21'              TO BLQ-PROGRAMA
               ACCEPT BLQ-FECHA             FROM DATE YYYYMMDD
               ACCEPT WS-TIME8              FROM TIME
               MOVE WS-TIME8(1:6)           TO BLQ-HORA
               MOVE WS-OPERADOR             TO BLQ-OPERADOR

               WRITE BLQ-BLOQUEO-REG

               IF NOT FS-BLOQUEO-FILE-OK
                   DISPLAY 'ERROR AL LIBERAR EL BLOQUEO'
                   DISPLAY 'FILE STATUS: ' FS-BLOQUEO
               END-IF

               CLOSE SAL-BLOQUEO

           ELSE
               DISPLAY 'ERROR AL LIBERAR EL BLOQUEO'
               DISPLAY 'FILE STATUS: ' FS-BLOQUEO
           END-IF.

       3900-LIBERAR-BLOQUEO-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL20EJ21.
