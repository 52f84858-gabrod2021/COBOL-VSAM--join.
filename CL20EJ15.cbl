           FILE STATUS IS FS-EXT-HISTORICO
           RECORD KEY IS HIS-EXT-ID-EMPLEADO.

       SELECT ENT-CONTACTOS
           ASSIGN TO '../CONTACTOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS-CONTACTOS
           RECORD KEY IS ENT-CON-CLAVE.

       SELECT ENT-CON-HISTORICO
           ASSIGN TO '../CONTACTOS-HISTORICO.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CON-HISTORICO
           RECORD KEY IS HIS-CON-CLAVE.

       SELECT SAL-HISTORIAL
           ASSIGN TO '../HISTORIAL-CAMBIOS.LOG'
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BLOQUEO.

       SELECT ENT-OPERADORES
           ASSIGN TO '../OPERADORES.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS-OPERADORES
           RECORD KEY IS ENT-OPE-ID.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FD ENT-EXT-HISTORICO.
           COPY DEXTREG REPLACING LEADING ==ENT== BY ==HIS==.

       FD ENT-CONTACTOS.
           COPY CONTREG.

       FD ENT-CON-HISTORICO.
           COPY CONTREG REPLACING LEADING ==ENT== BY ==HIS==.

       FD SAL-HISTORIAL.
       01 SAL-HISTORIAL-REG.
          05 HST-FECHA                      PIC 9(08).
          05 HST-IMAGEN-ANTES               PIC X(150).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 HST-IMAGEN-DESPUES             PIC X(150).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 HST-OPERADOR                   PIC X(08).

       FD SAL-BLOQUEO.
           COPY BLOQREG.

       FD ENT-OPERADORES.
           COPY OPERREG.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
             88 FS-EXT-HIST-FILE-OK             VALUE '00'.
             88 FS-EXT-HIST-FILE-NFD            VALUE '35'.
             88 FS-EXT-HIST-CLAVE-NFD           VALUE '23'.
          05 FS-CONTACTOS                   PIC X(2).
             88 FS-CONTACTOS-FILE-OK            VALUE '00'.
             88 FS-CONTACTOS-FILE-NFD           VALUE '35'.
             88 FS-CONTACTOS-CLAVE-DUP          VALUE '22'.
          05 FS-CON-HISTORICO               PIC X(2).
             88 FS-CON-HIST-FILE-OK             VALUE '00'.
             88 FS-CON-HIST-FILE-EOF            VALUE '10'.
             88 FS-CON-HIST-FILE-NFD            VALUE '35'.
             88 FS-CON-HIST-CLAVE-NFD           VALUE '23'.
          05 FS-HISTORIAL                   PIC X(2).
             88 FS-HISTORIAL-FILE-OK            VALUE '00'.
             88 FS-HISTORIAL-FILE-NFD           VALUE '35'.
             88 FS-BLOQUEO-FILE-OK              VALUE '00'.
             88 FS-BLOQUEO-FILE-EOF             VALUE '10'.
             88 FS-BLOQUEO-FILE-NFD             VALUE '35'.
          05 FS-OPERADORES                  PIC X(2).
             88 FS-OPERADORES-FILE-OK           VALUE '00'.
             88 FS-OPERADORES-FILE-NFD          VALUE '35'.
             88 FS-OPERADORES-CLAVE-NFD         VALUE '23'.

       77 WS-PARM-ID                        PIC X(10).
       77 WS-ID-EMPLEADO                    PIC 9(08) VALUE 0.
       77 WS-TIME8                          PIC 9(08).
       77 WS-OPERADOR                       PIC X(08) VALUE SPACES.

       77 WS-SW-OPERADOR-VALIDO             PIC X(01) VALUE 'N'.
          88 WS-OPERADOR-VALIDO                  VALUE 'S'.

       77 WS-ROL-OPERADOR                   PIC X(01) VALUE SPACE.
          88 WS-ROL-SUPERVISOR                   VALUE 'S'.
          88 WS-ROL-CONSULTA                     VALUE 'C'.

       77 WS-SW-ID-VALIDO                   PIC X(01) VALUE 'N'.
          88 WS-ID-VALIDO                        VALUE 'S'.
       77 WS-SW-SIN-EXT-HIST                PIC X(01) VALUE 'N'.
          88 WS-SIN-EXT-HIST                     VALUE 'S'.

       77 WS-SW-SIN-CON-HIST                PIC X(01) VALUE 'N'.
          88 WS-SIN-CON-HIST                     VALUE 'S'.

       77 WS-SW-ERROR-CON-HIST              PIC X(01) VALUE 'N'.
          88 WS-ERROR-CON-HIST                   VALUE 'S'.

       77 WS-SW-CON-FIN                     PIC X(01) VALUE 'N'.
          88 WS-CON-FIN                          VALUE 'S'.

       77 WS-CONT-EMP-RESTAURADOS           PIC 9(04) VALUE 0.
       77 WS-CONT-EXT-RESTAURADOS           PIC 9(04) VALUE 0.
       77 WS-CONT-CON-RESTAURADOS           PIC 9(04) VALUE 0.

       77 WS-ACCION                         PIC X(02).
       77 WS-IMAGEN-ANTES                   PIC X(150).
       77 WS-IMAGEN-DESPUES                 PIC X(150).
       77 WS-HST-ID-EMPLEADO                PIC 9(08).
       77 WS-RETORNO                        PIC 9(02) VALUE 0.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           IF WS-BLOQUEO-TOMADO AND
              WS-ID-VALIDO AND FS-EMPLEADOS-FILE-OK AND
              FS-DATOS-EXTRA-FILE-OK AND FS-EMP-HIST-FILE-OK AND
              FS-CONTACTOS-FILE-OK AND FS-HISTORIAL-FILE-OK

               PERFORM 2000-RESTAURAR-EMPLEADO
                  THRU 2000-RESTAURAR-EMPLEADO-FIN
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           PERFORM 1020-IDENTIFICAR-OPERADOR
              THRU 1020-IDENTIFICAR-OPERADOR-FIN.

           IF WS-OPERADOR-VALIDO AND NOT WS-ROL-SUPERVISOR
               DISPLAY 'ERROR: LA REINCORPORACION ESTA RESERVADA A '-
                       'SUPERVISORES'
               MOVE 'N'                     TO WS-SW-OPERADOR-VALIDO
           END-IF.

           IF WS-OPERADOR-VALIDO

               PERFORM 1050-OBTENER-PARAMETROS
                  THRU 1050-OBTENER-PARAMETROS-FIN

               PERFORM 1010-TOMAR-BLOQUEO
                  THRU 1010-TOMAR-BLOQUEO-FIN

           END-IF.

           IF WS-BLOQUEO-TOMADO

                        DISPLAY 'FILE STATUS: ' FS-EXT-HISTORICO
               END-EVALUATE

               PERFORM 1200-ABRIR-CONTACTOS
                  THRU 1200-ABRIR-CONTACTOS-FIN

               PERFORM 1100-ABRIR-HISTORIAL
                  THRU 1100-ABRIR-HISTORIAL-FIN

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
                             MOVE ENT-OPE-ROL
                                            TO WS-ROL-OPERADOR
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
       1050-OBTENER-PARAMETROS.


       1100-ABRIR-HISTORIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1200-ABRIR-CONTACTOS.

           OPEN I-O ENT-CONTACTOS.

           EVALUATE TRUE
               WHEN FS-CONTACTOS-FILE-OK
                    CONTINUE
               WHEN FS-CONTACTOS-FILE-NFD
                    OPEN OUTPUT ENT-CONTACTOS
                    CLOSE ENT-CONTACTOS
                    OPEN I-O ENT-CONTACTOS
                    IF NOT FS-CONTACTOS-FILE-OK
                        DISPLAY 'ERROR AL CREAR EL ARCHIVO DE '-
                                'CONTACTOS'
                        DISPLAY 'FILE STATUS: ' FS-CONTACTOS
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CONTACTOS'
                    DISPLAY 'FILE STATUS: ' FS-CONTACTOS
           END-EVALUATE.

           OPEN I-O ENT-CON-HISTORICO.

           EVALUATE TRUE
               WHEN FS-CON-HIST-FILE-OK
                    CONTINUE
               WHEN FS-CON-HIST-FILE-NFD
                    MOVE 'S'                TO WS-SW-SIN-CON-HIST
               WHEN OTHER
                    MOVE 'S'                TO WS-SW-ERROR-CON-HIST
                    DISPLAY 'ERROR AL ABRIR CONTACTOS-HISTORICO'
                    DISPLAY 'FILE STATUS: ' FS-CON-HISTORICO
           END-EVALUATE.

       1200-ABRIR-CONTACTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-RESTAURAR-EMPLEADO.

           READ ENT-EMP-HISTORICO KEY IS HIS-EMP-ID-EMPLEADO.

           EVALUATE TRUE
               WHEN FS-EMP-HIST-FILE-OK AND
                    (HIS-EMP-ANONIMIZADO OR HIS-EMP-ANONIMIZ-PENDIENTE)
                    DISPLAY 'ERROR: EL EMPLEADO FUE ANONIMIZADO - '-
                            'NO SE PUEDE REINCORPORAR'
               WHEN FS-EMP-HIST-FILE-OK
                    PERFORM 2100-VERIFICAR-MAESTRO
                       THRU 2100-VERIFICAR-MAESTRO-FIN
                      THRU 2400-RESTAURAR-DATOS-EXTRA-FIN
               END-IF

               EVALUATE TRUE
                   WHEN WS-SIN-CON-HIST
                        CONTINUE
                   WHEN WS-ERROR-CON-HIST
                        DISPLAY 'ERROR: NO SE RESTAURARON LOS CONTACTOS'
                                ' - CONTACTOS-HISTORICO NO DISPONIBLE'
                        MOVE 8              TO WS-RETORNO
                   WHEN OTHER
                        PERFORM 2600-RESTAURAR-CONTACTOS
                           THRU 2600-RESTAURAR-CONTACTOS-FIN
               END-EVALUATE

           ELSE
               DISPLAY 'ERROR AL GRABAR EL EMPLEADO'
               DISPLAY 'FILE STATUS: ' FS-EMPLEADOS

       2500-GRABAR-DATOS-EXTRA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2600-RESTAURAR-CONTACTOS.

           MOVE 'N'                         TO WS-SW-CON-FIN.
           MOVE WS-ID-EMPLEADO              TO HIS-CON-ID-EMPLEADO.
           MOVE 0                           TO HIS-CON-SECUENCIA.

           START ENT-CON-HISTORICO KEY IS NOT LESS THAN HIS-CON-CLAVE.

           EVALUATE TRUE
               WHEN FS-CON-HIST-FILE-OK
                    PERFORM 2610-LEER-SIG-CON-HISTORICO
                       THRU 2610-LEER-SIG-CON-HISTORICO-FIN
                    PERFORM 2620-GRABAR-CONTACTO
                       THRU 2620-GRABAR-CONTACTO-FIN
                       UNTIL WS-CON-FIN
               WHEN FS-CON-HIST-CLAVE-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL POSICIONAR CONTACTOS-HISTORICO'
                    DISPLAY 'FILE STATUS: ' FS-CON-HISTORICO
           END-EVALUATE.

           IF WS-CONT-CON-RESTAURADOS = 0
               DISPLAY 'EL EMPLEADO NO POSEE CONTACTOS '-
                       'EN EL HISTORICO'
           END-IF.

       2600-RESTAURAR-CONTACTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2610-LEER-SIG-CON-HISTORICO.

           READ ENT-CON-HISTORICO NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-CON-HIST-FILE-OK
                    IF HIS-CON-ID-EMPLEADO NOT = WS-ID-EMPLEADO
                        MOVE 'S'            TO WS-SW-CON-FIN
                    END-IF
               WHEN FS-CON-HIST-FILE-EOF
                    MOVE 'S'                TO WS-SW-CON-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CONTACTOS-HISTORICO'
                    DISPLAY 'FILE STATUS: ' FS-CON-HISTORICO
                    MOVE 'S'                TO WS-SW-CON-FIN
           END-EVALUATE.

       2610-LEER-SIG-CON-HISTORICO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2620-GRABAR-CONTACTO.

           MOVE HIS-CONTACTOS-REG           TO WS-IMAGEN-ANTES.

           MOVE HIS-CONTACTOS-REG           TO ENT-CONTACTOS-REG.

           WRITE ENT-CONTACTOS-REG.

           EVALUATE TRUE
               WHEN FS-CONTACTOS-FILE-OK
                    CONTINUE
               WHEN FS-CONTACTOS-CLAVE-DUP
                    REWRITE ENT-CONTACTOS-REG
               WHEN OTHER
                    DISPLAY 'ERROR AL GRABAR EL CONTACTO'
                    DISPLAY 'FILE STATUS: ' FS-CONTACTOS
           END-EVALUATE.

           IF FS-CONTACTOS-FILE-OK

               ADD 1                        TO WS-CONT-CON-RESTAURADOS

               MOVE 'RC'                    TO WS-ACCION
               MOVE ENT-CONTACTOS-REG       TO WS-IMAGEN-DESPUES
               MOVE ENT-CON-ID-EMPLEADO     TO WS-HST-ID-EMPLEADO

               PERFORM 2900-REGISTRAR-HISTORIAL
                  THRU 2900-REGISTRAR-HISTORIAL-FIN

               DELETE ENT-CON-HISTORICO

               IF NOT FS-CON-HIST-FILE-OK
                   DISPLAY 'ERROR AL BORRAR EN CONTACTOS-HISTORICO - '-
                           'FILE-STATUS: ' FS-CON-HISTORICO
               END-IF

           END-IF.

           PERFORM 2610-LEER-SIG-CON-HISTORICO
              THRU 2610-LEER-SIG-CON-HISTORICO-FIN.

       2620-GRABAR-CONTACTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-REGISTRAR-HISTORIAL.

           MOVE WS-HST-ID-EMPLEADO          TO HST-ID-EMPLEADO.
           MOVE WS-IMAGEN-ANTES             TO HST-IMAGEN-ANTES.
           MOVE WS-IMAGEN-DESPUES           TO HST-IMAGEN-DESPUES.
           MOVE WS-OPERADOR                 TO HST-OPERADOR.

           WRITE SAL-HISTORIAL-REG.

               CLOSE ENT-EMPLEADOS
                     ENT-DATOS-EXTRA
                     ENT-EMP-HISTORICO
                     ENT-CONTACTOS
                     SAL-HISTORIAL

               IF NOT WS-SIN-EXT-HIST
                   CLOSE ENT-EXT-HISTORICO
               END-IF

               IF NOT WS-SIN-CON-HIST AND NOT WS-ERROR-CON-HIST
                   CLOSE ENT-CON-HISTORICO
               END-IF

               IF NOT FS-EMPLEADOS-FILE-OK
                  DISPLAY 'ERROR AL CERRAR ARCHIVO EMPLEADOS: '
                          FS-EMPLEADOS

           END-IF.

           MOVE WS-RETORNO                  TO RETURN-CODE.

           DISPLAY " ".
           DISPLAY "-------- RESUMEN DE REINCORPORACION --------".
           DISPLAY " EMPLEADOS RESTAURADOS     : "
                   WS-CONT-EMP-RESTAURADOS.
           DISPLAY " DATOS EXTRA RESTAURADOS   : "
                   WS-CONT-EXT-RESTAURADOS.
           DISPLAY " CONTACTOS RESTAURADOS     : "
                   WS-CONT-CON-RESTAURADOS.
           DISPLAY "--------------------------------------------".
           DISPLAY " ".
           DISPLAY '### FIN DEL PROGRAMA ###'.
               ACCEPT BLQ-FECHA             FROM DATE YYYYMMDD
               ACCEPT WS-TIME8              FROM TIME
               MOVE WS-TIME8(1:6)           TO BLQ-HORA
               MOVE WS-OPERADOR             TO BLQ-OPERADOR

               WRITE BLQ-BLOQUEO-REG

