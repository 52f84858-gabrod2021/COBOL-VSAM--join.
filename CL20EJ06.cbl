           FILE STATUS IS FS-DEPARTAMENTOS
           RECORD KEY IS ENT-DEP-CODIGO.

       SELECT ENT-CONTACTOS
           ASSIGN TO '../CONTACTOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CONTACTOS
           RECORD KEY IS ENT-CON-CLAVE.

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

       FD ENT-DEPARTAMENTOS.
           COPY DEPTREG.

       FD ENT-CONTACTOS.
           COPY CONTREG.

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
             88 FS-DEPARTAMENTOS-FILE-OK        VALUE '00'.
             88 FS-DEPARTAMENTOS-FILE-NFD       VALUE '35'.
             88 FS-DEPARTAMENTOS-CLAVE-NFD      VALUE '23'.
          05 FS-CONTACTOS                   PIC X(2).
             88 FS-CONTACTOS-FILE-OK            VALUE '00'.
             88 FS-CONTACTOS-FILE-EOF           VALUE '10'.
             88 FS-CONTACTOS-FILE-NFD           VALUE '35'.
             88 FS-CONTACTOS-CLAVE-NFD          VALUE '23'.
          05 FS-HISTORIAL                   PIC X(2).
             88 FS-HISTORIAL-FILE-OK            VALUE '00'.
             88 FS-HISTORIAL-FILE-EOF           VALUE '10'.
             88 FS-BLOQUEO-FILE-OK              VALUE '00'.
             88 FS-BLOQUEO-FILE-EOF             VALUE '10'.
             88 FS-BLOQUEO-FILE-NFD             VALUE '35'.
          05 FS-OPERADORES                  PIC X(2).
             88 FS-OPERADORES-FILE-OK           VALUE '00'.
             88 FS-OPERADORES-FILE-NFD          VALUE '35'.
             88 FS-OPERADORES-CLAVE-NFD         VALUE '23'.

       77 WS-OPCION                         PIC 9(01).
       77 WS-ID-EMPLEADO                    PIC 9(08).
       77 WS-TIME8                          PIC 9(08).
       77 WS-OPERADOR                       PIC X(08) VALUE SPACES.

       77 WS-SW-OPERADOR-VALIDO             PIC X(01) VALUE 'N'.
          88 WS-OPERADOR-VALIDO                  VALUE 'S'.

       77 WS-ROL-OPERADOR                   PIC X(01) VALUE SPACE.
          88 WS-ROL-SUPERVISOR                   VALUE 'S'.
          88 WS-ROL-CONSULTA                     VALUE 'C'.

       77 WS-SW-OPCION-PERMITIDA            PIC X(01) VALUE 'N'.
          88 WS-OPCION-PERMITIDA                 VALUE 'S'.

       77 WS-SW-BLOQUEO-TOMADO              PIC X(01) VALUE 'N'.
          88 WS-BLOQUEO-TOMADO                   VALUE 'S'.
       77 WS-SW-DEPTO-VALIDO                PIC X(01) VALUE 'N'.
          88 WS-DEPTO-VALIDO                     VALUE 'S'.

       77 WS-OPCION-CONTACTO                PIC 9(01).
       77 WS-SW-SALIR-CONTACTO              PIC X(01) VALUE 'N'.
          88 WS-FIN-MENU-CONTACTO                VALUE 'S'.

       77 WS-SW-CON-FIN                     PIC X(01) VALUE 'N'.
          88 WS-CON-FIN                          VALUE 'S'.

       77 WS-SW-CONTACTOS-ABIERTO           PIC X(01) VALUE 'N'.
          88 WS-CONTACTOS-ABIERTO                VALUE 'S'.

       77 WS-SECUENCIA                      PIC 9(02) VALUE 0.
       77 WS-CONT-CON-MOSTRADOS             PIC 9(02) VALUE 0.

       77 WS-ACCION                         PIC X(02).
       77 WS-IMAGEN-ANTES                   PIC X(150).
       77 WS-IMAGEN-DESPUES                 PIC X(150).
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           PERFORM 1020-IDENTIFICAR-OPERADOR
              THRU 1020-IDENTIFICAR-OPERADOR-FIN.

           IF WS-OPERADOR-VALIDO
               PERFORM 1010-TOMAR-BLOQUEO
                  THRU 1010-TOMAR-BLOQUEO-FIN
           END-IF.

           IF WS-BLOQUEO-TOMADO

               PERFORM 1300-ABRIR-DEPARTAMENTOS
                  THRU 1300-ABRIR-DEPARTAMENTOS-FIN

               PERFORM 1400-ABRIR-CONTACTOS
                  THRU 1400-ABRIR-CONTACTOS-FIN

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
       1200-ABRIR-COD-POSTALES.


       1300-ABRIR-DEPARTAMENTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1400-ABRIR-CONTACTOS.

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
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE '-
                            'CONTACTOS'
                    DISPLAY 'FILE STATUS: ' FS-CONTACTOS
           END-EVALUATE.

           IF FS-CONTACTOS-FILE-OK
               MOVE 'S'                     TO WS-SW-CONTACTOS-ABIERTO
           END-IF.

       1400-ABRIR-CONTACTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-ABRIR-HISTORIAL.

           DISPLAY " 6 - CONSULTAR HISTORIAL DE CAMBIOS".
           DISPLAY " 7 - MANTENIMIENTO DE CODIGOS POSTALES".
           DISPLAY " 8 - MANTENIMIENTO DE DEPARTAMENTOS".
           DISPLAY " 0 - MANTENIMIENTO DE CONTACTOS".
           DISPLAY " 9 - SALIR".
           DISPLAY "OPCION:".
           ACCEPT WS-OPCION.

           PERFORM 2050-VERIFICAR-PERMISO
              THRU 2050-VERIFICAR-PERMISO-FIN.

           IF WS-OPCION-PERMITIDA

               EVALUATE WS-OPCION
                   WHEN 1
                        PERFORM 2100-ALTA-EMPLEADO
                           THRU 2100-ALTA-EMPLEADO-FIN
                   WHEN 2
                        PERFORM 2200-MODIFICAR-EMPLEADO
                           THRU 2200-MODIFICAR-EMPLEADO-FIN
                   WHEN 3
                        PERFORM 2300-BAJA-EMPLEADO
                           THRU 2300-BAJA-EMPLEADO-FIN
                   WHEN 4
                        PERFORM 2400-ALTA-DATOS-EXTRA
                           THRU 2400-ALTA-DATOS-EXTRA-FIN
                   WHEN 5
                        PERFORM 2450-MODIFICAR-DATOS-EXTRA
                           THRU 2450-MODIFICAR-DATOS-EXTRA-FIN
                   WHEN 6
                        PERFORM 2500-CONSULTAR-HISTORIAL
                           THRU 2500-CONSULTAR-HISTORIAL-FIN
                   WHEN 7
                        PERFORM 2600-MANTENIMIENTO-CP
                           THRU 2600-MANTENIMIENTO-CP-FIN
                   WHEN 8
                        PERFORM 2700-MANTENIMIENTO-DEPTO
                           THRU 2700-MANTENIMIENTO-DEPTO-FIN
                   WHEN 0
                        PERFORM 2800-MANTENIMIENTO-CONTACTOS
                           THRU 2800-MANTENIMIENTO-CONTACTOS-FIN
                   WHEN 9
                        MOVE 'S'                 TO WS-SW-SALIR
                   WHEN OTHER
                        DISPLAY 'OPCION INVALIDA'
               END-EVALUATE

           END-IF.

       2000-MENU-PRINCIPAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2050-VERIFICAR-PERMISO.

           MOVE 'S'                         TO WS-SW-OPCION-PERMITIDA.

           EVALUATE TRUE
               WHEN WS-OPCION = 7 OR 8
                    IF NOT WS-ROL-SUPERVISOR
                        MOVE 'N'            TO WS-SW-OPCION-PERMITIDA
                        DISPLAY 'OPCION RESERVADA A SUPERVISORES'
                    END-IF
               WHEN WS-OPCION = 1 OR 2 OR 3 OR 4 OR 5
                    IF WS-ROL-CONSULTA
                        MOVE 'N'            TO WS-SW-OPCION-PERMITIDA
                        DISPLAY 'EL ROL DE CONSULTA NO PUEDE '-
                                'MODIFICAR DATOS'
                    END-IF
           END-EVALUATE.

       2050-VERIFICAR-PERMISO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-ALTA-EMPLEADO.


               DISPLAY " FECHA: " HST-FECHA " HORA: " HST-HORA
                       " ACCION: " HST-ACCION
                       " OPERADOR: " HST-OPERADOR
               DISPLAY "  ANTES  : " HST-IMAGEN-ANTES(1:121)
               DISPLAY "  DESPUES: " HST-IMAGEN-DESPUES(1:121)
               DISPLAY " "

       2740-CONSULTAR-DEPTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2800-MANTENIMIENTO-CONTACTOS.

           IF NOT WS-CONTACTOS-ABIERTO
               DISPLAY 'EL ARCHIVO DE CONTACTOS NO ESTA DISPONIBLE'
           ELSE
               MOVE 'N'                     TO WS-SW-SALIR-CONTACTO
               PERFORM 2805-MENU-CONTACTOS
                  THRU 2805-MENU-CONTACTOS-FIN
                  UNTIL WS-FIN-MENU-CONTACTO
           END-IF.

       2800-MANTENIMIENTO-CONTACTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2805-MENU-CONTACTOS.

           DISPLAY " ".
           DISPLAY "-------- CONTACTOS DEL EMPLEADO --------".
           DISPLAY " 1 - ALTA DE CONTACTO".
           DISPLAY " 2 - MODIFICAR CONTACTO".
           DISPLAY " 3 - BAJA DE CONTACTO".
           DISPLAY " 4 - CONSULTAR CONTACTOS DE UN EMPLEADO".
           DISPLAY " 9 - VOLVER".
           DISPLAY "OPCION:".
           ACCEPT WS-OPCION-CONTACTO.

           IF WS-ROL-CONSULTA AND
              (WS-OPCION-CONTACTO = 1 OR 2 OR 3)

               DISPLAY 'EL ROL DE CONSULTA NO PUEDE '-
                       'MODIFICAR DATOS'

           ELSE

               EVALUATE WS-OPCION-CONTACTO
                   WHEN 1
                        PERFORM 2810-ALTA-CONTACTO
                           THRU 2810-ALTA-CONTACTO-FIN
                   WHEN 2
                        PERFORM 2820-MODIFICAR-CONTACTO
                           THRU 2820-MODIFICAR-CONTACTO-FIN
                   WHEN 3
                        PERFORM 2830-BAJA-CONTACTO
                           THRU 2830-BAJA-CONTACTO-FIN
                   WHEN 4
                        PERFORM 2840-CONSULTAR-CONTACTOS
                           THRU 2840-CONSULTAR-CONTACTOS-FIN
                   WHEN 9
                        MOVE 'S'             TO WS-SW-SALIR-CONTACTO
                   WHEN OTHER
                        DISPLAY 'OPCION INVALIDA'
               END-EVALUATE

           END-IF.

       2805-MENU-CONTACTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2810-ALTA-CONTACTO.

           DISPLAY 'INGRESE ID-EMPLEADO:'.
           ACCEPT WS-ID-EMPLEADO.
           MOVE WS-ID-EMPLEADO              TO ENT-EMP-ID-EMPLEADO.
           READ ENT-EMPLEADOS KEY IS ENT-EMP-ID-EMPLEADO.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-FILE-OK

                   PERFORM 2850-BUSCAR-ULTIMA-SECUENCIA
                      THRU 2850-BUSCAR-ULTIMA-SECUENCIA-FIN

                   IF WS-SECUENCIA = 99
                       DISPLAY 'ERROR: EL EMPLEADO YA TIENE LA '-
                               'CANTIDAD MAXIMA DE CONTACTOS'
                   ELSE
                       MOVE SPACES          TO ENT-CONTACTOS-REG
                       ADD 1                TO WS-SECUENCIA
                       MOVE WS-ID-EMPLEADO  TO ENT-CON-ID-EMPLEADO
                       MOVE WS-SECUENCIA    TO ENT-CON-SECUENCIA

                       PERFORM 2860-INGRESAR-CONTACTO
                          THRU 2860-INGRESAR-CONTACTO-FIN

                       IF ENT-CON-TIPO-VALIDO

                           WRITE ENT-CONTACTOS-REG

                           IF FS-CONTACTOS-FILE-OK
                               DISPLAY 'CONTACTO ' ENT-CON-SECUENCIA
                                       ' DADO DE ALTA'
                               MOVE 'AC'    TO WS-ACCION
                               MOVE SPACES  TO WS-IMAGEN-ANTES
                               MOVE ENT-CONTACTOS-REG
                                             TO WS-IMAGEN-DESPUES
                               MOVE ENT-CON-ID-EMPLEADO
                                             TO WS-HST-ID-EMPLEADO
                               PERFORM 2900-REGISTRAR-HISTORIAL
                                  THRU 2900-REGISTRAR-HISTORIAL-FIN
                           ELSE
                               DISPLAY 'ERROR AL GRABAR EL CONTACTO'
                               DISPLAY 'FILE STATUS: ' FS-CONTACTOS
                           END-IF

                       ELSE
                           DISPLAY 'ERROR: TIPO DE CONTACTO INVALIDO '-
                                   '- ALTA CANCELADA'
                       END-IF
                   END-IF

               WHEN FS-EMPLEADOS-CLAVE-NFD
                   DISPLAY 'ERROR: EL ID-EMPLEADO NO EXISTE'
               WHEN OTHER
                   DISPLAY 'ERROR AL VERIFICAR EL EMPLEADO'
                   DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
           END-EVALUATE.

       2810-ALTA-CONTACTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2820-MODIFICAR-CONTACTO.

           PERFORM 2865-LEER-CONTACTO
              THRU 2865-LEER-CONTACTO-FIN.

           EVALUATE TRUE
               WHEN FS-CONTACTOS-FILE-OK
                   MOVE ENT-CONTACTOS-REG    TO WS-IMAGEN-ANTES

                   PERFORM 2880-MOSTRAR-CONTACTO
                      THRU 2880-MOSTRAR-CONTACTO-FIN

                   PERFORM 2860-INGRESAR-CONTACTO
                      THRU 2860-INGRESAR-CONTACTO-FIN

                   IF ENT-CON-TIPO-VALIDO

                       REWRITE ENT-CONTACTOS-REG

                       IF FS-CONTACTOS-FILE-OK
                           DISPLAY 'CONTACTO ACTUALIZADO CORRECTAMENTE'
                           MOVE 'MC'        TO WS-ACCION
                           MOVE ENT-CONTACTOS-REG
                                             TO WS-IMAGEN-DESPUES
                           MOVE ENT-CON-ID-EMPLEADO
                                             TO WS-HST-ID-EMPLEADO
                           PERFORM 2900-REGISTRAR-HISTORIAL
                              THRU 2900-REGISTRAR-HISTORIAL-FIN
                       ELSE
                           DISPLAY 'ERROR AL ACTUALIZAR EL CONTACTO'
                           DISPLAY 'FILE STATUS: ' FS-CONTACTOS
                       END-IF

                   ELSE
                       DISPLAY 'ERROR: TIPO DE CONTACTO INVALIDO '-
                               '- MODIFICACION CANCELADA'
                   END-IF
               WHEN FS-CONTACTOS-CLAVE-NFD
                   DISPLAY 'ERROR: EL CONTACTO NO EXISTE'
               WHEN OTHER
                   DISPLAY 'ERROR AL VERIFICAR EL CONTACTO'
                   DISPLAY 'FILE STATUS: ' FS-CONTACTOS
           END-EVALUATE.

       2820-MODIFICAR-CONTACTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2830-BAJA-CONTACTO.

           PERFORM 2865-LEER-CONTACTO
              THRU 2865-LEER-CONTACTO-FIN.

           EVALUATE TRUE
               WHEN FS-CONTACTOS-FILE-OK
                   MOVE ENT-CONTACTOS-REG    TO WS-IMAGEN-ANTES

                   DELETE ENT-CONTACTOS

                   IF FS-CONTACTOS-FILE-OK
                       DISPLAY 'CONTACTO DADO DE BAJA'
                       MOVE 'BC'            TO WS-ACCION
                       MOVE SPACES          TO WS-IMAGEN-DESPUES
                       MOVE ENT-CON-ID-EMPLEADO
                                             TO WS-HST-ID-EMPLEADO
                       PERFORM 2900-REGISTRAR-HISTORIAL
                          THRU 2900-REGISTRAR-HISTORIAL-FIN
                   ELSE
                       DISPLAY 'ERROR AL BORRAR EL CONTACTO'
                       DISPLAY 'FILE STATUS: ' FS-CONTACTOS
                   END-IF
               WHEN FS-CONTACTOS-CLAVE-NFD
                   DISPLAY 'ERROR: EL CONTACTO NO EXISTE'
               WHEN OTHER
                   DISPLAY 'ERROR AL VERIFICAR EL CONTACTO'
                   DISPLAY 'FILE STATUS: ' FS-CONTACTOS
           END-EVALUATE.

       2830-BAJA-CONTACTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2840-CONSULTAR-CONTACTOS.

           DISPLAY 'INGRESE ID-EMPLEADO:'.
           ACCEPT WS-ID-EMPLEADO.

           MOVE 0                           TO WS-CONT-CON-MOSTRADOS.

           DISPLAY " ".
           DISPLAY "---------- CONTACTOS DEL EMPLEADO ----------".

           PERFORM 2870-POSICIONAR-CONTACTOS
              THRU 2870-POSICIONAR-CONTACTOS-FIN.

           PERFORM 2845-MOSTRAR-SIG-CONTACTO
              THRU 2845-MOSTRAR-SIG-CONTACTO-FIN
              UNTIL WS-CON-FIN.

           IF WS-CONT-CON-MOSTRADOS = 0
               DISPLAY 'SIN CONTACTOS REGISTRADOS PARA EL EMPLEADO'
           END-IF.

           DISPLAY "--------------------------------------------".

       2840-CONSULTAR-CONTACTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2845-MOSTRAR-SIG-CONTACTO.

           ADD 1                            TO WS-CONT-CON-MOSTRADOS.

           PERFORM 2880-MOSTRAR-CONTACTO
              THRU 2880-MOSTRAR-CONTACTO-FIN.

           PERFORM 2875-LEER-SIG-CONTACTO
              THRU 2875-LEER-SIG-CONTACTO-FIN.

       2845-MOSTRAR-SIG-CONTACTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2850-BUSCAR-ULTIMA-SECUENCIA.

           MOVE 0                           TO WS-SECUENCIA.

           PERFORM 2870-POSICIONAR-CONTACTOS
              THRU 2870-POSICIONAR-CONTACTOS-FIN.

           PERFORM 2855-ACUMULAR-SECUENCIA
              THRU 2855-ACUMULAR-SECUENCIA-FIN
              UNTIL WS-CON-FIN.

       2850-BUSCAR-ULTIMA-SECUENCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2855-ACUMULAR-SECUENCIA.

           MOVE ENT-CON-SECUENCIA           TO WS-SECUENCIA.

           PERFORM 2875-LEER-SIG-CONTACTO
              THRU 2875-LEER-SIG-CONTACTO-FIN.

       2855-ACUMULAR-SECUENCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2860-INGRESAR-CONTACTO.

           DISPLAY 'INGRESE TIPO DE CONTACTO (E=EMERGENCIA / '-
                   'T=TELEFONO / D=DIRECCION):'.
           ACCEPT ENT-CON-TIPO.
           DISPLAY 'INGRESE NOMBRE DEL CONTACTO:'.
           ACCEPT ENT-CON-NOMBRE.
           DISPLAY 'INGRESE RELACION CON EL EMPLEADO:'.
           ACCEPT ENT-CON-RELACION.
           DISPLAY 'INGRESE TELEFONO (O BLANCO):'.
           ACCEPT ENT-CON-TELEFONO.
           DISPLAY 'INGRESE DIRECCION (O BLANCO):'.
           ACCEPT ENT-CON-DIRECCION.

       2860-INGRESAR-CONTACTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2865-LEER-CONTACTO.

           DISPLAY 'INGRESE ID-EMPLEADO:'.
           ACCEPT ENT-CON-ID-EMPLEADO.
           DISPLAY 'INGRESE NUMERO DE CONTACTO:'.
           ACCEPT ENT-CON-SECUENCIA.
           READ ENT-CONTACTOS KEY IS ENT-CON-CLAVE.

       2865-LEER-CONTACTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2870-POSICIONAR-CONTACTOS.

           MOVE 'N'                         TO WS-SW-CON-FIN.

           MOVE WS-ID-EMPLEADO              TO ENT-CON-ID-EMPLEADO.
           MOVE 0                           TO ENT-CON-SECUENCIA.
           START ENT-CONTACTOS KEY IS NOT LESS THAN ENT-CON-CLAVE.

           EVALUATE TRUE
               WHEN FS-CONTACTOS-FILE-OK
                    PERFORM 2875-LEER-SIG-CONTACTO
                       THRU 2875-LEER-SIG-CONTACTO-FIN
               WHEN FS-CONTACTOS-CLAVE-NFD
                    MOVE 'S'                TO WS-SW-CON-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL POSICIONAR EL ARCHIVO DE '-
                            'CONTACTOS'
                    DISPLAY 'FILE STATUS: ' FS-CONTACTOS
                    MOVE 'S'                TO WS-SW-CON-FIN
           END-EVALUATE.

       2870-POSICIONAR-CONTACTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2875-LEER-SIG-CONTACTO.

           READ ENT-CONTACTOS NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-CONTACTOS-FILE-OK
                    IF ENT-CON-ID-EMPLEADO NOT = WS-ID-EMPLEADO
                        MOVE 'S'            TO WS-SW-CON-FIN
                    END-IF
               WHEN FS-CONTACTOS-FILE-EOF
                    MOVE 'S'                TO WS-SW-CON-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE CONTACTOS'
                    DISPLAY 'FILE STATUS: ' FS-CONTACTOS
                    MOVE 'S'                TO WS-SW-CON-FIN
           END-EVALUATE.

       2875-LEER-SIG-CONTACTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2880-MOSTRAR-CONTACTO.

           DISPLAY ' CONTACTO  : ' ENT-CON-SECUENCIA
                   '  TIPO: ' ENT-CON-TIPO.
           DISPLAY ' NOMBRE    : ' ENT-CON-NOMBRE.
           DISPLAY ' RELACION  : ' ENT-CON-RELACION.
           DISPLAY ' TELEFONO  : ' ENT-CON-TELEFONO.
           DISPLAY ' DIRECCION : ' ENT-CON-DIRECCION.
           DISPLAY " ".

       2880-MOSTRAR-CONTACTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-REGISTRAR-HISTORIAL.

           MOVE WS-HST-ID-EMPLEADO          TO HST-ID-EMPLEADO.
           MOVE WS-IMAGEN-ANTES             TO HST-IMAGEN-ANTES.
           MOVE WS-IMAGEN-DESPUES           TO HST-IMAGEN-DESPUES.
           MOVE WS-OPERADOR                 TO HST-OPERADOR.

           WRITE SAL-HISTORIAL-REG.

                     ENT-DEPARTAMENTOS
                     SAL-HISTORIAL

               IF WS-CONTACTOS-ABIERTO
                  CLOSE ENT-CONTACTOS
               END-IF

               IF NOT FS-EMPLEADOS-FILE-OK
                  DISPLAY 'ERROR AL CERRAR ARCHIVO EMPLEADOS: '
                          FS-EMPLEADOS
               ACCEPT BLQ-FECHA             FROM DATE YYYYMMDD
               ACCEPT WS-TIME8              FROM TIME
               MOVE WS-TIME8(1:6)           TO BLQ-HORA
               MOVE WS-OPERADOR             TO BLQ-OPERADOR

               WRITE BLQ-BLOQUEO-REG

