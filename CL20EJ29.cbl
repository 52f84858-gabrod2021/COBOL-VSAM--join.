      ******************************************************************
      * Author: EMILIANO TOMASI
      * Date: 15/10/2026
      * Purpose: CLASE 20 - EJERCICIO 29 - MANTENIMIENTO DE MOVIMIENTOS
      *          PENDIENTES DE FECHA EFECTIVA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL20EJ29.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-PENDIENTES
           ASSIGN TO '../MOVIMIENTOS-PENDIENTES.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-PENDIENTES
           RECORD KEY IS PEN-CLAVE.

       SELECT SAL-BLOQUEO
           ASSIGN TO '../BLOQUEO-EJECUCION.DAT'
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

       FILE SECTION.

       FD ENT-PENDIENTES.
           COPY PENDREG.

       FD SAL-BLOQUEO.
           COPY BLOQREG.

       FD ENT-OPERADORES.
           COPY OPERREG.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-PENDIENTES                  PIC X(2).
             88 FS-PENDIENTES-FILE-OK           VALUE '00'.
             88 FS-PENDIENTES-FILE-EOF          VALUE '10'.
             88 FS-PENDIENTES-FILE-NFD          VALUE '35'.
             88 FS-PENDIENTES-CLAVE-DUP         VALUE '22'.
             88 FS-PENDIENTES-CLAVE-NFD         VALUE '23'.
          05 FS-BLOQUEO                     PIC X(2).
             88 FS-BLOQUEO-FILE-OK              VALUE '00'.
             88 FS-BLOQUEO-FILE-EOF             VALUE '10'.
             88 FS-BLOQUEO-FILE-NFD             VALUE '35'.
          05 FS-OPERADORES                  PIC X(2).
             88 FS-OPERADORES-FILE-OK           VALUE '00'.
             88 FS-OPERADORES-FILE-NFD          VALUE '35'.
             88 FS-OPERADORES-CLAVE-NFD         VALUE '23'.

       77 WS-OPCION                         PIC 9(01).
       77 WS-TIME8                          PIC 9(08).
       77 WS-OPERADOR                       PIC X(08) VALUE SPACES.
       77 WS-FECHA-PROCESO                  PIC 9(08).
       77 WS-FECHA-INGRESO                  PIC X(08).
       77 WS-CONFIRMA                       PIC X(01).
       77 WS-CLAVE-ANTERIOR                 PIC X(17).
       77 WS-CLAVE-NUEVA                    PIC X(17).
       77 WS-ANIO-FECHA                     PIC 9(04).
       77 WS-MES-FECHA                      PIC 9(02).
       77 WS-DIA-FECHA                      PIC 9(02).
       77 WS-DIAS-MES                       PIC 9(02).
       77 WS-COCIENTE                       PIC 9(04).
       77 WS-RESTO-4                        PIC 9(04).
       77 WS-RESTO-100                      PIC 9(04).
       77 WS-RESTO-400                      PIC 9(04).
       77 WS-RETORNO                        PIC 9(02) VALUE 0.

       77 WS-SW-OPERADOR-VALIDO             PIC X(01) VALUE 'N'.
          88 WS-OPERADOR-VALIDO                  VALUE 'S'.

       77 WS-ROL-OPERADOR                   PIC X(01) VALUE SPACE.
          88 WS-ROL-CONSULTA                     VALUE 'C'.

       77 WS-SW-OPCION-PERMITIDA            PIC X(01) VALUE 'N'.
          88 WS-OPCION-PERMITIDA                 VALUE 'S'.

       77 WS-SW-BLOQUEO-TOMADO              PIC X(01) VALUE 'N'.
          88 WS-BLOQUEO-TOMADO                   VALUE 'S'.

       77 WS-SW-SALIR                       PIC X(01) VALUE 'N'.
          88 WS-FIN-MENU                         VALUE 'S'.

       77 WS-SW-PENDIENTE-OK                PIC X(01) VALUE 'N'.
          88 WS-PENDIENTE-OK                     VALUE 'S'.

       77 WS-SW-FECHA-VALIDA                PIC X(01) VALUE 'N'.
          88 WS-FECHA-VALIDA                     VALUE 'S'.

       77 WS-SW-PEN-FIN                     PIC X(01) VALUE 'N'.
          88 WS-PEN-FIN                          VALUE 'S'.

       77 WS-CONT-LISTADOS                  PIC 9(04) VALUE 0.
       77 WS-CONT-VENCIDOS                  PIC 9(04) VALUE 0.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-BLOQUEO-TOMADO AND FS-PENDIENTES-FILE-OK

               PERFORM 2000-MENU-PRINCIPAL
                  THRU 2000-MENU-PRINCIPAL-FIN
                  UNTIL WS-FIN-MENU

           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           ACCEPT WS-FECHA-PROCESO          FROM DATE YYYYMMDD.

           PERFORM 1020-IDENTIFICAR-OPERADOR
              THRU 1020-IDENTIFICAR-OPERADOR-FIN.

           IF WS-OPERADOR-VALIDO
               PERFORM 1010-TOMAR-BLOQUEO
                  THRU 1010-TOMAR-BLOQUEO-FIN
           END-IF.

           IF WS-BLOQUEO-TOMADO
               PERFORM 1100-ABRIR-PENDIENTES
                  THRU 1100-ABRIR-PENDIENTES-FIN
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
                   MOVE 'CL20EJ29'          TO BLQ-PROGRAMA
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
       1100-ABRIR-PENDIENTES.

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

       1100-ABRIR-PENDIENTES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-MENU-PRINCIPAL.

           DISPLAY " ".
           DISPLAY "---- MANTENIMIENTO DE MOVIMIENTOS PENDIENTES ----".
           DISPLAY " 1 - LISTAR MOVIMIENTOS PENDIENTES".
           DISPLAY " 2 - MODIFICAR MOVIMIENTO PENDIENTE".
           DISPLAY " 3 - CANCELAR MOVIMIENTO PENDIENTE".
           DISPLAY " 9 - SALIR".
           DISPLAY "OPCION:".
           ACCEPT WS-OPCION.

           PERFORM 2050-VERIFICAR-PERMISO
              THRU 2050-VERIFICAR-PERMISO-FIN.

           IF WS-OPCION-PERMITIDA

               EVALUATE WS-OPCION
                   WHEN 1
                        PERFORM 2100-LISTAR-PENDIENTES
                           THRU 2100-LISTAR-PENDIENTES-FIN
                   WHEN 2
                        PERFORM 2200-MODIFICAR-PENDIENTE
                           THRU 2200-MODIFICAR-PENDIENTE-FIN
                   WHEN 3
                        PERFORM 2300-CANCELAR-PENDIENTE
                           THRU 2300-CANCELAR-PENDIENTE-FIN
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

           IF (WS-OPCION = 2 OR 3) AND WS-ROL-CONSULTA
               MOVE 'N'                     TO WS-SW-OPCION-PERMITIDA
               DISPLAY 'EL ROL DE CONSULTA NO PUEDE MODIFICAR DATOS'
           END-IF.

       2050-VERIFICAR-PERMISO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-LISTAR-PENDIENTES.

           MOVE 0                           TO WS-CONT-LISTADOS.
           MOVE 0                           TO WS-CONT-VENCIDOS.
           MOVE 'N'                         TO WS-SW-PEN-FIN.
           MOVE LOW-VALUES                  TO PEN-CLAVE.

           START ENT-PENDIENTES KEY IS GREATER THAN PEN-CLAVE.

           EVALUATE TRUE
               WHEN FS-PENDIENTES-FILE-OK

                    DISPLAY " "
                    DISPLAY "EFECTIVO ID-EMPLE T APELLIDO          "-
                            "        DEPT REGISTRO OPERADOR"

                    PERFORM 2110-LEER-SIG-PENDIENTE
                       THRU 2110-LEER-SIG-PENDIENTE-FIN

                    PERFORM 2120-MOSTRAR-LINEA-PENDIENTE
                       THRU 2120-MOSTRAR-LINEA-PENDIENTE-FIN
                       UNTIL WS-PEN-FIN

               WHEN FS-PENDIENTES-CLAVE-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL POSICIONAR EN MOVIMIENTOS '-
                            'PENDIENTES'
                    DISPLAY 'FILE STATUS: ' FS-PENDIENTES
           END-EVALUATE.

           DISPLAY 'MOVIMIENTOS PENDIENTES LISTADOS: ' WS-CONT-LISTADOS.

           IF WS-CONT-VENCIDOS > 0
               DISPLAY 'SE LIBERAN EN LA PROXIMA CORRIDA DE CL20EJ08: '
                       WS-CONT-VENCIDOS
           END-IF.

       2100-LISTAR-PENDIENTES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-LEER-SIG-PENDIENTE.

           READ ENT-PENDIENTES NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-PENDIENTES-FILE-OK
                    CONTINUE
               WHEN FS-PENDIENTES-FILE-EOF
                    MOVE 'S'                TO WS-SW-PEN-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE MOVIMIENTOS '-
                            'PENDIENTES'
                    DISPLAY 'FILE STATUS: ' FS-PENDIENTES
                    MOVE 'S'                TO WS-SW-PEN-FIN
           END-EVALUATE.

       2110-LEER-SIG-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2120-MOSTRAR-LINEA-PENDIENTE.

           ADD 1                            TO WS-CONT-LISTADOS.

           IF PEN-FECHA-EFECTIVA NOT > WS-FECHA-PROCESO
               ADD 1                        TO WS-CONT-VENCIDOS
           END-IF.

           DISPLAY PEN-FECHA-EFECTIVA " " PEN-ID-EMPLEADO " "
                   PEN-TIPO " " PEN-APELLIDO " " PEN-COD-DEPTO " "
                   PEN-FECHA-REGISTRO " " PEN-OPERADOR.

           PERFORM 2110-LEER-SIG-PENDIENTE
              THRU 2110-LEER-SIG-PENDIENTE-FIN.

       2120-MOSTRAR-LINEA-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2150-BUSCAR-PENDIENTE.

           MOVE 'N'                         TO WS-SW-PENDIENTE-OK.

           DISPLAY 'INGRESE FECHA EFECTIVA (AAAAMMDD):'.
           ACCEPT PEN-FECHA-EFECTIVA.
           DISPLAY 'INGRESE ID-EMPLEADO:'.
           ACCEPT PEN-ID-EMPLEADO.
           DISPLAY 'INGRESE TIPO DE MOVIMIENTO (A/M/B/X):'.
           ACCEPT PEN-TIPO.

           READ ENT-PENDIENTES KEY IS PEN-CLAVE.

           EVALUATE TRUE
               WHEN FS-PENDIENTES-FILE-OK
                    MOVE 'S'                TO WS-SW-PENDIENTE-OK
                    PERFORM 2160-MOSTRAR-PENDIENTE
                       THRU 2160-MOSTRAR-PENDIENTE-FIN
               WHEN FS-PENDIENTES-CLAVE-NFD
                    DISPLAY 'ERROR: EL MOVIMIENTO PENDIENTE NO EXISTE'
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE MOVIMIENTOS '-
                            'PENDIENTES'
                    DISPLAY 'FILE STATUS: ' FS-PENDIENTES
           END-EVALUATE.

       2150-BUSCAR-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2160-MOSTRAR-PENDIENTE.

           DISPLAY " ".
           DISPLAY "FECHA EFECTIVA : " PEN-FECHA-EFECTIVA.
           DISPLAY "ID-EMPLEADO    : " PEN-ID-EMPLEADO.
           DISPLAY "TIPO           : " PEN-TIPO.

           EVALUATE TRUE
               WHEN PEN-ALTA
                    DISPLAY "APELLIDO       : " PEN-APELLIDO
                    DISPLAY "NOMBRE         : " PEN-NOMBRE
                    DISPLAY "DIRECCION      : " PEN-DIRECCION
                    DISPLAY "COD. POSTAL    : " PEN-COD-POSTAL
                    DISPLAY "DEPARTAMENTO   : " PEN-COD-DEPTO
               WHEN PEN-MODIFICACION
                    DISPLAY "DIRECCION      : " PEN-DIRECCION
                    DISPLAY "COD. POSTAL    : " PEN-COD-POSTAL
                    DISPLAY "DEPARTAMENTO   : " PEN-COD-DEPTO
               WHEN PEN-DATOS-EXTRA
                    DISPLAY "TIPO DOCUMENTO : " PEN-TIPO-DOC
                    DISPLAY "NRO. DOCUMENTO : " PEN-NRO-DOC
                    DISPLAY "TELEFONO       : " PEN-TELEFONO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           DISPLAY "REGISTRADO EL  : " PEN-FECHA-REGISTRO
                   " POR " PEN-OPERADOR.

       2160-MOSTRAR-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2170-VALIDAR-FECHA.

           MOVE 'N'                         TO WS-SW-FECHA-VALIDA.

           IF WS-FECHA-INGRESO IS NUMERIC AND
              WS-FECHA-INGRESO(5:2) >= '01' AND
              WS-FECHA-INGRESO(5:2) <= '12' AND
              WS-FECHA-INGRESO(7:2) >= '01'

               MOVE WS-FECHA-INGRESO(1:4)   TO WS-ANIO-FECHA
               MOVE WS-FECHA-INGRESO(5:2)   TO WS-MES-FECHA
               MOVE WS-FECHA-INGRESO(7:2)   TO WS-DIA-FECHA

               EVALUATE WS-MES-FECHA
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                        MOVE 30             TO WS-DIAS-MES
                   WHEN 2
                        DIVIDE WS-ANIO-FECHA BY 4
                               GIVING WS-COCIENTE
                               REMAINDER WS-RESTO-4
                        DIVIDE WS-ANIO-FECHA BY 100
                               GIVING WS-COCIENTE
                               REMAINDER WS-RESTO-100
                        DIVIDE WS-ANIO-FECHA BY 400
                               GIVING WS-COCIENTE
                               REMAINDER WS-RESTO-400
                        IF WS-RESTO-4 = 0 AND
                           (WS-RESTO-100 NOT = 0 OR WS-RESTO-400 = 0)
                            MOVE 29         TO WS-DIAS-MES
                        ELSE
                            MOVE 28         TO WS-DIAS-MES
                        END-IF
                   WHEN OTHER
                        MOVE 31             TO WS-DIAS-MES
               END-EVALUATE

               IF WS-DIA-FECHA <= WS-DIAS-MES
                   MOVE 'S'                 TO WS-SW-FECHA-VALIDA
               END-IF

           END-IF.

       2170-VALIDAR-FECHA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-MODIFICAR-PENDIENTE.

           PERFORM 2150-BUSCAR-PENDIENTE
              THRU 2150-BUSCAR-PENDIENTE-FIN.

           IF WS-PENDIENTE-OK

               MOVE PEN-CLAVE               TO WS-CLAVE-ANTERIOR

               DISPLAY 'INGRESE NUEVA FECHA EFECTIVA (AAAAMMDD):'
               ACCEPT WS-FECHA-INGRESO

               PERFORM 2170-VALIDAR-FECHA
                  THRU 2170-VALIDAR-FECHA-FIN

               EVALUATE TRUE
                   WHEN PEN-ALTA
                        DISPLAY 'INGRESE NUEVO APELLIDO:'
                        ACCEPT PEN-APELLIDO
                        DISPLAY 'INGRESE NUEVO NOMBRE:'
                        ACCEPT PEN-NOMBRE
                        DISPLAY 'INGRESE NUEVA DIRECCION:'
                        ACCEPT PEN-DIRECCION
                        DISPLAY 'INGRESE NUEVO COD. POSTAL:'
                        ACCEPT PEN-COD-POSTAL
                        DISPLAY 'INGRESE NUEVO COD. DEPARTAMENTO '-
                                '(O BLANCO):'
                        ACCEPT PEN-COD-DEPTO
                   WHEN PEN-MODIFICACION
                        DISPLAY 'INGRESE NUEVA DIRECCION:'
                        ACCEPT PEN-DIRECCION
                        DISPLAY 'INGRESE NUEVO COD. POSTAL:'
                        ACCEPT PEN-COD-POSTAL
                        DISPLAY 'INGRESE NUEVO COD. DEPARTAMENTO '-
                                '(O BLANCO):'
                        ACCEPT PEN-COD-DEPTO
                   WHEN PEN-DATOS-EXTRA
                        DISPLAY 'INGRESE NUEVO TIPO DE DOCUMENTO:'
                        ACCEPT PEN-TIPO-DOC
                        DISPLAY 'INGRESE NUEVO NRO. DE DOCUMENTO:'
                        ACCEPT PEN-NRO-DOC
                        DISPLAY 'INGRESE NUEVO TELEFONO:'
                        ACCEPT PEN-TELEFONO
                   WHEN OTHER
                        CONTINUE
               END-EVALUATE

               IF WS-FECHA-VALIDA

                   MOVE WS-FECHA-INGRESO    TO PEN-FECHA-EFECTIVA
                   MOVE WS-FECHA-PROCESO    TO PEN-FECHA-REGISTRO
                   MOVE WS-OPERADOR         TO PEN-OPERADOR

                   IF PEN-CLAVE = WS-CLAVE-ANTERIOR
                       PERFORM 2210-REGRABAR-PENDIENTE
                          THRU 2210-REGRABAR-PENDIENTE-FIN
                   ELSE
                       PERFORM 2220-MOVER-PENDIENTE
                          THRU 2220-MOVER-PENDIENTE-FIN
                   END-IF

               ELSE
                   DISPLAY 'ERROR: FECHA EFECTIVA INVALIDA - '-
                           'MODIFICACION CANCELADA'
               END-IF

           END-IF.

       2200-MODIFICAR-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-REGRABAR-PENDIENTE.

           REWRITE PEN-MOVIMIENTO-REG.

           IF FS-PENDIENTES-FILE-OK
               DISPLAY 'MOVIMIENTO PENDIENTE ACTUALIZADO CORRECTAMENTE'
           ELSE
               DISPLAY 'ERROR AL ACTUALIZAR EL MOVIMIENTO PENDIENTE'
               DISPLAY 'FILE STATUS: ' FS-PENDIENTES
           END-IF.

       2210-REGRABAR-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2220-MOVER-PENDIENTE.

           WRITE PEN-MOVIMIENTO-REG.

           EVALUATE TRUE
               WHEN FS-PENDIENTES-FILE-OK

                    MOVE PEN-CLAVE          TO WS-CLAVE-NUEVA
                    MOVE WS-CLAVE-ANTERIOR  TO PEN-CLAVE

                    DELETE ENT-PENDIENTES RECORD

                    IF FS-PENDIENTES-FILE-OK
                        DISPLAY 'MOVIMIENTO PENDIENTE ACTUALIZADO '-
                                'CORRECTAMENTE'
                    ELSE
                        DISPLAY 'ERROR AL ELIMINAR EL MOVIMIENTO CON '-
                                'LA FECHA ANTERIOR'
                        DISPLAY 'FILE STATUS: ' FS-PENDIENTES
                        MOVE 8              TO WS-RETORNO
                        PERFORM 2230-ANULAR-CLAVE-NUEVA
                           THRU 2230-ANULAR-CLAVE-NUEVA-FIN
                    END-IF

               WHEN FS-PENDIENTES-CLAVE-DUP
                    DISPLAY 'ERROR: YA EXISTE UN MOVIMIENTO PENDIENTE '-
                            'IGUAL PARA ESA FECHA'
               WHEN OTHER
                    DISPLAY 'ERROR AL GRABAR EL MOVIMIENTO PENDIENTE'
                    DISPLAY 'FILE STATUS: ' FS-PENDIENTES
           END-EVALUATE.

       2220-MOVER-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2230-ANULAR-CLAVE-NUEVA.

           MOVE WS-CLAVE-NUEVA              TO PEN-CLAVE.

           DELETE ENT-PENDIENTES RECORD.

           IF FS-PENDIENTES-FILE-OK
               DISPLAY 'SE ANULO EL CAMBIO - EL MOVIMIENTO QUEDA CON '-
                       'LA FECHA ANTERIOR'
           ELSE
               DISPLAY 'ERROR AL ANULAR EL MOVIMIENTO CON LA FECHA '-
                       'NUEVA'
               DISPLAY 'FILE STATUS: ' FS-PENDIENTES
               DISPLAY 'EL MOVIMIENTO QUEDO DUPLICADO - CANCELAR '-
                       'UNO DE LOS DOS ANTES DEL PROXIMO PROCESO'
           END-IF.

       2230-ANULAR-CLAVE-NUEVA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2300-CANCELAR-PENDIENTE.

           PERFORM 2150-BUSCAR-PENDIENTE
              THRU 2150-BUSCAR-PENDIENTE-FIN.

           IF WS-PENDIENTE-OK

               DISPLAY 'CONFIRMA LA CANCELACION (S/N):'
               ACCEPT WS-CONFIRMA

               IF WS-CONFIRMA = 'S'

                   DELETE ENT-PENDIENTES RECORD

                   IF FS-PENDIENTES-FILE-OK
                       DISPLAY 'MOVIMIENTO PENDIENTE CANCELADO '-
                               'CORRECTAMENTE'
                   ELSE
                       DISPLAY 'ERROR AL CANCELAR EL MOVIMIENTO '-
                               'PENDIENTE'
                       DISPLAY 'FILE STATUS: ' FS-PENDIENTES
                   END-IF

               ELSE
                   DISPLAY 'CANCELACION ANULADA'
               END-IF

           END-IF.

       2300-CANCELAR-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-BLOQUEO-TOMADO

               CLOSE ENT-PENDIENTES

               IF NOT FS-PENDIENTES-FILE-OK
                  DISPLAY 'ERROR AL CERRAR ARCHIVO DE MOVIMIENTOS '-
                          'PENDIENTES: ' FS-PENDIENTES
               END-IF

               PERFORM 3900-LIBERAR-BLOQUEO
                  THRU 3900-LIBERAR-BLOQUEO-FIN

           END-IF.

           MOVE WS-RETORNO                  TO RETURN-CODE.

           DISPLAY " ".
           DISPLAY '### FIN DEL PROGRAMA ###'.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3900-LIBERAR-BLOQUEO.

           OPEN OUTPUT SAL-BLOQUEO.

           IF FS-BLOQUEO-FILE-OK

               MOVE SPACES                  TO BLQ-BLOQUEO-REG
               MOVE 'L'                     TO BLQ-ESTADO
               MOVE 'CL20EJ29'              TO BLQ-PROGRAMA
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

       END PROGRAM CL20EJ29.
