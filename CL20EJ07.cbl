       77 WS-CSV-LINEA                      PIC X(150).
       77 WS-PUNTERO                        PIC 9(03).
       77 WS-CONT-REG-CSV                   PIC 9(04) VALUE 0.
       77 WS-RETORNO                        PIC 9(02) VALUE 0.

       77 WS-SW-SAL-FIN                     PIC X(01) VALUE 'N'.
          88 WS-SAL-FIN                          VALUE 'S'.
               PERFORM 2000-PROCESAR-ARCHIVO
                  THRU 2000-PROCESAR-ARCHIVO-FIN

           ELSE
               MOVE 8                       TO WS-RETORNO
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
                    DISPLAY 'ERROR AL LEER EL ARCHIVO RESULTADO'
                    DISPLAY 'FILE STATUS: ' FS-SAL-JOIN
                    MOVE 'S'                TO WS-SW-SAL-FIN
                    MOVE 8                  TO WS-RETORNO
           END-EVALUATE.

       2010-LEER-SIG-SAL-JOIN-FIN.
           ELSE
               DISPLAY 'ERROR AL ESCRIBIR EL ARCHIVO CSV'
               DISPLAY 'FILE STATUS: ' FS-CSV
               MOVE 8                       TO WS-RETORNO
           END-IF.

           PERFORM 2010-LEER-SIG-SAL-JOIN
           CLOSE SAL-JOIN
                 SAL-CSV.

           MOVE WS-RETORNO                  TO RETURN-CODE.

           DISPLAY " ".
           DISPLAY "REGISTROS EXPORTADOS AL CSV: " WS-CONT-REG-CSV.
           DISPLAY "CODIGO DE RETORNO          : " WS-RETORNO.
           DISPLAY '### FIN DEL PROGRAMA ###'.

       3000-FINALIZAR-PROGRAMA-FIN.
