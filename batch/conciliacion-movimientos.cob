       01 WS-PROGRAMA-PREVIO    PIC X(24) VALUE
            "MOVIMIENTOS-BANCARIOS".

      *> UNA REVERSION LIMPIA DE UNA FECHA ANULA LOS FINES ANTERIORES
      *> DE MOVIMIENTOS-BANCARIOS Y DE ESTE PROGRAMA PARA ESA FECHA.
       01 WS-PROGRAMA-REVERSION PIC X(24) VALUE "REVERSION-CORRIDA".

       01 WS-FIN-BITACORA       PIC X VALUE "N".
       01 WS-HAY-BITACORA       PIC X VALUE "N".
       01 WS-BIT-PROPIO-FIN     PIC X VALUE "N".

           IF WS-FIN-BITACORA = "N"
              IF BIT-FECHA IS NUMERIC
                 AND BIT-EVENTO = "FIN"
                 AND BIT-RETORNO IS NUMERIC
                 AND BIT-RETORNO = 0
                 IF BIT-PROGRAMA = WS-PROGRAMA-PREVIO
                    MOVE BIT-FECHA TO WS-FECHA-PROCESO
                    MOVE "S"       TO WS-BIT-PREVIO-FIN
                 END-IF
      *> REVERTIDA LA ULTIMA CORRIDA, NO HAY NADA QUE REVISAR HASTA
      *> QUE MOVIMIENTOS-BANCARIOS VUELVA A TERMINAR ESA FECHA.
                 IF BIT-PROGRAMA = WS-PROGRAMA-REVERSION
                    AND BIT-FECHA = WS-FECHA-PROCESO
                    MOVE "N"       TO WS-BIT-PREVIO-FIN
                 END-IF
              END-IF
           END-IF.

           IF WS-FIN-BITACORA = "N"
              IF BIT-FECHA IS NUMERIC
                 AND BIT-FECHA = WS-FECHA-PROCESO
                 AND BIT-EVENTO = "FIN"
                 AND BIT-RETORNO IS NUMERIC
                 AND BIT-RETORNO = 0
                 IF BIT-PROGRAMA = WS-PROGRAMA-PROPIO
                    MOVE "S" TO WS-BIT-PROPIO-FIN
                 END-IF
                 IF BIT-PROGRAMA = WS-PROGRAMA-REVERSION
                    MOVE "N" TO WS-BIT-PROPIO-FIN
                 END-IF
              END-IF
           END-IF.

