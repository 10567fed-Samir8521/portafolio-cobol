      *> TABLA DE CODIGOS DE TIPO DE MOVIMIENTO QUE REALMENTE SE
      *> OPERAN. MISMA TABLA QUE EN MOVIMIENTOS-BANCARIOS; MANTENER
      *> LAS DOS SINCRONIZADAS. EN ORDEN ALFABETICO PARA LA SEARCH ALL.
       01 TABLA-TIPOS-MOV-N     PIC X(27) VALUE
            "ABOCGOCHQDEPRCORETRLBTIBTRF".
       01 TABLA-TIPOS-MOV REDEFINES TABLA-TIPOS-MOV-N.
           05 TIPO-MOV-VALIDO    PIC X(3) OCCURS 9 TIMES
                 ASCENDING KEY IS TIPO-MOV-VALIDO
                 INDEXED BY IX-TIPO-MOV.

              MOVE WS-ENTRADA-CONSOLA TO IND-REVERSO
           END-IF

      *> LA CUENTA DESTINO SOLO APLICA A TRANSFERENCIAS (TIPO "TRF");
      *> EN LA INTERBANCARIA ("TIB") LLEVA EL CODIGO DEL BANCO
      *> DESTINO, QUE VALIDA LA CORRIDA CONTRA LA TABLA DE LA CAMARA,
      *> Y EN EL PAGO DE CHEQUE ("CHQ") EL NUMERO DE CHEQUE, QUE LA
      *> CORRIDA VALIDA CONTRA EL MAESTRO DE CHEQUES.
           DISPLAY "NUEVA CTA. DESTINO: " UPON CONSOLE
           MOVE SPACES TO WS-ENTRADA-CONSOLA
           ACCEPT WS-ENTRADA-CONSOLA FROM CONSOLE
