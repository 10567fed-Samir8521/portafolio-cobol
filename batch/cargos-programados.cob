      *>                      DIA MAS QUINCE, CUANDO CABE EN EL MES),
      *>   INS-DIA-COBRO:     DIA DEL MES (SE RECORTA AL ULTIMO DIA
      *>                      EN MESES CORTOS),
      *>   INS-CUENTA-DESTINO SOLO APLICA CUANDO EL TIPO ES "TRF"
      *>                      (CUENTA DESTINO) O "TIB" (CODIGO DEL
      *>                      BANCO DESTINO EN LA CAMARA, EN LAS
      *>                      CUATRO PRIMERAS POSICIONES).
      *> LO MANTIENE OPERACIONES CON LAS SOLICITUDES DE LOS CLIENTES.
       FD INSTRUCCIONES-INPUT.
       01 REG-INSTRUCCION.
      *> TABLA DE CODIGOS DE TIPO DE MOVIMIENTO QUE REALMENTE SE
      *> OPERAN. MISMA TABLA QUE EN MOVIMIENTOS-BANCARIOS; MANTENER
      *> LAS DOS SINCRONIZADAS. EN ORDEN ALFABETICO PARA LA SEARCH ALL.
       01 TABLA-TIPOS-MOV-N     PIC X(27) VALUE
            "ABOCGOCHQDEPRCORETRLBTIBTRF".
       01 TABLA-TIPOS-MOV REDEFINES TABLA-TIPOS-MOV-N.
           05 TIPO-MOV-VALIDO    PIC X(3) OCCURS 9 TIMES
                 ASCENDING KEY IS TIPO-MOV-VALIDO
                 INDEXED BY IX-TIPO-MOV.

                 MOVE "CUENTA DESTINO NO ES NUMERICA"
                    TO WS-DESC-MOTIVO
              END-IF
           END-IF

      *> UN CHEQUE SE PAGA UNA SOLA VEZ, ASI QUE EL PAGO DE CHEQUE
      *> NO SE PUEDE PROGRAMAR.
           IF WS-INS-VALIDA = "S" AND INS-TIPO-MOV = "CHQ"
              MOVE "N" TO WS-INS-VALIDA
              MOVE "PAGO DE CHEQUE NO SE PROGRAMA" TO WS-DESC-MOTIVO
           END-IF

      *> EL BANCO DESTINO SE VALIDA CONTRA LA TABLA DE LA CAMARA EN
      *> LA CORRIDA; AQUI SOLO SE EXIGE QUE VENGA.
           IF WS-INS-VALIDA = "S" AND INS-TIPO-MOV = "TIB"
              IF INS-CUENTA-DESTINO (1:4) = SPACES
                 MOVE "N" TO WS-INS-VALIDA
                 MOVE "BANCO DESTINO AUSENTE" TO WS-DESC-MOTIVO
              END-IF
           END-IF.

      *> DETERMINA SI LA INSTRUCCION VENCE EN LA FECHA DE NEGOCIO DE
           MOVE INS-TIPO-MOV    TO GEN-TIPO-MOV
           MOVE INS-MONTO       TO GEN-MONTO
           MOVE "N"             TO GEN-IND-REVERSO
           IF INS-TIPO-MOV = "TRF" OR INS-TIPO-MOV = "TIB"
              MOVE INS-CUENTA-DESTINO TO GEN-CUENTA-DESTINO
           ELSE
              MOVE SPACES TO GEN-CUENTA-DESTINO
           MOVE INS-MONTO       TO LRP-MONTO
           MOVE INS-PERIODICIDAD TO LRP-PERIODICIDAD
           MOVE INS-DIA-COBRO   TO LRP-DIA
           IF INS-TIPO-MOV = "TRF" OR INS-TIPO-MOV = "TIB"
              MOVE INS-CUENTA-DESTINO TO LRP-DETALLE
           END-IF
           WRITE REG-REPORTE FROM LINEA-REPORTE.
