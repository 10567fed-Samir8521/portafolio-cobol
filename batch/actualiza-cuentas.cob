      *          misma disciplina de
      *          validacion de MOVIMIENTOS-BANCARIOS, dejando un
      *          reporte de auditoria de novedades aplicadas y
      *          rechazadas, y el archivo de cuentas congeladas en
      *          el dia del que MOVIMIENTOS-BANCARIOS toma las
      *          alertas a clientes. Debe correr ANTES de MOVIMIENTOS-
      *          BANCARIOS para que las altas del dia sean visibles
      *          a la validacion de movimientos.
      * Tectonics: cobc
           SELECT AUDITORIA-OUTPUT
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-AUDITORIA
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONGELADAS-OUTPUT
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-CONGELADAS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FECHA-CONTROL
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-FECHACTL
               ORGANIZATION IS LINE SEQUENTIAL
           05 CL-ESTADO          PIC X(1).
               88 CL-CLIENTE-ACTIVO  VALUE "A".
               88 CL-CLIENTE-CERRADO VALUE "C".
           05 CL-TELEFONO        PIC X(15).
           05 CL-CORREO          PIC X(50).
           05 CL-ACEPTA-ALERTAS  PIC X(1).
               88 CL-ALERTAS-ACEPTADAS VALUE "S".
           05 CL-FECHA-ALERTAS   PIC 9(8).

      *> PISTA DE AUDITORIA: UNA LINEA POR NOVEDAD LEIDA, APLICADA O
      *> RECHAZADA, CON LA FECHA DE PROCESO Y EL USUARIO QUE LA
           05 FILLER             PIC X.
           05 AUD-DETALLE        PIC X(40).

      *> CUENTAS CONGELADAS EN EL DIA: UNA LINEA POR CADA NOVEDAD
      *> "EST" APLICADA CON ESTADO "F", CON LA FECHA DE NEGOCIO. LA
      *> LEE MOVIMIENTOS-BANCARIOS AL CIERRE PARA EL ARCHIVO DE
      *> ALERTAS A CLIENTES, Y SOLO TOMA LAS LINEAS DE SU MISMA FECHA,
      *> ASI QUE UN ARCHIVO DE OTRO DIA QUE QUEDE EN DISCO NO SE
      *> VUELVE A NOTIFICAR. MISMO LAYOUT QUE CONGELADAS-INPUT EN ESE
      *> PROGRAMA; MANTENER SINCRONIZADOS.
       FD CONGELADAS-OUTPUT.
       01 REG-CONGELADA.
           05 CGL-NUM-CUENTA     PIC 9(10).
           05 FILLER             PIC X.
           05 CGL-FECHA          PIC 9(8).
           05 FILLER             PIC X.
           05 CGL-USUARIO        PIC X(8).

      *> CONTROL DE FECHA DE NEGOCIO DE LA CADENA DIARIA. MISMO LAYOUT
      *> QUE EN MOVIMIENTOS-BANCARIOS; AQUI SOLO SE LEE, NUNCA SE
      *> AVANZA.
            "CLIENTES.MAESTRO".
       01 WS-NOM-ARCHIVO-AUDITORIA  PIC X(50) VALUE
            "CUENTAS-AUDITORIA.TXT".
       01 WS-NOM-ARCHIVO-CONGELADAS PIC X(50) VALUE
            "CUENTAS-CONGELADAS.TXT".
       01 WS-NOM-ARCHIVO-FECHACTL   PIC X(50) VALUE
            "FECHA-PROCESO.CTL".
       01 WS-NOM-ARCHIVO-BITACORA   PIC X(50) VALUE
       01 WS-NOV-LEIDAS         PIC 9(6) VALUE 0.
       01 WS-NOV-APLICADAS      PIC 9(6) VALUE 0.
       01 WS-NOV-RECHAZADAS     PIC 9(6) VALUE 0.
       01 WS-CUENTAS-CONGELADAS PIC 9(6) VALUE 0.

       01 WS-COD-MOTIVO         PIC X(2)  VALUE SPACES.
       01 WS-DESC-MOTIVO        PIC X(40) VALUE SPACES.
           PERFORM ABRIR-CLIENTES-CONSULTA

           OPEN OUTPUT AUDITORIA-OUTPUT
           OPEN OUTPUT CONGELADAS-OUTPUT

           PERFORM ESCRIBIR-ENCABEZADOS-AUDITORIA

           DISPLAY "TOTAL NOVEDADES LEIDAS     : " WS-NOV-LEIDAS
           DISPLAY "TOTAL NOVEDADES APLICADAS  : " WS-NOV-APLICADAS
           DISPLAY "TOTAL NOVEDADES RECHAZADAS : " WS-NOV-RECHAZADAS
           DISPLAY "TOTAL CUENTAS CONGELADAS   : "
              WS-CUENTAS-CONGELADAS

           CLOSE NOVEDADES-INPUT
                 CUENTAS-MAESTRO
                 AUDITORIA-OUTPUT
                 CONGELADAS-OUTPUT

           IF WS-HAY-CLIENTES = "S"
              CLOSE CLIENTES-MAESTRO
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-AUDITORIA
           END-IF

           DISPLAY "ACTCGL" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-CONGELADAS
           END-IF

           DISPLAY "MOVFCH" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES

           ADD 1 TO WS-NOV-APLICADAS

           IF NOV-TIPO = "EST" AND NOV-ESTADO = "F"
              PERFORM REGISTRAR-CUENTA-CONGELADA
           END-IF

           MOVE SPACES     TO REG-AUDITORIA
           MOVE "APLICADA" TO AUD-RESULTADO
           MOVE SPACES     TO AUD-COD-MOTIVO
           PERFORM DESCRIBIR-NOVEDAD-APLICADA
           PERFORM ESCRIBIR-AUDITORIA.

      *> DEJA LA CUENTA RECIEN CONGELADA EN EL ARCHIVO DEL DIA PARA
      *> LAS ALERTAS A CLIENTES. SE ANOTA TODA NOVEDAD "EST" A "F"
      *> APLICADA, AUNQUE LA CUENTA YA ESTUVIERA CONGELADA: SI UNA
      *> CORRIDA INTERRUMPIDA SE REPITE, EL ARCHIVO SE RECREA Y LA
      *> CONGELACION QUE YA HABIA QUEDADO EN EL MAESTRO NO SE PIERDE.
       REGISTRAR-CUENTA-CONGELADA.

           MOVE SPACES           TO REG-CONGELADA
           MOVE NOV-NUM-CUENTA   TO CGL-NUM-CUENTA
           MOVE WS-FECHA-PROCESO TO CGL-FECHA
           MOVE NOV-USUARIO      TO CGL-USUARIO

           WRITE REG-CONGELADA

           ADD 1 TO WS-CUENTAS-CONGELADAS.

       RECHAZAR-NOVEDAD.

           ADD 1 TO WS-NOV-RECHAZADAS
