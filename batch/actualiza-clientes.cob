      * Author: SAMIR ESTELA
      * Date:
      * Purpose: Mantenimiento batch del maestro de clientes: aplicar
      *          las novedades diarias de altas, cambios de estado,
      *          cambios de nombre, datos de contacto y aceptacion de
      *          alertas sobre CLIENTES-MAESTRO, con la
      *          misma disciplina de validacion y la misma pista de
      *          auditoria de ACTUALIZA-CUENTAS. Un cliente agrupa
      *          todas las cuentas de un mismo titular (el campo

      *> NOVEDADES DIARIAS DE MANTENIMIENTO DEL MAESTRO DE CLIENTES.
      *> NOV-TIPO:
      *>   "ALE" ACEPTACION DE ALERTAS S-N (USA ACEPTA-ALERTAS),
      *>   "ALT" ALTA DE CLIENTE (USA ESTADO Y NOMBRE, Y OPCIONALMENTE
      *>         TELEFONO, CORREO Y ACEPTA-ALERTAS),
      *>   "CON" CAMBIO DE DATOS DE CONTACTO (USA TELEFONO Y CORREO),
      *>   "EST" CAMBIO DE ESTADO A-C (USA ESTADO; "C" ES LA BAJA),
      *>   "NOM" CAMBIO DE NOMBRE (USA NOMBRE).
      *> NOV-USUARIO IDENTIFICA A QUIEN REGISTRO LA NOVEDAD, PARA LA
      *> PISTA DE AUDITORIA, IGUAL QUE EN ACTUALIZA-CUENTAS. LOS
      *> CAMPOS DE CONTACTO VAN AL FINAL Y EN BLANCO EN LAS NOVEDADES
      *> QUE NO LOS USAN, ASI QUE UN ARCHIVO DE NOVEDADES ANTERIOR A
      *> ELLOS SE SIGUE LEYENDO IGUAL.
       FD NOVEDADES-INPUT.
       01 REG-NOVEDAD-CLIENTE.
           05 NOV-TIPO           PIC X(3).
           05 NOV-USUARIO        PIC X(8).
           05 FILLER             PIC X.
           05 NOV-NOMBRE         PIC X(40).
           05 FILLER             PIC X.
           05 NOV-TELEFONO       PIC X(15).
           05 FILLER             PIC X.
           05 NOV-CORREO         PIC X(50).
           05 FILLER             PIC X.
           05 NOV-ACEPTA-ALERTAS PIC X.

      *> MAESTRO DE CLIENTES, INDEXADO POR NUMERO DE CLIENTE. MISMO
      *> LAYOUT QUE EN ACTUALIZA-CUENTAS, MOVIMIENTOS-BANCARIOS Y
      *> CONVIERTE-CLIENTES; MANTENER SINCRONIZADOS.
       FD CLIENTES-MAESTRO.
       01 REG-CLIENTE-MAESTRO.
           05 CL-NUM-CLIENTE     PIC 9(8).
           05 CL-ESTADO          PIC X(1).
               88 CL-CLIENTE-ACTIVO  VALUE "A".
               88 CL-CLIENTE-CERRADO VALUE "C".
      *> CANALES DE CONTACTO PARA LAS ALERTAS QUE GENERA MOVIMIENTOS-
      *> BANCARIOS, Y SI EL CLIENTE ACEPTO RECIBIRLAS ("S") O NO
      *> ("N"), CON LA FECHA DE NEGOCIO DEL ULTIMO CAMBIO DE
      *> ACEPTACION. UN CLIENTE SIN ACEPTACION EXPRESA NO RECIBE
      *> ALERTAS.
           05 CL-TELEFONO        PIC X(15).
           05 CL-CORREO          PIC X(50).
           05 CL-ACEPTA-ALERTAS  PIC X(1).
               88 CL-ALERTAS-ACEPTADAS VALUE "S".
           05 CL-FECHA-ALERTAS   PIC 9(8).

      *> PISTA DE AUDITORIA: UNA LINEA POR NOVEDAD LEIDA, APLICADA O
      *> RECHAZADA, CON LA FECHA DE PROCESO Y EL USUARIO QUE LA

      *> TABLA DE TIPOS DE NOVEDAD QUE SE OPERAN. MANTENER EN ORDEN
      *> ALFABETICO PARA LA SEARCH ALL.
       01 TABLA-TIPOS-NOV-N     PIC X(15) VALUE "ALEALTCONESTNOM".
       01 TABLA-TIPOS-NOV REDEFINES TABLA-TIPOS-NOV-N.
           05 TIPO-NOV-VALIDO    PIC X(3) OCCURS 5 TIMES
                 ASCENDING KEY IS TIPO-NOV-VALIDO
                 INDEXED BY IX-TIPO-NOV.

           END-IF.

      *> VALIDA LOS CAMPOS QUE CADA TIPO DE NOVEDAD REALMENTE USA:
      *> ESTADO PARA ALT Y EST, NOMBRE PARA ALT Y NOM, CONTACTO PARA
      *> CON, ACEPTACION DE ALERTAS PARA ALE Y ALT. LOS CAMPOS QUE UN
      *> TIPO NO USA SE IGNORAN.
       VALIDAR-CAMPOS-POR-TIPO.

           IF NOV-TIPO = "ALT" OR NOV-TIPO = "EST"
                       TO WS-DESC-MOTIVO
                 END-IF
              END-IF
           END-IF

           IF WS-REG-VALIDO = "S" AND NOV-TIPO = "CON"
              IF NOV-TELEFONO = SPACES AND NOV-CORREO = SPACES
                 MOVE "N"  TO WS-REG-VALIDO
                 MOVE "07" TO WS-COD-MOTIVO
                 MOVE "SIN TELEFONO NI CORREO DE CONTACTO"
                    TO WS-DESC-MOTIVO
              END-IF
           END-IF

      *> EN UN ALTA LA ACEPTACION ES OPCIONAL: EN BLANCO EQUIVALE A
      *> "N". EN "ALE" ES OBLIGATORIA.
           IF WS-REG-VALIDO = "S"
              IF NOV-TIPO = "ALE"
                 OR (NOV-TIPO = "ALT"
                     AND NOV-ACEPTA-ALERTAS NOT = SPACE)
                 IF NOV-ACEPTA-ALERTAS NOT = "S"
                    AND NOV-ACEPTA-ALERTAS NOT = "N"
                    MOVE "N"  TO WS-REG-VALIDO
                    MOVE "08" TO WS-COD-MOTIVO
                    MOVE "ACEPTACION DE ALERTAS NO ES S NI N"
                       TO WS-DESC-MOTIVO
                 END-IF
              END-IF
           END-IF

      *> ACEPTAR ALERTAS EXIGE AL MENOS UN CANAL POR DONDE MANDARLAS:
      *> EN UN ALTA EL QUE TRAE LA MISMA NOVEDAD, EN "ALE" EL QUE YA
      *> TIENE EL MAESTRO.
           IF WS-REG-VALIDO = "S" AND NOV-ACEPTA-ALERTAS = "S"
              IF (NOV-TIPO = "ALT" AND NOV-TELEFONO = SPACES
                     AND NOV-CORREO = SPACES)
                 OR (NOV-TIPO = "ALE" AND CL-TELEFONO = SPACES
                     AND CL-CORREO = SPACES)
                 MOVE "N"  TO WS-REG-VALIDO
                 MOVE "09" TO WS-COD-MOTIVO
                 MOVE "ALERTAS SIN CANAL DE CONTACTO"
                    TO WS-DESC-MOTIVO
              END-IF
           END-IF.

      *> APLICA LA NOVEDAD YA VALIDADA AL MAESTRO: UN ALTA ESCRIBE EL
              MOVE NOV-NUM-CLIENTE TO CL-NUM-CLIENTE
              MOVE NOV-NOMBRE      TO CL-NOMBRE
              MOVE NOV-ESTADO      TO CL-ESTADO
              MOVE NOV-TELEFONO    TO CL-TELEFONO
              MOVE NOV-CORREO      TO CL-CORREO
              IF NOV-ACEPTA-ALERTAS = "S"
                 MOVE "S"          TO CL-ACEPTA-ALERTAS
              ELSE
                 MOVE "N"          TO CL-ACEPTA-ALERTAS
              END-IF
              MOVE WS-FECHA-PROCESO TO CL-FECHA-ALERTAS
              WRITE REG-CLIENTE-MAESTRO
                  INVALID KEY
                     DISPLAY "ERROR: NO SE PUDO DAR DE ALTA EL "
              END-WRITE
           ELSE
              EVALUATE NOV-TIPO
                  WHEN "ALE"
                     MOVE NOV-ACEPTA-ALERTAS TO CL-ACEPTA-ALERTAS
                     MOVE WS-FECHA-PROCESO   TO CL-FECHA-ALERTAS
                  WHEN "CON"
                     MOVE NOV-TELEFONO TO CL-TELEFONO
                     MOVE NOV-CORREO   TO CL-CORREO
                  WHEN "EST"
                     MOVE NOV-ESTADO TO CL-ESTADO
                  WHEN "NOM"
       DESCRIBIR-NOVEDAD-APLICADA.

           EVALUATE NOV-TIPO
               WHEN "ALE"
                  MOVE SPACES TO AUD-DETALLE
                  STRING "ACEPTA ALERTAS " NOV-ACEPTA-ALERTAS
                     DELIMITED BY SIZE INTO AUD-DETALLE
               WHEN "ALT"
                  MOVE SPACES TO AUD-DETALLE
                  STRING "ALTA ESTADO " NOV-ESTADO
                         " ACEPTA ALERTAS " CL-ACEPTA-ALERTAS
                     DELIMITED BY SIZE INTO AUD-DETALLE
               WHEN "CON"
                  MOVE SPACES TO AUD-DETALLE
                  STRING "TEL " NOV-TELEFONO " " NOV-CORREO
                     DELIMITED BY SIZE INTO AUD-DETALLE
               WHEN "EST"
                  MOVE SPACES TO AUD-DETALLE
