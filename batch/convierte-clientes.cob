      ******************************************************************
      * Author: SAMIR ESTELA
      * Date:
      * Purpose: Conversion por unica vez del maestro de clientes al
      *          layout con datos de contacto: el registro de
      *          CLIENTES-MAESTRO crecio al agregarse el telefono, el
      *          correo y la aceptacion de alertas, y un maestro
      *          indexado existente con el largo anterior no se puede
      *          abrir con el layout nuevo (file status 39). Esta
      *          utilidad lee el maestro con el layout anterior,
      *          reescribe cada cliente en un maestro nuevo sin
      *          telefono ni correo y SIN aceptacion de alertas (el
      *          cliente no las recibe hasta que la novedad "ALE" de
      *          ACTUALIZA-CLIENTES registre que las acepto), y
      *          sustituye el archivo original por el convertido,
      *          igual que CONVIERTE-MAESTRO con el maestro de
      *          cuentas. Debe correrse UNA VEZ, antes de la primera
      *          corrida de la cadena con el layout nuevo; contra un
      *          maestro ya convertido se niega sola.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVIERTE-CLIENTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CLIENTES-ANTERIOR
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLA-NUM-CLIENTE
               FILE STATUS IS WS-FS-ANTERIOR.
           SELECT CLIENTES-NUEVO
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-NUEVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLN-NUM-CLIENTE
               FILE STATUS IS WS-FS-NUEVO.

       DATA DIVISION.
       FILE SECTION.

      *> MAESTRO DE CLIENTES CON EL LAYOUT ANTERIOR A LOS DATOS DE
      *> CONTACTO: TERMINA EN CL-ESTADO.
       FD CLIENTES-ANTERIOR.
       01 REG-CLIENTE-ANTERIOR.
           05 CLA-NUM-CLIENTE    PIC 9(8).
           05 CLA-NOMBRE         PIC X(40).
           05 CLA-ESTADO         PIC X(1).

      *> MAESTRO DE CLIENTES CON EL LAYOUT VIGENTE. MISMO LAYOUT QUE
      *> REG-CLIENTE-MAESTRO EN ACTUALIZA-CLIENTES; MANTENER
      *> SINCRONIZADOS.
       FD CLIENTES-NUEVO.
       01 REG-CLIENTE-NUEVO.
           05 CLN-NUM-CLIENTE    PIC 9(8).
           05 CLN-NOMBRE         PIC X(40).
           05 CLN-ESTADO         PIC X(1).
      *> CANALES DE CONTACTO Y ACEPTACION DE ALERTAS; LA CONVERSION
      *> LOS DEJA VACIOS Y EN "N", Y ACTUALIZA-CLIENTES LOS REGISTRA
      *> DESPUES CON LAS NOVEDADES "CON" Y "ALE".
           05 CLN-TELEFONO       PIC X(15).
           05 CLN-CORREO         PIC X(50).
           05 CLN-ACEPTA-ALERTAS PIC X(1).
           05 CLN-FECHA-ALERTAS  PIC 9(8).

       WORKING-STORAGE SECTION.

       01 WS-FS-ANTERIOR        PIC XX VALUE "00".

       01 WS-FS-NUEVO           PIC XX VALUE "00".

      *> ESTADO DE LAS LLAMADAS AL RUNTIME PARA SUSTITUIR EL MAESTRO
      *> ORIGINAL POR EL CONVERTIDO, COMO EN CONVIERTE-MAESTRO.
       01 WS-STATUS-RENOMBRADO  PIC 9(9) COMP-5 VALUE 0.

       01 WS-NOM-ARCHIVO-CLIENTES   PIC X(50) VALUE
            "CLIENTES.MAESTRO".
       01 WS-NOM-ARCHIVO-NUEVO      PIC X(50) VALUE
            "CLIENTES-MAESTRO.NUEVO".
       01 WS-VALOR-AMBIENTE         PIC X(50) VALUE SPACES.

       01 WS-FIN-ARCHIVO        PIC X VALUE "N".

       01 WS-CLIENTES-LEIDOS    PIC 9(6) VALUE 0.
       01 WS-CLIENTES-ESCRITOS  PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LEER-NOMBRES-DE-ARCHIVOS

           OPEN INPUT CLIENTES-ANTERIOR

      *> SIN MAESTRO NO HAY NADA QUE CONVERTIR (AMBIENTE NUEVO, DONDE
      *> LAS PRIMERAS ALTAS YA LO CREAN CON EL LAYOUT VIGENTE). UN
      *> FILE STATUS 39 SIGNIFICA QUE EL LARGO DE REGISTRO DEL
      *> ARCHIVO NO ES EL ANTERIOR: EL MAESTRO YA ESTA CONVERTIDO Y
      *> CORRER LA UTILIDAD DE NUEVO LO DESTRUIRIA.
           IF WS-FS-ANTERIOR = "35"
              DISPLAY "SIN MAESTRO DE CLIENTES; NO HAY NADA QUE "
                 "CONVERTIR." UPON CONSOLE
              STOP RUN
           END-IF

           IF WS-FS-ANTERIOR = "39"
              DISPLAY "ERROR: EL MAESTRO DE CLIENTES NO TIENE EL "
                 "LARGO DE REGISTRO ANTERIOR; PARECE YA CONVERTIDO Y "
                 "NO SE TOCA." UPON CONSOLE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-FS-ANTERIOR NOT = "00"
              DISPLAY "ERROR: NO SE PUDO ABRIR CLIENTES-ANTERIOR, "
                 "FILE STATUS " WS-FS-ANTERIOR UPON CONSOLE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CLIENTES-NUEVO

           IF WS-FS-NUEVO NOT = "00"
              DISPLAY "ERROR: NO SE PUDO CREAR CLIENTES-NUEVO, "
                 "FILE STATUS " WS-FS-NUEVO UPON CONSOLE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           READ CLIENTES-ANTERIOR
               AT END MOVE "S" TO WS-FIN-ARCHIVO
           END-READ

           PERFORM UNTIL WS-FIN-ARCHIVO = "S"

              ADD 1 TO WS-CLIENTES-LEIDOS

              PERFORM CONVERTIR-UN-CLIENTE

              READ CLIENTES-ANTERIOR
                  AT END MOVE "S" TO WS-FIN-ARCHIVO
              END-READ

           END-PERFORM

           CLOSE CLIENTES-ANTERIOR
                 CLIENTES-NUEVO

           PERFORM SUSTITUIR-MAESTRO

           DISPLAY "CLIENTES LEIDOS            : " WS-CLIENTES-LEIDOS
           DISPLAY "CLIENTES CONVERTIDOS       : " WS-CLIENTES-ESCRITOS

           STOP RUN.

      *> LEE, AL ESTILO DD-NAME DE JCL, LOS NOMBRES DE ARCHIVO QUE EL
      *> OPERADOR QUIERA SUSTITUIR POR VARIABLE DE ENTORNO. EL
      *> MAESTRO USA LA MISMA VARIABLE CLIMTO QUE LOS DEMAS PROGRAMAS
      *> QUE LO CONSULTAN.
       LEER-NOMBRES-DE-ARCHIVOS.

           DISPLAY "CLIMTO" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-CLIENTES
           END-IF

           DISPLAY "CNVCLI" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-NUEVO
           END-IF.

       CONVERTIR-UN-CLIENTE.

           MOVE SPACES             TO REG-CLIENTE-NUEVO
           MOVE CLA-NUM-CLIENTE    TO CLN-NUM-CLIENTE
           MOVE CLA-NOMBRE         TO CLN-NOMBRE
           MOVE CLA-ESTADO         TO CLN-ESTADO
           MOVE "N"                TO CLN-ACEPTA-ALERTAS
           MOVE 0                  TO CLN-FECHA-ALERTAS

           WRITE REG-CLIENTE-NUEVO
               INVALID KEY
                  DISPLAY "ERROR: NO SE PUDO ESCRIBIR EL CLIENTE "
                     CLA-NUM-CLIENTE " EN CLIENTES-NUEVO, FILE STATUS "
                     WS-FS-NUEVO UPON CONSOLE
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
           END-WRITE

           ADD 1 TO WS-CLIENTES-ESCRITOS.

      *> SUSTITUYE EL MAESTRO ORIGINAL POR EL CONVERTIDO, COMO HACE
      *> CONVIERTE-MAESTRO. SI EL RUNTIME NO PUEDE HACER EL CAMBIO, SE
      *> AVISA Y EL CONVERTIDO QUEDA EN DISCO CON SU NOMBRE PROPIO
      *> PARA QUE EL OPERADOR TERMINE LA SUSTITUCION A MANO.
       SUSTITUIR-MAESTRO.

           CALL "CBL_DELETE_FILE" USING WS-NOM-ARCHIVO-CLIENTES
               RETURNING WS-STATUS-RENOMBRADO

           CALL "CBL_RENAME_FILE" USING WS-NOM-ARCHIVO-NUEVO
               WS-NOM-ARCHIVO-CLIENTES
               RETURNING WS-STATUS-RENOMBRADO

           IF WS-STATUS-RENOMBRADO NOT = 0
              DISPLAY "AVISO: NO SE PUDO SUSTITUIR "
                 WS-NOM-ARCHIVO-CLIENTES
                 " POR EL MAESTRO CONVERTIDO (CODIGO "
                 WS-STATUS-RENOMBRADO
                 "); EL CONVERTIDO QUEDO EN "
                 WS-NOM-ARCHIVO-NUEVO UPON CONSOLE
           END-IF.

       END PROGRAM CONVIERTE-CLIENTES.
