      ******************************************************************
      * Author: SAMIR ESTELA
      * Date:
      * Purpose: Mantenimiento batch del maestro de lineas de
      *          sobregiro autorizado: aplicar las novedades diarias
      *          de altas de linea, cambios de limite, prorrogas de
      *          vencimiento y cambios de estado sobre LINEAS-
      *          SOBREGIRO, con la misma disciplina de validacion y
      *          la misma pista de auditoria de ACTUALIZA-CUENTAS.
      *          MOVIMIENTOS-BANCARIOS acepta los cargos de una cuenta
      *          hasta el limite de su linea activa y no vencida.
      *          Debe correr ANTES de MOVIMIENTOS-BANCARIOS para que
      *          las lineas del dia sean visibles a la validacion de
      *          saldo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTUALIZA-SOBREGIROS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT NOVEDADES-INPUT
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-NOVEDADES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOVEDADES.
           SELECT LINEAS-SOBREGIRO
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-LINEAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LS-NUM-CUENTA
               FILE STATUS IS WS-FS-LINEAS.
           SELECT CUENTAS-MAESTRO
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-MAESTRO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-NUM-CUENTA
               FILE STATUS IS WS-FS-CUENTAS.
           SELECT AUDITORIA-OUTPUT
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-AUDITORIA
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FECHA-CONTROL
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-FECHACTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FECHACTL.
           SELECT BITACORA-CORRIDAS
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-BITACORA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BITACORA.

       DATA DIVISION.
       FILE SECTION.

      *> NOVEDADES DIARIAS DE MANTENIMIENTO DE LINEAS DE SOBREGIRO.
      *> NOV-TIPO:
      *>   "ALT" ALTA DE LINEA (USA ESTADO, LIMITE Y VENCIMIENTO),
      *>   "EST" CAMBIO DE ESTADO A-C (USA ESTADO; "C" CANCELA LA
      *>         LINEA SIN BORRARLA, PARA QUE COBRANZA LA SIGA VIENDO
      *>         MIENTRAS LA CUENTA SIGA EN NEGATIVO),
      *>   "LIM" CAMBIO DE LIMITE AUTORIZADO (USA LIMITE),
      *>   "VEN" PRORROGA O CAMBIO DE VENCIMIENTO (USA VENCIMIENTO).
      *> NOV-LIMITE TRAE CENTAVOS EN SUS DOS ULTIMOS DIGITOS, IGUAL
      *> QUE EL MONTO DE MOV-INPUT. NOV-USUARIO IDENTIFICA A QUIEN
      *> REGISTRO LA NOVEDAD, PARA LA PISTA DE AUDITORIA.
       FD NOVEDADES-INPUT.
       01 REG-NOVEDAD-SOBREGIRO.
           05 NOV-TIPO           PIC X(3).
           05 FILLER             PIC X.
           05 NOV-NUM-CUENTA     PIC X(10).
           05 FILLER             PIC X.
           05 NOV-ESTADO         PIC X.
           05 FILLER             PIC X.
           05 NOV-USUARIO        PIC X(8).
           05 FILLER             PIC X.
           05 NOV-LIMITE         PIC 9(11)V99.
      *> VISTA EN BRUTO DEL LIMITE PARA LA VALIDACION Y LOS ECOS DE
      *> AUDITORIA (PUEDE VENIR NO NUMERICO O EN BLANCO).
           05 NOV-LIMITE-X REDEFINES NOV-LIMITE
                                 PIC X(13).
           05 FILLER             PIC X.
           05 NOV-FECHA-VENCIMIENTO PIC X(8).

      *> MAESTRO DE LINEAS DE SOBREGIRO AUTORIZADO, INDEXADO POR
      *> CUENTA: UNA LINEA POR CUENTA. LS-DIAS-NEGATIVO Y LS-FECHA-
      *> CIERRE LOS MANTIENE MOVIMIENTOS-BANCARIOS AL CIERRE DE CADA
      *> CORRIDA (DIAS HABILES CONSECUTIVOS EN NEGATIVO Y FECHA DE LA
      *> ULTIMA CORRIDA QUE LOS ACTUALIZO); AQUI SOLO SE INICIALIZAN
      *> EN EL ALTA. MISMO LAYOUT QUE EN MOVIMIENTOS-BANCARIOS;
      *> MANTENER SINCRONIZADOS.
       FD LINEAS-SOBREGIRO.
       01 REG-LINEA-SOBREGIRO.
           05 LS-NUM-CUENTA        PIC 9(10).
           05 LS-LIMITE            PIC 9(11)V99.
           05 LS-FECHA-VENCIMIENTO PIC 9(8).
           05 LS-ESTADO            PIC X(1).
               88 LS-LINEA-ACTIVA     VALUE "A".
               88 LS-LINEA-CANCELADA  VALUE "C".
           05 LS-FECHA-ALTA        PIC 9(8).
           05 LS-DIAS-NEGATIVO     PIC 9(4).
           05 LS-FECHA-CIERRE      PIC 9(8).

      *> MAESTRO DE CUENTAS, SOLO PARA VALIDAR QUE LA CUENTA DE UNA
      *> LINEA EXISTE Y NO ESTA CERRADA. MISMO LAYOUT QUE EN
      *> ACTUALIZA-CUENTAS Y MOVIMIENTOS-BANCARIOS; MANTENER
      *> SINCRONIZADOS.
       FD CUENTAS-MAESTRO.
       01 REG-CUENTA-MAESTRO.
           05 CM-NUM-CUENTA      PIC 9(10).
           05 CM-NOMBRE-TITULAR  PIC X(40).
           05 CM-ESTADO-CUENTA   PIC X(1).
               88 CM-CUENTA-ACTIVA    VALUE "A".
               88 CM-CUENTA-CERRADA   VALUE "C".
               88 CM-CUENTA-CONGELADA VALUE "F".
           05 CM-TIPO-PRODUCTO   PIC X(3).
           05 CM-SALDO-ACTUAL    PIC S9(11)V99.
           05 CM-NUM-CLIENTE     PIC 9(8).

      *> PISTA DE AUDITORIA: UNA LINEA POR NOVEDAD LEIDA, APLICADA O
      *> RECHAZADA, CON LA FECHA DE PROCESO Y EL USUARIO QUE LA
      *> REGISTRO. MISMO FORMATO QUE LA AUDITORIA DE ACTUALIZA-
      *> CUENTAS.
       FD AUDITORIA-OUTPUT.
       01 REG-AUDITORIA.
           05 AUD-FECHA          PIC X(8).
           05 FILLER             PIC X.
           05 AUD-USUARIO        PIC X(8).
           05 FILLER             PIC X.
           05 AUD-TIPO           PIC X(3).
           05 FILLER             PIC X.
           05 AUD-NUM-CUENTA     PIC X(10).
           05 FILLER             PIC X.
           05 AUD-RESULTADO      PIC X(9).
           05 FILLER             PIC X.
           05 AUD-COD-MOTIVO     PIC X(2).
           05 FILLER             PIC X.
           05 AUD-DETALLE        PIC X(40).

      *> CONTROL DE FECHA DE NEGOCIO DE LA CADENA DIARIA. MISMO LAYOUT
      *> QUE EN MOVIMIENTOS-BANCARIOS; AQUI SOLO SE LEE, NUNCA SE
      *> AVANZA.
       FD FECHA-CONTROL.
       01 REG-FECHA-CONTROL.
           05 CTL-FECHA-PROCESO  PIC X(8).

      *> BITACORA ACUMULATIVA DE CORRIDAS DE LA CADENA DIARIA. ESTE
      *> PROGRAMA SOLO ANOTA SU INICIO Y SU FIN CON LA FECHA DE
      *> NEGOCIO, PARA QUE REVERSION-CORRIDA SEPA QUE EL MAESTRO
      *> DE LINEAS SE MODIFICO DESPUES DEL RESPALDO Y NO LO PISE.
      *> MISMO LAYOUT QUE EN ACTUALIZA-CUENTAS Y MOVIMIENTOS-
      *> BANCARIOS; MANTENER SINCRONIZADOS.
       FD BITACORA-CORRIDAS.
       01 REG-BITACORA.
           05 BIT-FECHA          PIC 9(8).
           05 FILLER             PIC X.
           05 BIT-PROGRAMA       PIC X(24).
           05 FILLER             PIC X.
           05 BIT-EVENTO         PIC X(6).
           05 FILLER             PIC X.
           05 BIT-CIFRA-1        PIC 9(8).
           05 FILLER             PIC X.
           05 BIT-CIFRA-2        PIC 9(8).
           05 FILLER             PIC X.
           05 BIT-RETORNO        PIC 9(2).

       WORKING-STORAGE SECTION.

       01 WS-FS-NOVEDADES       PIC XX VALUE "00".

       01 WS-FS-LINEAS          PIC XX VALUE "00".

       01 WS-FS-CUENTAS         PIC XX VALUE "00".

       01 WS-NOM-ARCHIVO-NOVEDADES  PIC X(50) VALUE
            "SOBREGIROS-NOVEDADES.TXT".
       01 WS-NOM-ARCHIVO-LINEAS     PIC X(50) VALUE
            "LINEAS-SOBREGIRO.MAESTRO".
       01 WS-NOM-ARCHIVO-MAESTRO    PIC X(50) VALUE "CUENTAS.MAESTRO".
       01 WS-NOM-ARCHIVO-AUDITORIA  PIC X(50) VALUE
            "SOBREGIROS-AUDITORIA.TXT".
       01 WS-NOM-ARCHIVO-FECHACTL   PIC X(50) VALUE
            "FECHA-PROCESO.CTL".
       01 WS-NOM-ARCHIVO-BITACORA   PIC X(50) VALUE
            "BITACORA-CORRIDAS.TXT".
       01 WS-VALOR-AMBIENTE         PIC X(50) VALUE SPACES.

       01 WS-FS-FECHACTL        PIC XX VALUE "00".
       01 WS-FS-BITACORA        PIC XX VALUE "00".

      *> NOMBRE CON EL QUE ESTE PROGRAMA SE ANOTA EN LA BITACORA.
       01 WS-PROGRAMA-PROPIO    PIC X(24) VALUE "ACTUALIZA-SOBREGIROS".
       01 WS-BIT-EVENTO         PIC X(6) VALUE SPACES.
       01 WS-BIT-CIFRA-1        PIC 9(8) VALUE 0.
       01 WS-BIT-CIFRA-2        PIC 9(8) VALUE 0.
       01 WS-BIT-RETORNO        PIC 9(2) VALUE 0.

       01 WS-FIN-ARCHIVO        PIC X VALUE "N".
       01 WS-REG-VALIDO         PIC X VALUE "N".
       01 WS-LINEA-EXISTE       PIC X VALUE "N".

       01 WS-NOV-LEIDAS         PIC 9(6) VALUE 0.
       01 WS-NOV-APLICADAS      PIC 9(6) VALUE 0.
       01 WS-NOV-RECHAZADAS     PIC 9(6) VALUE 0.

       01 WS-COD-MOTIVO         PIC X(2)  VALUE SPACES.
       01 WS-DESC-MOTIVO        PIC X(40) VALUE SPACES.

       01 WS-FECHA-PROCESO      PIC 9(8).

      *> CAMPOS DE TRABAJO DE LA VALIDACION DEL VENCIMIENTO COMO
      *> FECHA CALENDARIO REAL, IGUAL QUE LA VALIDACION DE FECHAS DE
      *> MOVIMIENTOS-BANCARIOS.
       01 WS-FECHA-ANO          PIC 9(4).
       01 WS-FECHA-MES          PIC 9(2).
       01 WS-FECHA-DIA          PIC 9(2).
       01 WS-DIAS-MES-ACTUAL    PIC 9(2).

       01 WS-DIVID-TEMP         PIC 9(4).
       01 WS-RESIDUO-4          PIC 9(2).
       01 WS-RESIDUO-100        PIC 9(2).
       01 WS-RESIDUO-400        PIC 9(3).

      *> DIAS POR MES EN UN ANO NO BISIESTO (FEBRERO SE AJUSTA EN
      *> DETERMINAR-DIAS-DEL-MES).
       01 TABLA-DIAS-POR-MES-N  PIC X(24)
            VALUE "312831303130313130313031".
       01 TABLA-DIAS-POR-MES REDEFINES TABLA-DIAS-POR-MES-N.
           05 DIAS-POR-MES       PIC 9(2) OCCURS 12 TIMES.

      *> LIMITE EDITADO PARA EL DETALLE DE LA AUDITORIA.
       01 WS-LIMITE-EDITADO     PIC Z(10)9.99.

      *> TABLA DE TIPOS DE NOVEDAD QUE SE OPERAN. MANTENER EN ORDEN
      *> ALFABETICO PARA LA SEARCH ALL.
       01 TABLA-TIPOS-NOV-N     PIC X(12) VALUE "ALTESTLIMVEN".
       01 TABLA-TIPOS-NOV REDEFINES TABLA-TIPOS-NOV-N.
           05 TIPO-NOV-VALIDO    PIC X(3) OCCURS 4 TIMES
                 ASCENDING KEY IS TIPO-NOV-VALIDO
                 INDEXED BY IX-TIPO-NOV.

       01 SUBRAYADO-AUD-1       PIC X(90) VALUE ALL '-'.
       01 TITULOS-AUD           PIC X(90) VALUE
            'FECHA    USUARIO  TIP CUENTA     RESULTADO COD DETALLE'.
       01 SUBRAYADO-AUD-2       PIC X(90) VALUE ALL '-'.

       01 LINEA-TEXTO-AUD       PIC X(90).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD

           PERFORM LEER-NOMBRES-DE-ARCHIVOS

           PERFORM LEER-FECHA-CONTROL

           OPEN INPUT NOVEDADES-INPUT

      *> SI EL ARCHIVO DE NOVEDADES NO EXISTE, NO HAY MANTENIMIENTO
      *> QUE APLICAR HOY; CUALQUIER OTRO ERROR DE APERTURA SI DETIENE
      *> LA CORRIDA.
           IF WS-FS-NOVEDADES = "35"
              DISPLAY "SIN ARCHIVO DE NOVEDADES DE SOBREGIROS; NO HAY "
                 "NADA QUE APLICAR." UPON CONSOLE
              STOP RUN
           END-IF

           IF WS-FS-NOVEDADES NOT = "00"
              DISPLAY "ERROR: NO SE PUDO ABRIR NOVEDADES-INPUT, "
                 "FILE STATUS " WS-FS-NOVEDADES UPON CONSOLE
              STOP RUN
           END-IF

      *> EL INICIO SE ANOTA ANTES DE ABRIR EL MAESTRO EN MODO I-O,
      *> PARA QUE AUN UNA CORRIDA QUE ABORTE DEJE SU HUELLA.
           PERFORM REGISTRAR-INICIO-BITACORA

           PERFORM ABRIR-LINEAS-SOBREGIRO

           IF WS-FS-LINEAS NOT = "00"
              DISPLAY "ERROR: NO SE PUDO ABRIR LINEAS-SOBREGIRO, "
                 "FILE STATUS " WS-FS-LINEAS UPON CONSOLE
              STOP RUN
           END-IF

           OPEN INPUT CUENTAS-MAESTRO

           IF WS-FS-CUENTAS NOT = "00"
              DISPLAY "ERROR: NO SE PUDO ABRIR CUENTAS-MAESTRO, "
                 "FILE STATUS " WS-FS-CUENTAS UPON CONSOLE
              STOP RUN
           END-IF

           OPEN OUTPUT AUDITORIA-OUTPUT

           PERFORM ESCRIBIR-ENCABEZADOS-AUDITORIA

           READ NOVEDADES-INPUT
               AT END MOVE "S" TO WS-FIN-ARCHIVO
           END-READ

           PERFORM UNTIL WS-FIN-ARCHIVO = "S"

              ADD 1 TO WS-NOV-LEIDAS

              PERFORM VALIDAR-NOVEDAD

              IF WS-REG-VALIDO = "S"
                 PERFORM APLICAR-NOVEDAD
              ELSE
                 PERFORM RECHAZAR-NOVEDAD
              END-IF

              READ NOVEDADES-INPUT
                  AT END MOVE "S" TO WS-FIN-ARCHIVO
              END-READ

           END-PERFORM

           DISPLAY "TOTAL NOVEDADES LEIDAS     : " WS-NOV-LEIDAS
           DISPLAY "TOTAL NOVEDADES APLICADAS  : " WS-NOV-APLICADAS
           DISPLAY "TOTAL NOVEDADES RECHAZADAS : " WS-NOV-RECHAZADAS

           CLOSE NOVEDADES-INPUT
                 LINEAS-SOBREGIRO
                 CUENTAS-MAESTRO
                 AUDITORIA-OUTPUT

           PERFORM REGISTRAR-FIN-BITACORA

           STOP RUN.

      *> ABRE EL MAESTRO DE LINEAS EN MODO I-O. SI EL ARCHIVO AUN NO
      *> EXISTE (AMBIENTE NUEVO DONDE LAS PRIMERAS ALTAS LO VAN A
      *> POBLAR), SE CREA VACIO ANTES DE ABRIRLO EN MODO I-O, IGUAL
      *> QUE HACE ACTUALIZA-CLIENTES CON EL MAESTRO DE CLIENTES.
       ABRIR-LINEAS-SOBREGIRO.

           OPEN I-O LINEAS-SOBREGIRO

           IF WS-FS-LINEAS = "35"
              OPEN OUTPUT LINEAS-SOBREGIRO
              CLOSE LINEAS-SOBREGIRO
              OPEN I-O LINEAS-SOBREGIRO
           END-IF.

      *> LEE, AL ESTILO DD-NAME DE JCL, LOS NOMBRES DE ARCHIVO QUE EL
      *> OPERADOR QUIERA SUSTITUIR POR VARIABLE DE ENTORNO. EL MAESTRO
      *> DE LINEAS USA LA MISMA VARIABLE MOVLSG QUE MOVIMIENTOS-
      *> BANCARIOS, Y EL DE CUENTAS LA MISMA MOVMTO.
       LEER-NOMBRES-DE-ARCHIVOS.

           DISPLAY "SOBNOV" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-NOVEDADES
           END-IF

           DISPLAY "MOVLSG" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-LINEAS
           END-IF

           DISPLAY "MOVMTO" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-MAESTRO
           END-IF

           DISPLAY "SOBAUD" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-AUDITORIA
           END-IF

           DISPLAY "MOVFCH" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-FECHACTL
           END-IF

           DISPLAY "BITCOR" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-BITACORA
           END-IF.

      *> LEE LA FECHA DE NEGOCIO VIGENTE DEL ARCHIVO DE CONTROL DE
      *> FECHA, LA MISMA QUE USA EL RESTO DE LA CADENA DIARIA, PARA
      *> QUE LA AUDITORIA QUEDE FECHADA CON EL DIA DE NEGOCIO Y PARA
      *> QUE UN VENCIMIENTO YA PASADO SE RECHACE CONTRA ESE DIA. SI EL
      *> ARCHIVO NO EXISTE (AMBIENTE NUEVO), SE CONSERVA LA FECHA DE
      *> MAQUINA.
       LEER-FECHA-CONTROL.

           OPEN INPUT FECHA-CONTROL

           IF WS-FS-FECHACTL = "35"
              DISPLAY "AVISO: SIN ARCHIVO DE CONTROL DE FECHA; SE "
                 "USA LA FECHA DE MAQUINA " WS-FECHA-PROCESO "."
                 UPON CONSOLE
           ELSE
              IF WS-FS-FECHACTL NOT = "00"
                 DISPLAY "ERROR: NO SE PUDO ABRIR FECHA-CONTROL, "
                    "FILE STATUS " WS-FS-FECHACTL UPON CONSOLE
                 STOP RUN
              ELSE
                 MOVE SPACES TO REG-FECHA-CONTROL
                 READ FECHA-CONTROL
                     AT END CONTINUE
                 END-READ

                 IF CTL-FECHA-PROCESO IS NUMERIC
                    MOVE CTL-FECHA-PROCESO TO WS-FECHA-PROCESO
                 ELSE
                    DISPLAY "ERROR: EL ARCHIVO DE CONTROL DE FECHA "
                       "NO TIENE UNA FECHA CCYYMMDD LEGIBLE."
                       UPON CONSOLE
                    STOP RUN
                 END-IF

                 CLOSE FECHA-CONTROL
              END-IF
           END-IF.

       REGISTRAR-INICIO-BITACORA.

           MOVE "INICIO" TO WS-BIT-EVENTO
           MOVE 0        TO WS-BIT-CIFRA-1
           MOVE 0        TO WS-BIT-CIFRA-2
           MOVE 0        TO WS-BIT-RETORNO
           PERFORM ESCRIBIR-BITACORA.

       REGISTRAR-FIN-BITACORA.

           MOVE "FIN"             TO WS-BIT-EVENTO
           MOVE WS-NOV-APLICADAS  TO WS-BIT-CIFRA-1
           MOVE WS-NOV-RECHAZADAS TO WS-BIT-CIFRA-2
           MOVE 0                 TO WS-BIT-RETORNO
           PERFORM ESCRIBIR-BITACORA.

      *> AGREGA UN REGISTRO A LA BITACORA ACUMULATIVA. SI NO SE PUEDE
      *> ESCRIBIR SE AVISA PERO NO SE DETIENE EL MANTENIMIENTO.
       ESCRIBIR-BITACORA.

           OPEN EXTEND BITACORA-CORRIDAS

           IF WS-FS-BITACORA = "35"
              OPEN OUTPUT BITACORA-CORRIDAS
           END-IF

           IF WS-FS-BITACORA NOT = "00"
              DISPLAY "AVISO: NO SE PUDO ESCRIBIR LA BITACORA DE "
                 "CORRIDAS, FILE STATUS " WS-FS-BITACORA
                 UPON CONSOLE
           ELSE
              MOVE SPACES             TO REG-BITACORA
              MOVE WS-FECHA-PROCESO   TO BIT-FECHA
              MOVE WS-PROGRAMA-PROPIO TO BIT-PROGRAMA
              MOVE WS-BIT-EVENTO      TO BIT-EVENTO
              MOVE WS-BIT-CIFRA-1     TO BIT-CIFRA-1
              MOVE WS-BIT-CIFRA-2     TO BIT-CIFRA-2
              MOVE WS-BIT-RETORNO     TO BIT-RETORNO
              WRITE REG-BITACORA
              CLOSE BITACORA-CORRIDAS
           END-IF.

       ESCRIBIR-ENCABEZADOS-AUDITORIA.

           MOVE SUBRAYADO-AUD-1 TO LINEA-TEXTO-AUD
           WRITE REG-AUDITORIA FROM LINEA-TEXTO-AUD

           MOVE TITULOS-AUD     TO LINEA-TEXTO-AUD
           WRITE REG-AUDITORIA FROM LINEA-TEXTO-AUD

           MOVE SUBRAYADO-AUD-2 TO LINEA-TEXTO-AUD
           WRITE REG-AUDITORIA FROM LINEA-TEXTO-AUD.

      *> LA VALIDACION SE REALIZA EN CADENA, COMO EN ACTUALIZA-
      *> CUENTAS: CADA PASO SOLO SE EJECUTA SI LOS ANTERIORES
      *> ACEPTARON LA NOVEDAD, Y EL PRIMER PASO QUE LA RECHAZA DEJA SU
      *> CODIGO Y DESCRIPCION DE MOTIVO.
       VALIDAR-NOVEDAD.
           MOVE "S" TO WS-REG-VALIDO
           MOVE SPACES TO WS-COD-MOTIVO
           MOVE SPACES TO WS-DESC-MOTIVO

           PERFORM VALIDAR-TIPO-NOVEDAD

           IF WS-REG-VALIDO = "S"
              PERFORM VALIDAR-NOV-NUM-CUENTA
           END-IF

           IF WS-REG-VALIDO = "S"
              PERFORM VALIDAR-CUENTA-MAESTRO
           END-IF

           IF WS-REG-VALIDO = "S"
              PERFORM VALIDAR-EXISTENCIA-LINEA
           END-IF

           IF WS-REG-VALIDO = "S"
              PERFORM VALIDAR-CAMPOS-POR-TIPO
           END-IF.

       VALIDAR-TIPO-NOVEDAD.

           SET IX-TIPO-NOV TO 1
           SEARCH ALL TIPO-NOV-VALIDO
               AT END
                  MOVE "N"  TO WS-REG-VALIDO
                  MOVE "01" TO WS-COD-MOTIVO
                  MOVE "TIPO DE NOVEDAD NO ESTA EN TABLA"
                     TO WS-DESC-MOTIVO
               WHEN TIPO-NOV-VALIDO (IX-TIPO-NOV) = NOV-TIPO
                  CONTINUE
           END-SEARCH.

       VALIDAR-NOV-NUM-CUENTA.

           IF NOV-NUM-CUENTA IS NOT NUMERIC
              MOVE "N"  TO WS-REG-VALIDO
              MOVE "02" TO WS-COD-MOTIVO
              MOVE "NUM-CUENTA NO ES NUMERICO" TO WS-DESC-MOTIVO
           END-IF.

      *> LA CUENTA DE LA LINEA DEBE EXISTIR EN EL MAESTRO DE CUENTAS.
      *> A UNA CUENTA CERRADA NO SE LE ABRE NI SE LE AMPLIA UNA LINEA;
      *> SI SE LE PUEDE CANCELAR O ACORTAR LA QUE YA TENIA.
       VALIDAR-CUENTA-MAESTRO.

           MOVE NOV-NUM-CUENTA TO CM-NUM-CUENTA

           READ CUENTAS-MAESTRO
               INVALID KEY
                  MOVE "N"  TO WS-REG-VALIDO
                  MOVE "08" TO WS-COD-MOTIVO
                  MOVE "CUENTA NO EXISTE EN MAESTRO" TO WS-DESC-MOTIVO
               NOT INVALID KEY
                  IF CM-CUENTA-CERRADA
                     AND (NOV-TIPO = "ALT" OR NOV-TIPO = "LIM")
                     MOVE "N"  TO WS-REG-VALIDO
                     MOVE "09" TO WS-COD-MOTIVO
                     MOVE "CUENTA CERRADA" TO WS-DESC-MOTIVO
                  END-IF
           END-READ.

      *> UNA ALTA EXIGE QUE LA CUENTA NO TENGA LINEA TODAVIA;
      *> CUALQUIER OTRA NOVEDAD EXIGE QUE YA LA TENGA. LA LECTURA DEJA
      *> EL REGISTRO DE LA LINEA EN SU BUFFER PARA QUE APLICAR-
      *> NOVEDAD LO MODIFIQUE SIN VOLVER A LEER.
       VALIDAR-EXISTENCIA-LINEA.

           MOVE NOV-NUM-CUENTA TO LS-NUM-CUENTA

           READ LINEAS-SOBREGIRO
               INVALID KEY
                  MOVE "N" TO WS-LINEA-EXISTE
               NOT INVALID KEY
                  MOVE "S" TO WS-LINEA-EXISTE
           END-READ

           IF NOV-TIPO = "ALT"
              IF WS-LINEA-EXISTE = "S"
                 MOVE "N"  TO WS-REG-VALIDO
                 MOVE "03" TO WS-COD-MOTIVO
                 MOVE "CUENTA YA TIENE LINEA DE SOBREGIRO"
                    TO WS-DESC-MOTIVO
              END-IF
           ELSE
              IF WS-LINEA-EXISTE = "N"
                 MOVE "N"  TO WS-REG-VALIDO
                 MOVE "04" TO WS-COD-MOTIVO
                 MOVE "CUENTA SIN LINEA DE SOBREGIRO"
                    TO WS-DESC-MOTIVO
              END-IF
           END-IF.

      *> VALIDA LOS CAMPOS QUE CADA TIPO DE NOVEDAD REALMENTE USA:
      *> ESTADO PARA ALT Y EST, LIMITE PARA ALT Y LIM, VENCIMIENTO
      *> PARA ALT Y VEN. LOS CAMPOS QUE UN TIPO NO USA SE IGNORAN.
       VALIDAR-CAMPOS-POR-TIPO.

           IF NOV-TIPO = "ALT" OR NOV-TIPO = "EST"
              IF NOV-ESTADO NOT = "A" AND NOV-ESTADO NOT = "C"
                 MOVE "N"  TO WS-REG-VALIDO
                 MOVE "05" TO WS-COD-MOTIVO
                 MOVE "ESTADO DE LINEA NO ES A NI C"
                    TO WS-DESC-MOTIVO
              END-IF
           END-IF

           IF WS-REG-VALIDO = "S"
              IF NOV-TIPO = "ALT" OR NOV-TIPO = "LIM"
                 IF NOV-LIMITE IS NOT NUMERIC
                    MOVE "N"  TO WS-REG-VALIDO
                    MOVE "06" TO WS-COD-MOTIVO
                    MOVE "LIMITE NO ES NUMERICO" TO WS-DESC-MOTIVO
                 ELSE
                    IF NOV-LIMITE = 0
                       MOVE "N"  TO WS-REG-VALIDO
                       MOVE "06" TO WS-COD-MOTIVO
                       MOVE "LIMITE EN CERO; USAR EST C PARA CANCELAR"
                          TO WS-DESC-MOTIVO
                    END-IF
                 END-IF
              END-IF
           END-IF

           IF WS-REG-VALIDO = "S"
              IF NOV-TIPO = "ALT" OR NOV-TIPO = "VEN"
                 PERFORM VALIDAR-FECHA-VENCIMIENTO
              END-IF
           END-IF.

      *> EL VENCIMIENTO DEBE SER UNA FECHA CALENDARIO REAL Y
      *> POSTERIOR A LA FECHA DE NEGOCIO: UNA LINEA QUE NACE VENCIDA
      *> NO AUTORIZA NINGUN CARGO.
       VALIDAR-FECHA-VENCIMIENTO.

           IF NOV-FECHA-VENCIMIENTO IS NOT NUMERIC
              MOVE "N"  TO WS-REG-VALIDO
              MOVE "07" TO WS-COD-MOTIVO
              MOVE "FECHA DE VENCIMIENTO INVALIDA" TO WS-DESC-MOTIVO
           ELSE
              MOVE NOV-FECHA-VENCIMIENTO (1:4) TO WS-FECHA-ANO
              MOVE NOV-FECHA-VENCIMIENTO (5:2) TO WS-FECHA-MES
              MOVE NOV-FECHA-VENCIMIENTO (7:2) TO WS-FECHA-DIA
              IF WS-FECHA-MES < 1 OR WS-FECHA-MES > 12
                 MOVE "N"  TO WS-REG-VALIDO
                 MOVE "07" TO WS-COD-MOTIVO
                 MOVE "FECHA DE VENCIMIENTO INVALIDA"
                    TO WS-DESC-MOTIVO
              ELSE
                 PERFORM DETERMINAR-DIAS-DEL-MES
                 IF WS-FECHA-DIA < 1
                    OR WS-FECHA-DIA > WS-DIAS-MES-ACTUAL
                    MOVE "N"  TO WS-REG-VALIDO
                    MOVE "07" TO WS-COD-MOTIVO
                    MOVE "FECHA DE VENCIMIENTO INVALIDA"
                       TO WS-DESC-MOTIVO
                 ELSE
                    IF NOV-FECHA-VENCIMIENTO NOT > WS-FECHA-PROCESO
                       MOVE "N"  TO WS-REG-VALIDO
                       MOVE "10" TO WS-COD-MOTIVO
                       MOVE "VENCIMIENTO NO POSTERIOR A FECHA PROCESO"
                          TO WS-DESC-MOTIVO
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *> DETERMINA LA CANTIDAD DE DIAS DEL MES DE WS-FECHA-MES EN
      *> WS-DIAS-MES-ACTUAL, AJUSTANDO FEBRERO EN ANOS BISIESTOS.
       DETERMINAR-DIAS-DEL-MES.

           MOVE DIAS-POR-MES (WS-FECHA-MES) TO WS-DIAS-MES-ACTUAL

           IF WS-FECHA-MES = 2
              DIVIDE WS-FECHA-ANO BY 4   GIVING WS-DIVID-TEMP
                     REMAINDER WS-RESIDUO-4
              DIVIDE WS-FECHA-ANO BY 100 GIVING WS-DIVID-TEMP
                     REMAINDER WS-RESIDUO-100
              DIVIDE WS-FECHA-ANO BY 400 GIVING WS-DIVID-TEMP
                     REMAINDER WS-RESIDUO-400
              IF WS-RESIDUO-4 = 0
                 AND (WS-RESIDUO-100 NOT = 0 OR WS-RESIDUO-400 = 0)
                 MOVE 29 TO WS-DIAS-MES-ACTUAL
              END-IF
           END-IF.

      *> APLICA LA NOVEDAD YA VALIDADA AL MAESTRO DE LINEAS: UN ALTA
      *> ESCRIBE EL REGISTRO NUEVO CON LOS CONTADORES DE CIERRE EN
      *> CERO; LAS DEMAS MODIFICAN EL REGISTRO QUE VALIDAR-EXISTENCIA-
      *> LINEA DEJO EN EL BUFFER Y LO REESCRIBEN.
       APLICAR-NOVEDAD.

           IF NOV-TIPO = "ALT"
              MOVE SPACES                TO REG-LINEA-SOBREGIRO
              MOVE NOV-NUM-CUENTA        TO LS-NUM-CUENTA
              MOVE NOV-LIMITE            TO LS-LIMITE
              MOVE NOV-FECHA-VENCIMIENTO TO LS-FECHA-VENCIMIENTO
              MOVE NOV-ESTADO            TO LS-ESTADO
              MOVE WS-FECHA-PROCESO      TO LS-FECHA-ALTA
              MOVE 0                     TO LS-DIAS-NEGATIVO
              MOVE 0                     TO LS-FECHA-CIERRE
              WRITE REG-LINEA-SOBREGIRO
                  INVALID KEY
                     DISPLAY "ERROR: NO SE PUDO DAR DE ALTA LA LINEA "
                        "DE LA CUENTA " NOV-NUM-CUENTA ", FILE STATUS "
                        WS-FS-LINEAS UPON CONSOLE
                     STOP RUN
              END-WRITE
           ELSE
              EVALUATE NOV-TIPO
                  WHEN "EST"
                     MOVE NOV-ESTADO TO LS-ESTADO
                  WHEN "LIM"
                     MOVE NOV-LIMITE TO LS-LIMITE
                  WHEN "VEN"
                     MOVE NOV-FECHA-VENCIMIENTO TO LS-FECHA-VENCIMIENTO
              END-EVALUATE
              REWRITE REG-LINEA-SOBREGIRO
                  INVALID KEY
                     DISPLAY "ERROR: NO SE PUDO ACTUALIZAR LA LINEA "
                        "DE LA CUENTA " NOV-NUM-CUENTA ", FILE STATUS "
                        WS-FS-LINEAS UPON CONSOLE
                     STOP RUN
              END-REWRITE
           END-IF

           ADD 1 TO WS-NOV-APLICADAS

           MOVE SPACES     TO REG-AUDITORIA
           MOVE "APLICADA" TO AUD-RESULTADO
           MOVE SPACES     TO AUD-COD-MOTIVO
           PERFORM DESCRIBIR-NOVEDAD-APLICADA
           PERFORM ESCRIBIR-AUDITORIA.

       RECHAZAR-NOVEDAD.

           ADD 1 TO WS-NOV-RECHAZADAS

           MOVE SPACES          TO REG-AUDITORIA
           MOVE "RECHAZADA"     TO AUD-RESULTADO
           MOVE WS-COD-MOTIVO   TO AUD-COD-MOTIVO
           MOVE WS-DESC-MOTIVO  TO AUD-DETALLE
           PERFORM ESCRIBIR-AUDITORIA.

      *> DEJA EN AUD-DETALLE EL VALOR QUE LA NOVEDAD APLICADA DEJO EN
      *> EL MAESTRO, PARA QUE LA PISTA DE AUDITORIA MUESTRE QUE CAMBIO.
       DESCRIBIR-NOVEDAD-APLICADA.

           EVALUATE NOV-TIPO
               WHEN "ALT"
                  MOVE NOV-LIMITE TO WS-LIMITE-EDITADO
                  MOVE SPACES TO AUD-DETALLE
                  STRING "ALTA " NOV-ESTADO " LIM " WS-LIMITE-EDITADO
                     " VCE " NOV-FECHA-VENCIMIENTO
                     DELIMITED BY SIZE INTO AUD-DETALLE
               WHEN "EST"
                  MOVE SPACES TO AUD-DETALLE
                  STRING "NUEVO ESTADO " NOV-ESTADO
                     DELIMITED BY SIZE INTO AUD-DETALLE
               WHEN "LIM"
                  MOVE NOV-LIMITE TO WS-LIMITE-EDITADO
                  MOVE SPACES TO AUD-DETALLE
                  STRING "NUEVO LIMITE " WS-LIMITE-EDITADO
                     DELIMITED BY SIZE INTO AUD-DETALLE
               WHEN "VEN"
                  MOVE SPACES TO AUD-DETALLE
                  STRING "NUEVO VENCIMIENTO " NOV-FECHA-VENCIMIENTO
                     DELIMITED BY SIZE INTO AUD-DETALLE
           END-EVALUATE.

       ESCRIBIR-AUDITORIA.

           MOVE WS-FECHA-PROCESO TO AUD-FECHA
           MOVE NOV-USUARIO      TO AUD-USUARIO
           MOVE NOV-TIPO         TO AUD-TIPO
           MOVE NOV-NUM-CUENTA   TO AUD-NUM-CUENTA

           WRITE REG-AUDITORIA.

       END PROGRAM ACTUALIZA-SOBREGIROS.
