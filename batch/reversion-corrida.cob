      ******************************************************************
      * Author: SAMIR ESTELA
      * Date:
      * Purpose: Reversion completa (back-out) de la ultima corrida de
      *          MOVIMIENTOS-BANCARIOS cuando termino "bien" pero con
      *          una entrada equivocada o duplicada: a partir del
      *          respaldo que esa corrida tomo al arrancar, restaurar
      *          CUENTAS.MAESTRO, MOVIMIENTOS.HISTDUP,
      *          MOVIMIENTOS.RETENCIONES, LINEAS-SOBREGIRO.MAESTRO,
      *          CAMARA-ENVIOS.REGISTRO y CHEQUES.MAESTRO, recortar
      *          MOVIMIENTOS.HISTORICO
      *          y SALDOS-CIERRE.TXT a las lineas que tenian, quitar
      *          de MOVIMIENTOS.HISTIDX lo que grabo esa corrida, dejar
      *          FECHA-PROCESO.CTL en el dia revertido y anotar la
      *          reversion en la bitacora de corridas, para que
      *          MOVIMIENTOS-BANCARIOS (y despues de el la
      *          conciliacion y la prueba de integridad) puedan volver
      *          a correr ese dia. ACTUALIZA-CUENTAS no se repite: el
      *          respaldo se toma despues de sus altas y cambios. Los
      *          archivos de salida del dia (reportes, asientos,
      *          archivo de envio a la camara) se recrean al repetir la
      *          corrida; si el envio a la camara ya se habia
      *          transmitido, la repeticion debe coordinarse con ella.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVERSION-CORRIDA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT RESPALDO-CORRIDA
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-RESPALDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESPALDO.
           SELECT CUENTAS-MAESTRO
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-MAESTRO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-NUM-CUENTA
               FILE STATUS IS WS-FS-CUENTAS.
           SELECT MOV-HISTORIAL-DUPLICADOS
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-HISTORIAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-CLAVE
               FILE STATUS IS WS-FS-HISTORIAL.
           SELECT MOV-RETENCIONES
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-RETENCIONES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RET-CLAVE
               FILE STATUS IS WS-FS-RETENCIONES.
           SELECT LINEAS-SOBREGIRO
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-LINEAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LS-NUM-CUENTA
               FILE STATUS IS WS-FS-LINEAS.
           SELECT CAMARA-ENVIOS-REGISTRO
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-ENVIOS-REG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENV-REFERENCIA
               FILE STATUS IS WS-FS-ENVIOS-REG.
           SELECT CHEQUES-MAESTRO
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-CHEQUES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHQ-CLAVE
               FILE STATUS IS WS-FS-CHEQUES.
           SELECT MOV-HISTORICO
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-HISTORICO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.
      *> EL HISTORICO INDEXADO SE RECORRE EN SECUENCIA PARA QUITARLE
      *> LOS MOVIMIENTOS DE LA CORRIDA REVERTIDA.
           SELECT MOV-HISTORICO-INDEXADO
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-HISTIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIX-CLAVE
               FILE STATUS IS WS-FS-HISTIDX.
           SELECT FOTO-SALDOS
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-FOTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FOTO.
           SELECT RECORTE-TRABAJO
               ASSIGN TO "REVERSION-RECORTE.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECORTE.
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

      *> RESPALDO PREVIO DE LA CORRIDA, ESCRITO POR MOVIMIENTOS-
      *> BANCARIOS AL ARRANCAR: "CTL" CON LA FECHA Y LAS LINEAS DEL
      *> HISTORICO Y DE LA FOTO, UNA COPIA POR REGISTRO DE CADA
      *> ARCHIVO INDEXADO ("MTO", "HDU", "RET", "LSG", "ENV", "CHQ")
      *> Y "FIN" CON EL TOTAL DE COPIAS. MISMO LAYOUT QUE EN
      *> MOVIMIENTOS-BANCARIOS; MANTENER SINCRONIZADOS.
       FD RESPALDO-CORRIDA.
       01 REG-RESPALDO.
           05 RSP-TIPO           PIC X(3).
           05 FILLER             PIC X.
           05 RSP-DATOS          PIC X(80).
       01 REG-RESPALDO-CTL REDEFINES REG-RESPALDO.
           05 FILLER             PIC X(4).
           05 RSP-FECHA-PROCESO  PIC 9(8).
           05 FILLER             PIC X.
           05 RSP-LINEAS-HISTORICO PIC 9(10).
           05 FILLER             PIC X.
           05 RSP-LINEAS-FOTO    PIC 9(10).
           05 FILLER             PIC X(50).
       01 REG-RESPALDO-FIN REDEFINES REG-RESPALDO.
           05 FILLER             PIC X(4).
           05 RSP-TOTAL-COPIAS   PIC 9(10).
           05 FILLER             PIC X(70).

      *> MAESTRO DE CUENTAS. MISMO LAYOUT QUE EN MOVIMIENTOS-BANCARIOS;
      *> MANTENER SINCRONIZADOS.
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

      *> HISTORIAL DE CLAVES PARA DETECCION DE DUPLICADOS. MISMO
      *> LAYOUT QUE EN MOVIMIENTOS-BANCARIOS; MANTENER SINCRONIZADOS.
       FD MOV-HISTORIAL-DUPLICADOS.
       01 REG-HISTORIAL.
           05 HIST-CLAVE         PIC X(33).

      *> RETENCIONES DE FONDOS VIGENTES. MISMO LAYOUT QUE EN
      *> MOVIMIENTOS-BANCARIOS; MANTENER SINCRONIZADOS.
       FD MOV-RETENCIONES.
       01 REG-RETENCION.
           05 RET-CLAVE.
               10 RET-NUM-CUENTA       PIC 9(10).
               10 RET-FECHA-COLOCACION PIC 9(8).
               10 RET-CONSECUTIVO      PIC 9(2).
           05 RET-MONTO                PIC 9(9)V99.
           05 RET-FECHA-VENCIMIENTO    PIC 9(8).

      *> LINEAS DE SOBREGIRO AUTORIZADO. MISMO LAYOUT QUE EN
      *> MOVIMIENTOS-BANCARIOS Y ACTUALIZA-SOBREGIROS; MANTENER
      *> SINCRONIZADOS.
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

      *> REGISTRO PERMANENTE DE ENVIOS A LA CAMARA. MISMO LAYOUT QUE
      *> EN MOVIMIENTOS-BANCARIOS Y ADAPTADOR-CAMARA; MANTENER
      *> SINCRONIZADOS.
       FD CAMARA-ENVIOS-REGISTRO.
       01 REG-ENVIO-CAMARA.
           05 ENV-REFERENCIA       PIC X(12).
           05 ENV-NUM-CUENTA       PIC 9(10).
           05 ENV-BANCO            PIC X(4).
           05 ENV-MONTO            PIC 9(9)V99.
           05 ENV-FECHA-ENVIO      PIC 9(8).
           05 ENV-ESTADO           PIC X(1).
               88 ENV-ENVIADO         VALUE "E".
               88 ENV-DEVUELTO        VALUE "D".
           05 ENV-FECHA-DEVOLUCION PIC 9(8).

      *> MAESTRO DE CHEQUES. MISMO LAYOUT QUE EN MOVIMIENTOS-
      *> BANCARIOS Y ACTUALIZA-CHEQUERAS; MANTENER SINCRONIZADOS.
       FD CHEQUES-MAESTRO.
       01 REG-CHEQUE.
           05 CHQ-CLAVE.
               10 CHQ-NUM-CUENTA     PIC 9(10).
               10 CHQ-NUM-CHEQUE     PIC 9(10).
           05 CHQ-ESTADO             PIC X(1).
               88 CHQ-EMITIDO           VALUE "E".
               88 CHQ-PAGADO            VALUE "P".
               88 CHQ-ANULADO           VALUE "A".
               88 CHQ-NO-PAGAR          VALUE "O".
           05 CHQ-CHEQUERA-DESDE     PIC 9(10).
           05 CHQ-CHEQUERA-HASTA     PIC 9(10).
           05 CHQ-FECHA-ENTREGA      PIC 9(8).
           05 CHQ-FECHA-ESTADO       PIC 9(8).
           05 CHQ-MONTO-PAGADO       PIC 9(9)V99.
           05 CHQ-FECHA-PAGO         PIC 9(8).

      *> HISTORICO PERMANENTE DE MOVIMIENTOS ACEPTADOS. MISMO LAYOUT
      *> QUE REG-HISTORICO EN MOVIMIENTOS-BANCARIOS; MANTENER
      *> SINCRONIZADOS. AQUI SOLO SE CUENTAN Y COPIAN SUS LINEAS.
       FD MOV-HISTORICO.
       01 REG-HISTORICO.
           05 HCO-NUM-CUENTA     PIC 9(10).
           05 FILLER             PIC X.
           05 HCO-FECHA          PIC 9(8).
           05 FILLER             PIC X.
           05 HCO-SUC            PIC X(4).
           05 FILLER             PIC X.
           05 HCO-TIPO-MOV       PIC X(3).
           05 FILLER             PIC X.
           05 HCO-MONTO          PIC 9(9)V99.
           05 FILLER             PIC X.
           05 HCO-IND-REVERSO    PIC X.
           05 FILLER             PIC X.
           05 HCO-FECHA-PROCESO  PIC X(8).
      *> NUMERO DE CHEQUE DE UN PAGO DE CHEQUE ("CHQ"); EN BLANCO EN
      *> LOS DEMAS TIPOS Y EN LOS REGISTROS ANTERIORES AL CAMPO.
           05 FILLER             PIC X.
           05 HCO-NUM-CHEQUE     PIC X(10).

      *> HISTORICO INDEXADO DE MOVIMIENTOS ACEPTADOS. MISMO LAYOUT QUE
      *> REG-HISTORICO-IDX EN MOVIMIENTOS-BANCARIOS; MANTENER
      *> SINCRONIZADOS. AQUI SOLO SE BORRAN LOS REGISTROS DE LA FECHA
      *> DE NEGOCIO REVERTIDA.
       FD MOV-HISTORICO-INDEXADO.
       01 REG-HISTORICO-IDX.
           05 HIX-CLAVE.
               10 HIX-NUM-CUENTA     PIC 9(10).
               10 HIX-FECHA          PIC 9(8).
               10 HIX-CONSECUTIVO    PIC 9(6).
           05 HIX-SUC                PIC X(4).
           05 HIX-TIPO-MOV           PIC X(3).
           05 HIX-MONTO              PIC 9(9)V99.
           05 HIX-IND-REVERSO        PIC X.
           05 HIX-FECHA-PROCESO      PIC X(8).
           05 HIX-NUM-CHEQUE         PIC X(10).

      *> FOTO ACUMULATIVA DE SALDOS DE CIERRE. MISMO LAYOUT QUE
      *> REG-FOTO-SALDO EN MOVIMIENTOS-BANCARIOS; MANTENER
      *> SINCRONIZADOS. AQUI SOLO SE CUENTAN Y COPIAN SUS LINEAS.
       FD FOTO-SALDOS.
       01 REG-FOTO-SALDO.
           05 FOT-NUM-CUENTA     PIC 9(10).
           05 FILLER             PIC X.
           05 FOT-FECHA          PIC 9(8).
           05 FILLER             PIC X.
           05 FOT-SALDO          PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE.

      *> COPIA TEMPORAL DE LAS LINEAS QUE SE CONSERVAN DEL HISTORICO
      *> O DE LA FOTO MIENTRAS SE RECREA EL ARCHIVO ORIGINAL.
       FD RECORTE-TRABAJO.
       01 REG-RECORTE            PIC X(80).

      *> FECHA DE PROCESO VIGENTE (CCYYMMDD). MISMO LAYOUT QUE EN
      *> MOVIMIENTOS-BANCARIOS; MANTENER SINCRONIZADOS.
       FD FECHA-CONTROL.
       01 REG-FECHA-CONTROL.
           05 CTL-FECHA-PROCESO  PIC X(8).

      *> BITACORA ACUMULATIVA DE CORRIDAS DE LA CADENA DIARIA. MISMO
      *> LAYOUT QUE EN MOVIMIENTOS-BANCARIOS; MANTENER SINCRONIZADOS.
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

       01 WS-FS-RESPALDO        PIC XX VALUE "00".
       01 WS-FS-CUENTAS         PIC XX VALUE "00".
       01 WS-FS-HISTORIAL       PIC XX VALUE "00".
       01 WS-FS-RETENCIONES     PIC XX VALUE "00".
       01 WS-FS-LINEAS          PIC XX VALUE "00".
       01 WS-FS-ENVIOS-REG      PIC XX VALUE "00".
       01 WS-FS-CHEQUES         PIC XX VALUE "00".
       01 WS-FS-HISTORICO       PIC XX VALUE "00".
       01 WS-FS-HISTIDX         PIC XX VALUE "00".
       01 WS-FS-FOTO            PIC XX VALUE "00".
       01 WS-FS-RECORTE         PIC XX VALUE "00".
       01 WS-FS-FECHACTL        PIC XX VALUE "00".
       01 WS-FS-BITACORA        PIC XX VALUE "00".

       01 WS-NOM-ARCHIVO-MAESTRO    PIC X(50) VALUE "CUENTAS.MAESTRO".
       01 WS-NOM-ARCHIVO-HISTORIAL  PIC X(50) VALUE
            "MOVIMIENTOS.HISTDUP".
       01 WS-NOM-ARCHIVO-RETENCIONES PIC X(50) VALUE
            "MOVIMIENTOS.RETENCIONES".
       01 WS-NOM-ARCHIVO-LINEAS     PIC X(50) VALUE
            "LINEAS-SOBREGIRO.MAESTRO".
       01 WS-NOM-ARCHIVO-ENVIOS-REG PIC X(50) VALUE
            "CAMARA-ENVIOS.REGISTRO".
       01 WS-NOM-ARCHIVO-CHEQUES    PIC X(50) VALUE
            "CHEQUES.MAESTRO".
       01 WS-NOM-ARCHIVO-HISTORICO  PIC X(50) VALUE
            "MOVIMIENTOS.HISTORICO".
       01 WS-NOM-ARCHIVO-HISTIDX    PIC X(50) VALUE
            "MOVIMIENTOS.HISTIDX".
       01 WS-NOM-ARCHIVO-FOTO       PIC X(50) VALUE
            "SALDOS-CIERRE.TXT".
       01 WS-NOM-ARCHIVO-FECHACTL   PIC X(50) VALUE
            "FECHA-PROCESO.CTL".
       01 WS-NOM-ARCHIVO-BITACORA   PIC X(50) VALUE
            "BITACORA-CORRIDAS.TXT".
       01 WS-VALOR-AMBIENTE         PIC X(50) VALUE SPACES.

      *> EL RESPALDO SE NOMBRA CON EL PREFIJO (VARIABLE MOVRSP, LA
      *> MISMA QUE USA MOVIMIENTOS-BANCARIOS) MAS LA FECHA DE NEGOCIO.
       01 WS-PREFIJO-RESPALDO   PIC X(40) VALUE "RESPALDO-CORRIDA-".
       01 WS-NOM-ARCHIVO-RESPALDO   PIC X(50) VALUE SPACES.

      *> FECHA DE NEGOCIO A REVERTIR: LA DE LA VARIABLE REVFCH SI SE
      *> DEFINE, O LA DE LA ULTIMA CORRIDA DE MOVIMIENTOS-BANCARIOS EN
      *> LA BITACORA.
       01 WS-FECHA-AMBIENTE     PIC X(50) VALUE SPACES.
       01 WS-FECHA-PEDIDA       PIC X VALUE "N".
       01 WS-FECHA-PROCESO      PIC 9(8) VALUE 0.

      *> NOMBRES CON LOS QUE ESTE PROGRAMA Y LA CORRIDA QUE REVIERTE
      *> SE ANOTAN EN LA BITACORA DE CORRIDAS.
       01 WS-PROGRAMA-PROPIO    PIC X(24) VALUE "REVERSION-CORRIDA".
       01 WS-PROGRAMA-REVERTIDO PIC X(24) VALUE
            "MOVIMIENTOS-BANCARIOS".

       01 WS-FIN-BITACORA       PIC X VALUE "N".
       01 WS-HAY-BITACORA       PIC X VALUE "N".
      *> ULTIMA FECHA CON ACTIVIDAD (INICIO O FIN) DE MOVIMIENTOS-
      *> BANCARIOS, Y SI DESPUES DE ESA ACTIVIDAD YA HUBO UNA
      *> REVERSION LIMPIA DE ESA MISMA FECHA.
       01 WS-HAY-CORRIDA        PIC X VALUE "N".
       01 WS-FECHA-ULTIMA-CORRIDA PIC 9(8) VALUE 0.
       01 WS-ULTIMA-YA-REVERTIDA PIC X VALUE "N".
      *> FECHA MAS ALTA ANOTADA EN LA BITACORA POR CUALQUIER PROGRAMA,
      *> Y EL ULTIMO PROGRAMA AJENO A LA CORRIDA (NI MOVIMIENTOS-
      *> BANCARIOS, NI SUS CONTROLES POSTERIORES, NI ESTA REVERSION)
      *> QUE SE ANOTO DESPUES DEL INICIO DE LA ULTIMA CORRIDA. UNO U
      *> OTRO IMPIDEN REVERTIR: LA RESTAURACION BORRARIA SUS CAMBIOS.
       01 WS-FECHA-MAYOR-BITACORA PIC 9(8) VALUE 0.
       01 WS-PROGRAMA-POSTERIOR PIC X(24) VALUE SPACES.
       01 WS-FECHA-PROGRAMA-POSTERIOR PIC 9(8) VALUE 0.
       01 WS-PROGRAMA-CONCILIACION PIC X(24) VALUE
            "CONCILIACION-MOVIMIENTOS".
       01 WS-PROGRAMA-INTEGRIDAD PIC X(24) VALUE
            "INTEGRIDAD-SALDOS".
       01 WS-BIT-EVENTO         PIC X(6) VALUE SPACES.
       01 WS-BIT-CIFRA-1        PIC 9(8) VALUE 0.
       01 WS-BIT-CIFRA-2        PIC 9(8) VALUE 0.
       01 WS-BIT-RETORNO        PIC 9(2) VALUE 0.

      *> CIFRAS DEL RESPALDO Y DE LA RESTAURACION.
       01 WS-FIN-RESPALDO       PIC X VALUE "N".
       01 WS-RESPALDO-VALIDO    PIC X VALUE "N".
       01 WS-HUBO-CTL           PIC X VALUE "N".
       01 WS-HUBO-FIN           PIC X VALUE "N".
       01 WS-RSP-LINEAS-HCO     PIC 9(10) VALUE 0.
       01 WS-RSP-LINEAS-FOTO    PIC 9(10) VALUE 0.
       01 WS-RSP-TOTAL-COPIAS   PIC 9(10) VALUE 0.
       01 WS-COPIAS-LEIDAS      PIC 9(10) VALUE 0.
       01 WS-COPIAS-RESTAURADAS PIC 9(10) VALUE 0.
       01 WS-MTO-RESTAURADOS    PIC 9(8) VALUE 0.
       01 WS-HDU-RESTAURADOS    PIC 9(8) VALUE 0.
       01 WS-RET-RESTAURADOS    PIC 9(8) VALUE 0.
       01 WS-LSG-RESTAURADOS    PIC 9(8) VALUE 0.
       01 WS-ENV-RESTAURADOS    PIC 9(8) VALUE 0.
       01 WS-CHQ-RESTAURADOS    PIC 9(8) VALUE 0.

      *> LINEAS ACTUALES DEL HISTORICO Y DE LA FOTO, Y CUANTAS SE
      *> QUITAN AL RECORTARLOS.
       01 WS-FIN-LINEAS         PIC X VALUE "N".
       01 WS-LINEAS-ACTUALES    PIC 9(10) VALUE 0.
       01 WS-LINEAS-CONSERVAR   PIC 9(10) VALUE 0.
       01 WS-LINEAS-COPIADAS    PIC 9(10) VALUE 0.
       01 WS-HCO-ACTUALES       PIC 9(10) VALUE 0.
       01 WS-FOTO-ACTUALES      PIC 9(10) VALUE 0.
       01 WS-HCO-QUITADAS       PIC 9(10) VALUE 0.
       01 WS-FOTO-QUITADAS      PIC 9(10) VALUE 0.
       01 WS-HIX-QUITADOS       PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LEER-NOMBRES-DE-ARCHIVOS

           PERFORM VERIFICAR-SECUENCIA-CORRIDA

           PERFORM ARMAR-NOMBRE-RESPALDO

      *> TODO SE VALIDA ANTES DE TOCAR UN SOLO ARCHIVO: UN RESPALDO
      *> INCOMPLETO O AJENO A LA FECHA, O UN HISTORICO MAS CORTO QUE
      *> EL RESPALDADO, DETIENEN LA REVERSION SIN CAMBIOS.
           PERFORM VALIDAR-RESPALDO

           PERFORM CONTAR-LINEAS-ACTUALES

           PERFORM REGISTRAR-INICIO-BITACORA

           PERFORM RESTAURAR-INDEXADOS

           PERFORM RECORTAR-HISTORICO

           PERFORM QUITAR-HISTORICO-INDEXADO

           PERFORM RECORTAR-FOTO

           PERFORM RESTAURAR-FECHA-CONTROL

           DISPLAY "FECHA DE NEGOCIO REVERTIDA : " WS-FECHA-PROCESO
           DISPLAY "CUENTAS RESTAURADAS        : " WS-MTO-RESTAURADOS
           DISPLAY "CLAVES DE DUPLICADOS       : " WS-HDU-RESTAURADOS
           DISPLAY "RETENCIONES RESTAURADAS    : " WS-RET-RESTAURADOS
           DISPLAY "LINEAS DE SOBREGIRO        : " WS-LSG-RESTAURADOS
           DISPLAY "ENVIOS A LA CAMARA         : " WS-ENV-RESTAURADOS
           DISPLAY "CHEQUES RESTAURADOS        : " WS-CHQ-RESTAURADOS
           DISPLAY "LINEAS QUITADAS HISTORICO  : " WS-HCO-QUITADAS
           DISPLAY "LINEAS QUITADAS FOTO       : " WS-FOTO-QUITADAS
           DISPLAY "MOVIMIENTOS QUITADOS INDEX.: " WS-HIX-QUITADOS
           DISPLAY "REVERSION TERMINADA; LA FECHA DE CONTROL QUEDA EN "
              WS-FECHA-PROCESO

           MOVE 0 TO RETURN-CODE
           PERFORM REGISTRAR-FIN-BITACORA

           STOP RUN.

      *> LEE, AL ESTILO DD-NAME DE JCL, LOS NOMBRES DE ARCHIVO QUE EL
      *> OPERADOR QUIERA SUSTITUIR POR VARIABLE DE ENTORNO, CON LAS
      *> MISMAS VARIABLES QUE MOVIMIENTOS-BANCARIOS, Y LA FECHA A
      *> REVERTIR (REVFCH), QUE ES OPCIONAL.
       LEER-NOMBRES-DE-ARCHIVOS.

           DISPLAY "MOVMTO" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-MAESTRO
           END-IF

           DISPLAY "MOVHST" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-HISTORIAL
           END-IF

           DISPLAY "MOVRET" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-RETENCIONES
           END-IF

           DISPLAY "MOVLSG" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-LINEAS
           END-IF

           DISPLAY "CAMREG" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-ENVIOS-REG
           END-IF

           DISPLAY "MOVCHQ" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-CHEQUES
           END-IF

           DISPLAY "MOVHCO" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-HISTORICO
           END-IF

           DISPLAY "MOVHIX" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-HISTIDX
           END-IF

           DISPLAY "MOVFOT" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-FOTO
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
           END-IF

           DISPLAY "MOVRSP" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-PREFIJO-RESPALDO
           END-IF

           MOVE "N" TO WS-FECHA-PEDIDA
           DISPLAY "REVFCH" UPON ENVIRONMENT-NAME
           ACCEPT WS-FECHA-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-FECHA-AMBIENTE NOT = SPACES
              IF WS-FECHA-AMBIENTE (1:8) IS NUMERIC
                 AND WS-FECHA-AMBIENTE (9:42) = SPACES
                 MOVE WS-FECHA-AMBIENTE (1:8) TO WS-FECHA-PROCESO
                 MOVE "S" TO WS-FECHA-PEDIDA
              ELSE
                 DISPLAY "ERROR: REVFCH NO ES UNA FECHA CCYYMMDD."
                    UPON CONSOLE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      *> SOLO SE PUEDE REVERTIR LA ULTIMA CORRIDA DE MOVIMIENTOS-
      *> BANCARIOS, TERMINADA O INTERRUMPIDA: LAS POSTERIORES SE
      *> APOYAN EN ELLA. UNA FECHA YA REVERTIDA NO SE REVIERTE DOS
      *> VECES MIENTRAS NO SE VUELVA A CORRER. SIN BITACORA (AMBIENTE
      *> SIN CONTROL DE CADENA) LA FECHA DEBE PEDIRSE CON REVFCH.
      *> TAMPOCO SE REVIERTE SI LA CADENA YA SIGUIO ADELANTE: UNA
      *> ANOTACION CON FECHA POSTERIOR, O LA DE OTRO PROGRAMA DE
      *> MANTENIMIENTO DESPUES DEL INICIO DE LA CORRIDA, QUIERE DECIR
      *> QUE LOS ARCHIVOS YA TIENEN CAMBIOS QUE EL RESPALDO NO TRAE.
      *> TODOS LOS PROGRAMAS QUE MODIFICAN UN ARCHIVO RESPALDADO SE
      *> ANOTAN EN LA BITACORA: ACTUALIZA-CUENTAS, ACTUALIZA-
      *> CHEQUERAS, ACTUALIZA-SOBREGIROS Y ADAPTADOR-CAMARA, ADEMAS
      *> DE LA PROPIA CADENA.
       VERIFICAR-SECUENCIA-CORRIDA.

           MOVE "N" TO WS-HAY-BITACORA
           MOVE "N" TO WS-HAY-CORRIDA
           MOVE "N" TO WS-ULTIMA-YA-REVERTIDA
           MOVE "N" TO WS-FIN-BITACORA
           MOVE 0   TO WS-FECHA-MAYOR-BITACORA
           MOVE SPACES TO WS-PROGRAMA-POSTERIOR

           OPEN INPUT BITACORA-CORRIDAS

           IF WS-FS-BITACORA = "35"
              DISPLAY "AVISO: SIN BITACORA DE CORRIDAS; SE REVIERTE "
                 "SIN VERIFICAR LA SECUENCIA." UPON CONSOLE
           ELSE
              IF WS-FS-BITACORA NOT = "00"
                 DISPLAY "ERROR: NO SE PUDO ABRIR BITACORA-CORRIDAS, "
                    "FILE STATUS " WS-FS-BITACORA UPON CONSOLE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              ELSE
                 MOVE "S" TO WS-HAY-BITACORA
                 PERFORM BUSCAR-ULTIMA-CORRIDA
                     UNTIL WS-FIN-BITACORA = "S"
                 CLOSE BITACORA-CORRIDAS
              END-IF
           END-IF

           IF WS-HAY-CORRIDA = "N"
              IF WS-FECHA-PEDIDA = "N"
                 DISPLAY "ERROR: NO HAY CORRIDAS DE "
                    WS-PROGRAMA-REVERTIDO " EN LA BITACORA; INDIQUE "
                    "LA FECHA A REVERTIR EN REVFCH." UPON CONSOLE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              IF WS-FECHA-PEDIDA = "N"
                 MOVE WS-FECHA-ULTIMA-CORRIDA TO WS-FECHA-PROCESO
              END-IF

              IF WS-FECHA-PROCESO NOT = WS-FECHA-ULTIMA-CORRIDA
                 DISPLAY "ERROR: SOLO SE PUEDE REVERTIR LA ULTIMA "
                    "CORRIDA (" WS-FECHA-ULTIMA-CORRIDA "), NO LA DE "
                    WS-FECHA-PROCESO "." UPON CONSOLE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF

              IF WS-ULTIMA-YA-REVERTIDA = "S"
                 DISPLAY "ERROR: LA CORRIDA DE " WS-FECHA-PROCESO
                    " YA FUE REVERTIDA." UPON CONSOLE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF

              IF WS-PROGRAMA-POSTERIOR NOT = SPACES
                 DISPLAY "ERROR: " WS-PROGRAMA-POSTERIOR " SE ANOTO "
                    "CON FECHA " WS-FECHA-PROGRAMA-POSTERIOR
                    " DESPUES DEL INICIO DE LA CORRIDA DE "
                    WS-FECHA-PROCESO "; REVERTIR PERDERIA SUS "
                    "CAMBIOS." UPON CONSOLE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           IF WS-HAY-BITACORA = "S"
              AND WS-FECHA-MAYOR-BITACORA > WS-FECHA-PROCESO
              DISPLAY "ERROR: LA BITACORA YA TIENE CORRIDAS CON FECHA "
                 WS-FECHA-MAYOR-BITACORA ", POSTERIOR A "
                 WS-FECHA-PROCESO "; REVERTIR PERDERIA SUS CAMBIOS."
                 UPON CONSOLE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       BUSCAR-ULTIMA-CORRIDA.

           READ BITACORA-CORRIDAS
               AT END MOVE "S" TO WS-FIN-BITACORA
           END-READ

           IF WS-FIN-BITACORA = "N"
              IF BIT-FECHA IS NUMERIC
                 IF BIT-FECHA > WS-FECHA-MAYOR-BITACORA
                    MOVE BIT-FECHA TO WS-FECHA-MAYOR-BITACORA
                 END-IF
      *> EL INICIO DE UNA CORRIDA NUEVA (OTRA FECHA, O LA MISMA YA
      *> REVERTIDA) DEJA ATRAS LO QUE SE ANOTO ANTES; EL INICIO DE UN
      *> REINICIO DE LA MISMA CORRIDA NO.
                 IF BIT-PROGRAMA = WS-PROGRAMA-REVERTIDO
                    AND BIT-EVENTO = "INICIO"
                    AND (WS-HAY-CORRIDA = "N"
                         OR BIT-FECHA NOT = WS-FECHA-ULTIMA-CORRIDA
                         OR WS-ULTIMA-YA-REVERTIDA = "S")
                    MOVE SPACES TO WS-PROGRAMA-POSTERIOR
                 END-IF
                 IF WS-HAY-CORRIDA = "S"
                    AND BIT-PROGRAMA NOT = WS-PROGRAMA-REVERTIDO
                    AND BIT-PROGRAMA NOT = WS-PROGRAMA-PROPIO
                    AND BIT-PROGRAMA NOT = WS-PROGRAMA-CONCILIACION
                    AND BIT-PROGRAMA NOT = WS-PROGRAMA-INTEGRIDAD
                    MOVE BIT-PROGRAMA TO WS-PROGRAMA-POSTERIOR
                    MOVE BIT-FECHA    TO WS-FECHA-PROGRAMA-POSTERIOR
                 END-IF
                 IF BIT-PROGRAMA = WS-PROGRAMA-REVERTIDO
                    MOVE BIT-FECHA TO WS-FECHA-ULTIMA-CORRIDA
                    MOVE "S"       TO WS-HAY-CORRIDA
                    MOVE "N"       TO WS-ULTIMA-YA-REVERTIDA
                 END-IF
                 IF BIT-PROGRAMA = WS-PROGRAMA-PROPIO
                    AND BIT-EVENTO = "FIN"
                    AND BIT-RETORNO IS NUMERIC
                    AND BIT-RETORNO = 0
                    AND BIT-FECHA = WS-FECHA-ULTIMA-CORRIDA
                    MOVE "S"       TO WS-ULTIMA-YA-REVERTIDA
                 END-IF
              END-IF
           END-IF.

       ARMAR-NOMBRE-RESPALDO.

           MOVE SPACES TO WS-NOM-ARCHIVO-RESPALDO
           STRING WS-PREFIJO-RESPALDO DELIMITED BY SPACE
                  WS-FECHA-PROCESO    DELIMITED BY SIZE
                  ".BAK"              DELIMITED BY SIZE
              INTO WS-NOM-ARCHIVO-RESPALDO
           END-STRING.

      *> PRIMERA PASADA SOBRE EL RESPALDO: DEBE EMPEZAR CON EL "CTL"
      *> DE LA FECHA A REVERTIR, TERMINAR CON EL "FIN" Y TENER TANTAS
      *> COPIAS COMO DICE EL "FIN".
       VALIDAR-RESPALDO.

           OPEN INPUT RESPALDO-CORRIDA

           IF WS-FS-RESPALDO NOT = "00"
              DISPLAY "ERROR: NO SE PUDO ABRIR EL RESPALDO "
                 WS-NOM-ARCHIVO-RESPALDO ", FILE STATUS "
                 WS-FS-RESPALDO UPON CONSOLE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE "N" TO WS-HUBO-CTL
           MOVE "N" TO WS-HUBO-FIN
           MOVE "S" TO WS-RESPALDO-VALIDO
           MOVE 0   TO WS-COPIAS-LEIDAS

           MOVE "N" TO WS-FIN-RESPALDO
           READ RESPALDO-CORRIDA
               AT END MOVE "S" TO WS-FIN-RESPALDO
           END-READ

           IF WS-FIN-RESPALDO = "N"
              AND RSP-TIPO = "CTL"
              AND RSP-FECHA-PROCESO IS NUMERIC
              AND RSP-FECHA-PROCESO = WS-FECHA-PROCESO
              AND RSP-LINEAS-HISTORICO IS NUMERIC
              AND RSP-LINEAS-FOTO IS NUMERIC
              MOVE "S"                  TO WS-HUBO-CTL
              MOVE RSP-LINEAS-HISTORICO TO WS-RSP-LINEAS-HCO
              MOVE RSP-LINEAS-FOTO      TO WS-RSP-LINEAS-FOTO
              READ RESPALDO-CORRIDA
                  AT END MOVE "S" TO WS-FIN-RESPALDO
              END-READ
           ELSE
              MOVE "N" TO WS-RESPALDO-VALIDO
              MOVE "S" TO WS-FIN-RESPALDO
           END-IF

           PERFORM VALIDAR-UNA-COPIA
               UNTIL WS-FIN-RESPALDO = "S"

           CLOSE RESPALDO-CORRIDA

           IF WS-HUBO-FIN = "N"
              MOVE "N" TO WS-RESPALDO-VALIDO
           END-IF

           IF WS-RESPALDO-VALIDO = "N"
              DISPLAY "ERROR: EL RESPALDO " WS-NOM-ARCHIVO-RESPALDO
                 " ESTA INCOMPLETO O NO ES DE LA FECHA "
                 WS-FECHA-PROCESO "; NO SE REVIERTE." UPON CONSOLE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> DESPUES DEL "FIN" NO PUEDE HABER NADA MAS.
       VALIDAR-UNA-COPIA.

           IF WS-HUBO-FIN = "S"
              MOVE "N" TO WS-RESPALDO-VALIDO
           ELSE
              IF RSP-TIPO = "FIN"
                 MOVE "S" TO WS-HUBO-FIN
                 IF RSP-TOTAL-COPIAS IS NOT NUMERIC
                    OR RSP-TOTAL-COPIAS NOT = WS-COPIAS-LEIDAS
                    MOVE "N" TO WS-RESPALDO-VALIDO
                 END-IF
              ELSE
                 IF RSP-TIPO = "MTO" OR RSP-TIPO = "HDU"
                    OR RSP-TIPO = "RET" OR RSP-TIPO = "LSG"
                    OR RSP-TIPO = "ENV" OR RSP-TIPO = "CHQ"
                    ADD 1 TO WS-COPIAS-LEIDAS
                 ELSE
                    MOVE "N" TO WS-RESPALDO-VALIDO
                 END-IF
              END-IF
           END-IF

           READ RESPALDO-CORRIDA
               AT END MOVE "S" TO WS-FIN-RESPALDO
           END-READ.

      *> EL HISTORICO Y LA FOTO SOLO CRECEN: SI HOY TIENEN MENOS
      *> LINEAS QUE LAS RESPALDADAS, ALGUIEN LOS TOCO Y EL RECORTE NO
      *> LOS DEJARIA COMO ESTABAN.
       CONTAR-LINEAS-ACTUALES.

           MOVE 0 TO WS-HCO-ACTUALES
           OPEN INPUT MOV-HISTORICO
           IF WS-FS-HISTORICO = "00"
              MOVE "N" TO WS-FIN-LINEAS
              PERFORM CONTAR-UNA-LINEA-HISTORICO
                  UNTIL WS-FIN-LINEAS = "S"
              CLOSE MOV-HISTORICO
           END-IF

           MOVE 0 TO WS-FOTO-ACTUALES
           OPEN INPUT FOTO-SALDOS
           IF WS-FS-FOTO = "00"
              MOVE "N" TO WS-FIN-LINEAS
              PERFORM CONTAR-UNA-LINEA-FOTO
                  UNTIL WS-FIN-LINEAS = "S"
              CLOSE FOTO-SALDOS
           END-IF

           IF WS-HCO-ACTUALES < WS-RSP-LINEAS-HCO
              OR WS-FOTO-ACTUALES < WS-RSP-LINEAS-FOTO
              DISPLAY "ERROR: EL HISTORICO (" WS-HCO-ACTUALES
                 ") O LA FOTO (" WS-FOTO-ACTUALES ") TIENEN MENOS "
                 "LINEAS QUE AL RESPALDO (" WS-RSP-LINEAS-HCO ", "
                 WS-RSP-LINEAS-FOTO "); NO SE REVIERTE."
                 UPON CONSOLE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           SUBTRACT WS-RSP-LINEAS-HCO FROM WS-HCO-ACTUALES
              GIVING WS-HCO-QUITADAS
           SUBTRACT WS-RSP-LINEAS-FOTO FROM WS-FOTO-ACTUALES
              GIVING WS-FOTO-QUITADAS.

       CONTAR-UNA-LINEA-HISTORICO.

           READ MOV-HISTORICO
               AT END MOVE "S" TO WS-FIN-LINEAS
           END-READ

           IF WS-FIN-LINEAS = "N"
              ADD 1 TO WS-HCO-ACTUALES
           END-IF.

       CONTAR-UNA-LINEA-FOTO.

           READ FOTO-SALDOS
               AT END MOVE "S" TO WS-FIN-LINEAS
           END-READ

           IF WS-FIN-LINEAS = "N"
              ADD 1 TO WS-FOTO-ACTUALES
           END-IF.

      *> SEGUNDA PASADA SOBRE EL RESPALDO: RECREA VACIOS LOS SEIS
      *> ARCHIVOS INDEXADOS Y LES GRABA SUS COPIAS, QUE VIENEN EN
      *> ORDEN DE CLAVE PORQUE SE TOMARON RECORRIENDO CADA ARCHIVO EN
      *> SECUENCIA.
       RESTAURAR-INDEXADOS.

           OPEN OUTPUT CUENTAS-MAESTRO
           IF WS-FS-CUENTAS NOT = "00"
              DISPLAY "ERROR: NO SE PUDO RECREAR CUENTAS-MAESTRO, "
                 "FILE STATUS " WS-FS-CUENTAS UPON CONSOLE
              PERFORM TERMINAR-CON-ERROR
           END-IF

           OPEN OUTPUT MOV-HISTORIAL-DUPLICADOS
           IF WS-FS-HISTORIAL NOT = "00"
              DISPLAY "ERROR: NO SE PUDO RECREAR MOV-HISTORIAL-"
                 "DUPLICADOS, FILE STATUS " WS-FS-HISTORIAL
                 UPON CONSOLE
              PERFORM TERMINAR-CON-ERROR
           END-IF

           OPEN OUTPUT MOV-RETENCIONES
           IF WS-FS-RETENCIONES NOT = "00"
              DISPLAY "ERROR: NO SE PUDO RECREAR MOV-RETENCIONES, "
                 "FILE STATUS " WS-FS-RETENCIONES UPON CONSOLE
              PERFORM TERMINAR-CON-ERROR
           END-IF

           OPEN OUTPUT LINEAS-SOBREGIRO
           IF WS-FS-LINEAS NOT = "00"
              DISPLAY "ERROR: NO SE PUDO RECREAR LINEAS-SOBREGIRO, "
                 "FILE STATUS " WS-FS-LINEAS UPON CONSOLE
              PERFORM TERMINAR-CON-ERROR
           END-IF

           OPEN OUTPUT CAMARA-ENVIOS-REGISTRO
           IF WS-FS-ENVIOS-REG NOT = "00"
              DISPLAY "ERROR: NO SE PUDO RECREAR CAMARA-ENVIOS-"
                 "REGISTRO, FILE STATUS " WS-FS-ENVIOS-REG
                 UPON CONSOLE
              PERFORM TERMINAR-CON-ERROR
           END-IF

           OPEN OUTPUT CHEQUES-MAESTRO
           IF WS-FS-CHEQUES NOT = "00"
              DISPLAY "ERROR: NO SE PUDO RECREAR CHEQUES-MAESTRO, "
                 "FILE STATUS " WS-FS-CHEQUES UPON CONSOLE
              PERFORM TERMINAR-CON-ERROR
           END-IF

           OPEN INPUT RESPALDO-CORRIDA

           MOVE 0   TO WS-COPIAS-RESTAURADAS
           MOVE "N" TO WS-FIN-RESPALDO
           READ RESPALDO-CORRIDA
               AT END MOVE "S" TO WS-FIN-RESPALDO
           END-READ

           PERFORM RESTAURAR-UNA-COPIA
               UNTIL WS-FIN-RESPALDO = "S"

           CLOSE RESPALDO-CORRIDA
                 CUENTAS-MAESTRO
                 MOV-HISTORIAL-DUPLICADOS
                 MOV-RETENCIONES
                 LINEAS-SOBREGIRO
                 CAMARA-ENVIOS-REGISTRO
                 CHEQUES-MAESTRO.

       RESTAURAR-UNA-COPIA.

           IF RSP-TIPO = "MTO"
              MOVE RSP-DATOS TO REG-CUENTA-MAESTRO
              WRITE REG-CUENTA-MAESTRO
                  INVALID KEY
                     DISPLAY "ERROR: NO SE PUDO RESTAURAR LA CUENTA "
                        CM-NUM-CUENTA ", FILE STATUS " WS-FS-CUENTAS
                        UPON CONSOLE
                     PERFORM TERMINAR-CON-ERROR
              END-WRITE
              ADD 1 TO WS-MTO-RESTAURADOS
           END-IF

           IF RSP-TIPO = "HDU"
              MOVE RSP-DATOS TO REG-HISTORIAL
              WRITE REG-HISTORIAL
                  INVALID KEY
                     DISPLAY "ERROR: NO SE PUDO RESTAURAR LA CLAVE "
                        HIST-CLAVE ", FILE STATUS " WS-FS-HISTORIAL
                        UPON CONSOLE
                     PERFORM TERMINAR-CON-ERROR
              END-WRITE
              ADD 1 TO WS-HDU-RESTAURADOS
           END-IF

           IF RSP-TIPO = "RET"
              MOVE RSP-DATOS TO REG-RETENCION
              WRITE REG-RETENCION
                  INVALID KEY
                     DISPLAY "ERROR: NO SE PUDO RESTAURAR LA "
                        "RETENCION " RET-CLAVE ", FILE STATUS "
                        WS-FS-RETENCIONES UPON CONSOLE
                     PERFORM TERMINAR-CON-ERROR
              END-WRITE
              ADD 1 TO WS-RET-RESTAURADOS
           END-IF

           IF RSP-TIPO = "LSG"
              MOVE RSP-DATOS TO REG-LINEA-SOBREGIRO
              WRITE REG-LINEA-SOBREGIRO
                  INVALID KEY
                     DISPLAY "ERROR: NO SE PUDO RESTAURAR LA LINEA "
                        "DE LA CUENTA " LS-NUM-CUENTA ", FILE STATUS "
                        WS-FS-LINEAS UPON CONSOLE
                     PERFORM TERMINAR-CON-ERROR
              END-WRITE
              ADD 1 TO WS-LSG-RESTAURADOS
           END-IF

           IF RSP-TIPO = "ENV"
              MOVE RSP-DATOS TO REG-ENVIO-CAMARA
              WRITE REG-ENVIO-CAMARA
                  INVALID KEY
                     DISPLAY "ERROR: NO SE PUDO RESTAURAR EL ENVIO "
                        ENV-REFERENCIA ", FILE STATUS "
                        WS-FS-ENVIOS-REG UPON CONSOLE
                     PERFORM TERMINAR-CON-ERROR
              END-WRITE
              ADD 1 TO WS-ENV-RESTAURADOS
           END-IF

           IF RSP-TIPO = "CHQ"
              MOVE RSP-DATOS TO REG-CHEQUE
              WRITE REG-CHEQUE
                  INVALID KEY
                     DISPLAY "ERROR: NO SE PUDO RESTAURAR EL CHEQUE "
                        CHQ-NUM-CHEQUE " DE LA CUENTA " CHQ-NUM-CUENTA
                        ", FILE STATUS " WS-FS-CHEQUES UPON CONSOLE
                     PERFORM TERMINAR-CON-ERROR
              END-WRITE
              ADD 1 TO WS-CHQ-RESTAURADOS
           END-IF

           IF RSP-TIPO NOT = "CTL" AND RSP-TIPO NOT = "FIN"
              ADD 1 TO WS-COPIAS-RESTAURADAS
           END-IF

           READ RESPALDO-CORRIDA
               AT END MOVE "S" TO WS-FIN-RESPALDO
           END-READ.

      *> DEJA EN EL HISTORICO SOLO LAS LINEAS QUE TENIA AL RESPALDO:
      *> LAS COPIA A UN ARCHIVO DE TRABAJO Y RECREA EL ORIGINAL CON
      *> ELLAS.
       RECORTAR-HISTORICO.

           IF WS-HCO-QUITADAS > 0
              MOVE WS-RSP-LINEAS-HCO TO WS-LINEAS-CONSERVAR

              OPEN INPUT MOV-HISTORICO
              OPEN OUTPUT RECORTE-TRABAJO
              MOVE 0   TO WS-LINEAS-COPIADAS
              MOVE "N" TO WS-FIN-LINEAS
              PERFORM GUARDAR-UNA-LINEA-HISTORICO
                  UNTIL WS-FIN-LINEAS = "S"
                     OR WS-LINEAS-COPIADAS = WS-LINEAS-CONSERVAR
              CLOSE MOV-HISTORICO
                    RECORTE-TRABAJO

              OPEN INPUT RECORTE-TRABAJO
              OPEN OUTPUT MOV-HISTORICO
              IF WS-FS-HISTORICO NOT = "00"
                 DISPLAY "ERROR: NO SE PUDO RECREAR EL HISTORICO, "
                    "FILE STATUS " WS-FS-HISTORICO UPON CONSOLE
                 PERFORM TERMINAR-CON-ERROR
              END-IF
              MOVE "N" TO WS-FIN-LINEAS
              PERFORM DEVOLVER-UNA-LINEA-HISTORICO
                  UNTIL WS-FIN-LINEAS = "S"
              CLOSE RECORTE-TRABAJO
                    MOV-HISTORICO
           END-IF.

       GUARDAR-UNA-LINEA-HISTORICO.

           READ MOV-HISTORICO
               AT END MOVE "S" TO WS-FIN-LINEAS
           END-READ

           IF WS-FIN-LINEAS = "N"
              MOVE REG-HISTORICO TO REG-RECORTE
              WRITE REG-RECORTE
              ADD 1 TO WS-LINEAS-COPIADAS
           END-IF.

       DEVOLVER-UNA-LINEA-HISTORICO.

           READ RECORTE-TRABAJO
               AT END MOVE "S" TO WS-FIN-LINEAS
           END-READ

           IF WS-FIN-LINEAS = "N"
              MOVE REG-RECORTE TO REG-HISTORICO
              WRITE REG-HISTORICO
           END-IF.

      *> DEL HISTORICO INDEXADO SE BORRA TODO LO QUE GRABO LA CORRIDA
      *> REVERTIDA, QUE SON LOS REGISTROS CON SU FECHA DE NEGOCIO: LOS
      *> MISMOS MOVIMIENTOS QUE EL RECORTE QUITA DEL SECUENCIAL. SIN
      *> INDEXADO (AMBIENTE ANTERIOR A EL) NO HAY NADA QUE QUITAR.
      *> REPETIR LA REVERSION NO BORRA DE MAS.
       QUITAR-HISTORICO-INDEXADO.

           MOVE 0 TO WS-HIX-QUITADOS

           OPEN I-O MOV-HISTORICO-INDEXADO

           IF WS-FS-HISTIDX = "00"
              MOVE "N" TO WS-FIN-LINEAS
              PERFORM REVISAR-UN-HISTORICO-IDX
                  UNTIL WS-FIN-LINEAS = "S"
              CLOSE MOV-HISTORICO-INDEXADO
           ELSE
              IF WS-FS-HISTIDX NOT = "35"
                 DISPLAY "ERROR: NO SE PUDO ABRIR EL HISTORICO "
                    "INDEXADO, FILE STATUS " WS-FS-HISTIDX
                    UPON CONSOLE
                 PERFORM TERMINAR-CON-ERROR
              END-IF
           END-IF.

       REVISAR-UN-HISTORICO-IDX.

           READ MOV-HISTORICO-INDEXADO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LINEAS
           END-READ

           IF WS-FIN-LINEAS = "N"
              AND HIX-FECHA-PROCESO = WS-FECHA-PROCESO
              DELETE MOV-HISTORICO-INDEXADO RECORD
              IF WS-FS-HISTIDX NOT = "00"
                 DISPLAY "ERROR: NO SE PUDO QUITAR DEL HISTORICO "
                    "INDEXADO LA CUENTA " HIX-NUM-CUENTA
                    ", FILE STATUS " WS-FS-HISTIDX UPON CONSOLE
                 PERFORM TERMINAR-CON-ERROR
              END-IF
              ADD 1 TO WS-HIX-QUITADOS
           END-IF.

      *> IGUAL QUE EL HISTORICO, LA FOTO DE SALDOS VUELVE A LAS
      *> LINEAS QUE TENIA AL RESPALDO.
       RECORTAR-FOTO.

           IF WS-FOTO-QUITADAS > 0
              MOVE WS-RSP-LINEAS-FOTO TO WS-LINEAS-CONSERVAR

              OPEN INPUT FOTO-SALDOS
              OPEN OUTPUT RECORTE-TRABAJO
              MOVE 0   TO WS-LINEAS-COPIADAS
              MOVE "N" TO WS-FIN-LINEAS
              PERFORM GUARDAR-UNA-LINEA-FOTO
                  UNTIL WS-FIN-LINEAS = "S"
                     OR WS-LINEAS-COPIADAS = WS-LINEAS-CONSERVAR
              CLOSE FOTO-SALDOS
                    RECORTE-TRABAJO

              OPEN INPUT RECORTE-TRABAJO
              OPEN OUTPUT FOTO-SALDOS
              IF WS-FS-FOTO NOT = "00"
                 DISPLAY "ERROR: NO SE PUDO RECREAR LA FOTO DE "
                    "SALDOS, FILE STATUS " WS-FS-FOTO UPON CONSOLE
                 PERFORM TERMINAR-CON-ERROR
              END-IF
              MOVE "N" TO WS-FIN-LINEAS
              PERFORM DEVOLVER-UNA-LINEA-FOTO
                  UNTIL WS-FIN-LINEAS = "S"
              CLOSE RECORTE-TRABAJO
                    FOTO-SALDOS
           END-IF.

       GUARDAR-UNA-LINEA-FOTO.

           READ FOTO-SALDOS
               AT END MOVE "S" TO WS-FIN-LINEAS
           END-READ

           IF WS-FIN-LINEAS = "N"
              MOVE REG-FOTO-SALDO TO REG-RECORTE
              WRITE REG-RECORTE
              ADD 1 TO WS-LINEAS-COPIADAS
           END-IF.

       DEVOLVER-UNA-LINEA-FOTO.

           READ RECORTE-TRABAJO
               AT END MOVE "S" TO WS-FIN-LINEAS
           END-READ

           IF WS-FIN-LINEAS = "N"
              MOVE REG-RECORTE TO REG-FOTO-SALDO
              WRITE REG-FOTO-SALDO
           END-IF.

      *> LA FECHA DE CONTROL VUELVE AL DIA REVERTIDO, QUE ES EL QUE
      *> LA PROXIMA CORRIDA DE MOVIMIENTOS-BANCARIOS VA A PROCESAR.
       RESTAURAR-FECHA-CONTROL.

           OPEN OUTPUT FECHA-CONTROL

           IF WS-FS-FECHACTL NOT = "00"
              DISPLAY "ERROR: NO SE PUDO ESCRIBIR EL CONTROL DE "
                 "FECHA, FILE STATUS " WS-FS-FECHACTL UPON CONSOLE
              PERFORM TERMINAR-CON-ERROR
           END-IF

           MOVE WS-FECHA-PROCESO TO CTL-FECHA-PROCESO
           WRITE REG-FECHA-CONTROL
           CLOSE FECHA-CONTROL.

      *> UNA FALLA A MEDIO RESTAURAR DEJA LOS ARCHIVOS A MEDIAS: EL
      *> FIN SE ANOTA CON RETORNO 8, QUE NO CUENTA COMO REVERSION, Y
      *> LA REVERSION SE PUEDE REPETIR DESDE EL MISMO RESPALDO.
       TERMINAR-CON-ERROR.

           DISPLAY "ERROR: REVERSION INCOMPLETA; CORRIJA LA CAUSA Y "
              "REPITALA." UPON CONSOLE
           MOVE 8 TO RETURN-CODE
           PERFORM REGISTRAR-FIN-BITACORA
           STOP RUN.

       REGISTRAR-INICIO-BITACORA.

           MOVE "INICIO" TO WS-BIT-EVENTO
           MOVE 0        TO WS-BIT-CIFRA-1
           MOVE 0        TO WS-BIT-CIFRA-2
           MOVE 0        TO WS-BIT-RETORNO
           PERFORM ESCRIBIR-BITACORA.

      *> EL FIN LLEVA LAS CUENTAS RESTAURADAS Y LAS LINEAS QUITADAS
      *> DEL HISTORICO. CON RETORNO 0 ANULA, PARA LA CADENA, LOS FINES
      *> ANTERIORES DE LA FECHA REVERTIDA.
       REGISTRAR-FIN-BITACORA.

           MOVE "FIN"              TO WS-BIT-EVENTO
           MOVE WS-MTO-RESTAURADOS TO WS-BIT-CIFRA-1
           MOVE WS-HCO-QUITADAS    TO WS-BIT-CIFRA-2
           MOVE RETURN-CODE        TO WS-BIT-RETORNO
           PERFORM ESCRIBIR-BITACORA.

      *> AGREGA UN REGISTRO A LA BITACORA ACUMULATIVA. SI NO SE PUEDE
      *> ESCRIBIR SE AVISA: SIN LA ANOTACION, LA CADENA NO SABRA QUE
      *> LA FECHA SE REVIRTIO Y EL OPERADOR DEBERA ANOTARLA A MANO.
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

       END PROGRAM REVERSION-CORRIDA.
