           SELECT MOV-HISTORIAL-DUPLICADOS
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-HISTORIAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CLAVE
               FILE STATUS IS WS-FS-HISTORIAL.
           SELECT MOV-REPORTE-OUTPUT
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-HISTORICO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO-MOV.
      *> HISTORICO INDEXADO: LA MISMA INFORMACION QUE EL HISTORICO
      *> SECUENCIAL, CON CLAVE CUENTA + FECHA + CONSECUTIVO, PARA QUE
      *> LAS CONSULTAS DE UNA CUENTA NO RECORRAN TODO EL HISTORICO.
           SELECT MOV-HISTORICO-INDEXADO
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-HISTIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIX-CLAVE
               FILE STATUS IS WS-FS-HISTIDX.
           SELECT CTAS-CONTABLES-INPUT
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-CTAS-GL
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-BITACORA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BITACORA.
      *> LAS LINEAS DE SOBREGIRO SE CONSULTAN AL AZAR DURANTE LA
      *> CORRIDA Y SE RECORREN EN SECUENCIA AL CIERRE, PARA EL
      *> REPORTE DE COBRANZA.
           SELECT LINEAS-SOBREGIRO
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-LINEAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-NUM-CUENTA
               FILE STATUS IS WS-FS-LINEAS.
           SELECT SOBREGIROS-REPORTE-OUTPUT
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-SOB-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BANCOS-INPUT
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-BANCOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BANCOS.
           SELECT MOV-ENVIOS-TRABAJO
               ASSIGN TO "MOVIMIENTOS-ENVIOS.WRK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAMARA-ENVIO-OUTPUT
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-CAMARA-ENV
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAMARA-ENVIOS-REGISTRO
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-ENVIOS-REG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENV-REFERENCIA
               FILE STATUS IS WS-FS-ENVIOS-REG.
      *> MAESTRO DE CHEQUES POR CUENTA, QUE MANTIENE ACTUALIZA-
      *> CHEQUERAS: LA VALIDACION DE UN PAGO DE CHEQUE LO LEE AL AZAR
      *> Y EL POSTEO MARCA EL CHEQUE PAGADO.
           SELECT CHEQUES-MAESTRO
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-CHEQUES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-CLAVE
               FILE STATUS IS WS-FS-CHEQUES.
           SELECT MOV-CHEQUES-TRABAJO
               ASSIGN TO "MOVIMIENTOS-CHEQUES.WRK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHEQUES-REPORTE-OUTPUT
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-CHQ-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL.
      *> MAESTRO DE CLIENTES, QUE MANTIENE ACTUALIZA-CLIENTES: SOLO SE
      *> CONSULTA AL CIERRE, PARA LOS CANALES DE CONTACTO Y LA
      *> ACEPTACION DE ALERTAS DE CADA CLIENTE.
           SELECT CLIENTES-MAESTRO
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-NUM-CLIENTE
               FILE STATUS IS WS-FS-CLIENTES.
           SELECT CONGELADAS-INPUT
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-CONGELADAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONGELADAS.
           SELECT MOV-ALERTAS-TRABAJO
               ASSIGN TO "MOVIMIENTOS-ALERTAS.WRK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERTAS-OUTPUT
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-ALERTAS
               ORGANIZATION IS LINE SEQUENTIAL.
      *> RESPALDO DE LOS ARCHIVOS PERMANENTES TOMADO AL ARRANCAR UNA
      *> CORRIDA NUEVA, UNO POR FECHA DE NEGOCIO; LO RESTAURA
      *> REVERSION-CORRIDA. POR ESO LOS ARCHIVOS INDEXADOS QUE SOLO SE
      *> CONSULTABAN AL AZAR SE ABREN EN ACCESS MODE DYNAMIC: EL
      *> RESPALDO LOS RECORRE EN SECUENCIA DE CLAVE.
           SELECT RESPALDO-CORRIDA
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-RESPALDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESPALDO.

       DATA DIVISION.
       FILE SECTION.
      *> EXTORNA UN MOVIMIENTO YA APLICADO DEL MISMO TIPO; "N" O
      *> ESPACIO ES UN MOVIMIENTO NORMAL. CUENTA-DESTINO SOLO APLICA
      *> A LAS TRANSFERENCIAS (TIPO-MOV "TRF"): ES LA CUENTA QUE
      *> RECIBE EL ABONO ESPEJO; EN LOS DEMAS TIPOS VIENE EN BLANCO,
      *> SALVO EN LA TRANSFERENCIA INTERBANCARIA SALIENTE ("TIB"),
      *> QUE TRAE EN SUS CUATRO PRIMERAS POSICIONES EL CODIGO DEL
      *> BANCO DESTINO EN LA CAMARA DE COMPENSACION, Y EN EL PAGO DE
      *> CHEQUE ("CHQ"), QUE TRAE EL NUMERO DEL CHEQUE PAGADO CON SUS
      *> DIEZ DIGITOS Y CEROS A LA IZQUIERDA.
       FD MOV-BANCARIO-INPUT.
       01 MOV-INPUT.
           05 NUM-CUENTA         PIC 9(10).
      *> MAESTRO DE CUENTAS CONTRA EL QUE SE VALIDA CADA NUM-CUENTA.
      *> CM-SALDO-ACTUAL ES EL SALDO VIGENTE DE LA CUENTA: CADA
      *> MOVIMIENTO ACEPTADO LO ABONA (DEP, ABO) O LO CARGA (RET, TRF,
      *> CGO, TIB, CHQ) EN ACTUALIZAR-SALDO-MAESTRO.
       FD CUENTAS-MAESTRO.
       01 REG-CUENTA-MAESTRO.
           05 CM-NUM-CUENTA      PIC 9(10).
           05 HCO-MONTO          PIC 9(9)V99.
           05 FILLER             PIC X.
           05 HCO-IND-REVERSO    PIC X.
      *> FECHA DE NEGOCIO DE LA CORRIDA QUE ACEPTO EL MOVIMIENTO (LA
      *> DE HCO-FECHA PUEDE SER ANTERIOR); EN BLANCO EN LOS REGISTROS
      *> GRABADOS ANTES DE QUE EXISTIERA EL CAMPO.
           05 FILLER             PIC X.
           05 HCO-FECHA-PROCESO  PIC X(8).
      *> NUMERO DE CHEQUE DE UN PAGO DE CHEQUE ("CHQ"); EN BLANCO EN
      *> LOS DEMAS TIPOS Y EN LOS REGISTROS ANTERIORES AL CAMPO.
           05 FILLER             PIC X.
           05 HCO-NUM-CHEQUE     PIC X(10).

      *> HISTORICO INDEXADO DE MOVIMIENTOS ACEPTADOS: UN REGISTRO POR
      *> CADA LINEA DEL HISTORICO SECUENCIAL, CON LOS MISMOS DATOS. EL
      *> CONSECUTIVO NUMERA DESDE 1 LOS MOVIMIENTOS DE UNA CUENTA EN
      *> UNA MISMA FECHA, EN EL ORDEN EN QUE SE GRABARON. SE CARGA POR
      *> PRIMERA VEZ CON CARGA-HISTORICO-INDEXADO. MISMO LAYOUT QUE EN
      *> ESE PROGRAMA, CONSULTA-CUENTA, ESTADO-DE-CUENTA Y REVERSION-
      *> CORRIDA; MANTENER SINCRONIZADOS.
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

      *> TABLA DE CUENTAS CONTABLES POR TIPO DE MOVIMIENTO PARA LA
      *> INTERFAZ CON EL LIBRO MAYOR: CADA LINEA TRAE EL TIPO-MOV Y
           05 ASI-MONTO          PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE.

      *> LINEAS DE SOBREGIRO AUTORIZADO POR CUENTA, MANTENIDAS POR
      *> ACTUALIZA-SOBREGIROS. UNA LINEA ACTIVA Y NO VENCIDA PERMITE
      *> QUE LOS CARGOS DEJEN LA CUENTA EN NEGATIVO HASTA LS-LIMITE.
      *> LS-DIAS-NEGATIVO (DIAS HABILES CONSECUTIVOS CERRADOS EN
      *> NEGATIVO) Y LS-FECHA-CIERRE (ULTIMA CORRIDA QUE LO ACTUALIZO)
      *> LOS MANTIENE ESTE PROGRAMA AL CIERRE. MISMO LAYOUT QUE EN
      *> ACTUALIZA-SOBREGIROS; MANTENER SINCRONIZADOS.
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

      *> REPORTE DIARIO DE SOBREGIROS PARA COBRANZA: CUENTAS QUE
      *> CIERRAN EN NEGATIVO CON SUS DIAS CONSECUTIVOS Y EL USO DE SU
      *> LINEA, Y LAS LINEAS VENCIDAS O CANCELADAS QUE SIGUEN EN USO.
       FD SOBREGIROS-REPORTE-OUTPUT.
       01 REG-SOB-REPORTE        PIC X(100).

      *> TABLA DE BANCOS PARTICIPANTES DE LA CAMARA DE COMPENSACION.
      *> ES LA MISMA QUE VALIDA ADAPTADOR-CAMARA (BANCOS-INPUT); MISMO
      *> LAYOUT, MANTENER SINCRONIZADOS.
       FD BANCOS-INPUT.
       01 REG-BANCO.
           05 BCO-CODIGO         PIC X(4).
           05 FILLER             PIC X.
           05 BCO-NOMBRE         PIC X(30).

      *> TRANSFERENCIAS INTERBANCARIAS SALIENTES ACEPTADAS EN LA
      *> CORRIDA, INSUMO DEL ARCHIVO DE ENVIO A LA CAMARA AL CIERRE.
      *> SE EXTIENDE EN UN REINICIO, IGUAL QUE EL DETALLE DE TRABAJO.
       FD MOV-ENVIOS-TRABAJO.
       01 REG-ENVIO-TRABAJO.
           05 ETR-NUM-CUENTA     PIC 9(10).
           05 ETR-BANCO          PIC X(4).
           05 ETR-MONTO          PIC 9(9)V99.

      *> ARCHIVO DE ENVIO A LA CAMARA DE COMPENSACION, EN EL MISMO
      *> FORMATO QUE EL ARCHIVO ENTRANTE QUE TRADUCE ADAPTADOR-CAMARA
      *> (CAMARA-INPUT); MANTENER SINCRONIZADOS. CADA DETALLE ("D")
      *> VA CON SENTIDO "S", LA FECHA DDMMAAAA Y EL MONTO EN CENTAVOS;
      *> LA ULTIMA LINEA ES LA COLA ("T") CON CANTIDAD Y TOTAL.
       FD CAMARA-ENVIO-OUTPUT.
       01 REG-CAMARA-ENV.
           05 CAM-TIPO-REG       PIC X.
           05 FILLER             PIC X.
           05 CAM-BANCO          PIC X(4).
           05 FILLER             PIC X.
           05 CAM-REFERENCIA     PIC X(12).
           05 FILLER             PIC X.
           05 CAM-SENTIDO        PIC X.
           05 FILLER             PIC X.
           05 CAM-CUENTA         PIC X(10).
           05 FILLER             PIC X.
           05 CAM-FECHA          PIC X(8).
           05 FILLER             PIC X.
           05 CAM-MONTO          PIC X(13).
       01 REG-CAMARA-ENV-COLA REDEFINES REG-CAMARA-ENV.
           05 FILLER             PIC X(2).
           05 COLA-CANTIDAD      PIC X(8).
           05 FILLER             PIC X.
           05 COLA-TOTAL         PIC X(15).
           05 FILLER             PIC X(29).

      *> REGISTRO PERMANENTE DE LOS ENVIOS A LA CAMARA POR SU
      *> REFERENCIA (FECHA DE PROCESO MAS CONSECUTIVO DEL DIA). LO
      *> CONSULTA ADAPTADOR-CAMARA PARA RECONOCER UNA DEVOLUCION DE UN
      *> ENVIO PROPIO Y MARCARLA: ENV-ESTADO "E" ENVIADO, "D" YA
      *> DEVUELTO. MISMO LAYOUT QUE EN ADAPTADOR-CAMARA; MANTENER
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

      *> MAESTRO DE CHEQUES, INDEXADO POR CUENTA Y NUMERO DE CHEQUE:
      *> UN REGISTRO POR CHEQUE ENTREGADO, CON EL RANGO DE SU
      *> CHEQUERA Y SU ESTADO. UN CHEQUE QUE NO ESTA EN EL MAESTRO
      *> ESTA FUERA DEL RANGO ASIGNADO A LA CUENTA. AL PAGAR UN
      *> CHEQUE ESTE PROGRAMA LO MARCA PAGADO CON SU MONTO Y FECHA;
      *> LA REVERSA DEL PAGO LO DEVUELVE A EMITIDO. MISMO LAYOUT QUE
      *> EN ACTUALIZA-CHEQUERAS; MANTENER SINCRONIZADOS.
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

      *> PAGOS DE CHEQUE DE LA CORRIDA, ACEPTADOS ("P") Y RECHAZADOS
      *> ("R"), INSUMO DEL REPORTE DIARIO DE CHEQUES AL CIERRE. SE
      *> EXTIENDE EN UN REINICIO, IGUAL QUE EL DETALLE DE TRABAJO. EL
      *> MONTO VA TAL COMO VINO EN MOV-INPUT, PORQUE EN UN RECHAZO
      *> PUEDE NO SER NUMERICO.
       FD MOV-CHEQUES-TRABAJO.
       01 REG-CHEQUE-TRABAJO.
           05 CTR-CLASE          PIC X.
           05 CTR-SUC            PIC X(4).
           05 CTR-NUM-CUENTA     PIC X(10).
           05 CTR-NUM-CHEQUE     PIC X(10).
           05 CTR-FECHA          PIC X(8).
           05 CTR-MONTO          PIC 9(9)V99.
           05 CTR-MONTO-X REDEFINES CTR-MONTO
                                 PIC X(11).
           05 CTR-IND-REVERSO    PIC X.
           05 CTR-COD-MOTIVO     PIC X(2).
           05 CTR-DESC-MOTIVO    PIC X(40).

      *> REPORTE DIARIO DE CHEQUES PARA OPERACIONES: CHEQUES PAGADOS
      *> EN LA CORRIDA E INTENTOS DE COBRO RECHAZADOS CON SU MOTIVO.
       FD CHEQUES-REPORTE-OUTPUT.
       01 REG-CHQ-REPORTE        PIC X(100).

      *> MAESTRO DE CLIENTES. MISMO LAYOUT QUE EN ACTUALIZA-CLIENTES;
      *> MANTENER SINCRONIZADOS. UN CLIENTE SOLO RECIBE ALERTAS SI
      *> CL-ACEPTA-ALERTAS ESTA EN "S".
       FD CLIENTES-MAESTRO.
       01 REG-CLIENTE-MAESTRO.
           05 CL-NUM-CLIENTE     PIC 9(8).
           05 CL-NOMBRE          PIC X(40).
           05 CL-ESTADO          PIC X(1).
               88 CL-CLIENTE-ACTIVO  VALUE "A".
               88 CL-CLIENTE-CERRADO VALUE "C".
           05 CL-TELEFONO        PIC X(15).
           05 CL-CORREO          PIC X(50).
           05 CL-ACEPTA-ALERTAS  PIC X(1).
               88 CL-ALERTAS-ACEPTADAS VALUE "S".
           05 CL-FECHA-ALERTAS   PIC 9(8).

      *> CUENTAS CONGELADAS EN EL DIA POR ACTUALIZA-CUENTAS, QUE CORRE
      *> ANTES QUE ESTE PROGRAMA. MISMO LAYOUT QUE CONGELADAS-OUTPUT
      *> EN ESE PROGRAMA; MANTENER SINCRONIZADOS.
       FD CONGELADAS-INPUT.
       01 REG-CONGELADA.
           05 CGL-NUM-CUENTA     PIC 9(10).
           05 FILLER             PIC X.
           05 CGL-FECHA          PIC 9(8).
           05 FILLER             PIC X.
           05 CGL-USUARIO        PIC X(8).

      *> EVENTOS NOTIFICABLES DE LA CORRIDA, INSUMO DEL ARCHIVO DE
      *> ALERTAS A CLIENTES AL CIERRE. SE EXTIENDE EN UN REINICIO,
      *> IGUAL QUE EL DETALLE DE TRABAJO. ATR-EVENTO:
      *>   "CAR" CARGO POR ENCIMA DEL UMBRAL DE ALERTA,
      *>   "RCO" RETENCION COLOCADA, "RLB" RETENCION LIBERADA,
      *>   "RCH" CARGO RECHAZADO POR SALDO (MOTIVO 12), POR
      *>         RETENCIONES (MOTIVO 20) O POR LINEA DE SOBREGIRO
      *>         EXCEDIDA, VENCIDA O CANCELADA (MOTIVO 22),
      *>   "SMI" SALDO QUE BAJO DEL MINIMO DE ALERTA (EL MONTO ES EL
      *>         SALDO QUE QUEDO).
       FD MOV-ALERTAS-TRABAJO.
       01 REG-ALERTA-TRABAJO.
           05 ATR-EVENTO         PIC X(3).
           05 ATR-NUM-CUENTA     PIC 9(10).
           05 ATR-FECHA          PIC 9(8).
           05 ATR-MONTO          PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE.
           05 ATR-COD-MOTIVO     PIC X(2).

      *> ARCHIVO DIARIO DE ALERTAS PARA EL PROVEEDOR DE MENSAJERIA:
      *> UNA LINEA POR EVENTO DE UN CLIENTE QUE ACEPTO RECIBIRLAS, CON
      *> SUS CANALES DE CONTACTO. ADEMAS DE LOS EVENTOS DEL ARCHIVO DE
      *> TRABAJO LLEVA "CNG", CUENTA CONGELADA (EL MONTO ES EL SALDO
      *> DE LA CUENTA AL CIERRE). EL CODIGO DE MOTIVO SOLO VIENE EN
      *> "RCH". SE RECREA COMPLETO EN CADA CIERRE.
       FD ALERTAS-OUTPUT.
       01 REG-ALERTA.
           05 ALE-NUM-CLIENTE    PIC 9(8).
           05 FILLER             PIC X.
           05 ALE-NUM-CUENTA     PIC 9(10).
           05 FILLER             PIC X.
           05 ALE-EVENTO         PIC X(3).
           05 FILLER             PIC X.
           05 ALE-MONTO          PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE.
           05 FILLER             PIC X.
           05 ALE-FECHA          PIC 9(8).
           05 FILLER             PIC X.
           05 ALE-COD-MOTIVO     PIC X(2).
           05 FILLER             PIC X.
           05 ALE-TELEFONO       PIC X(15).
           05 FILLER             PIC X.
           05 ALE-CORREO         PIC X(50).

      *> RESPALDO PREVIO DE LA CORRIDA. EL PRIMER REGISTRO ("CTL")
      *> LLEVA LA FECHA DE NEGOCIO Y CUANTAS LINEAS TENIAN EL
      *> HISTORICO Y LA FOTO DE SALDOS (QUE SOLO CRECEN, ASI QUE BASTA
      *> CON RECORTARLOS A ESA CANTIDAD); LUEGO VIENE UNA COPIA DE CADA
      *> REGISTRO DE LOS ARCHIVOS INDEXADOS, PRECEDIDA DE SU TIPO
      *> ("MTO" MAESTRO, "HDU" HISTORIAL DE DUPLICADOS, "RET"
      *> RETENCIONES, "LSG" LINEAS DE SOBREGIRO, "ENV" REGISTRO DE
      *> ENVIOS A LA CAMARA, "CHQ" MAESTRO DE CHEQUES); EL ULTIMO
      *> ("FIN") LLEVA EL TOTAL DE COPIAS, PARA QUE UN RESPALDO
      *> CORTADO NO SE PUEDA RESTAURAR.
      *> MISMO LAYOUT QUE EN REVERSION-CORRIDA; MANTENER SINCRONIZADOS.
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

       WORKING-STORAGE SECTION.

       01 WS-FS-CHECKPOINT      PIC XX VALUE "00".

       01 WS-FS-HISTORICO-MOV   PIC XX VALUE "00".

       01 WS-FS-HISTIDX         PIC XX VALUE "00".

       01 WS-FS-CTAS-GL         PIC XX VALUE "00".

       01 WS-FS-CUENTAS         PIC XX VALUE "00".
            "MOVIMIENTOS.CHECKPOINT".
       01 WS-NOM-ARCHIVO-HISTORICO  PIC X(50) VALUE
            "MOVIMIENTOS.HISTORICO".
       01 WS-NOM-ARCHIVO-HISTIDX    PIC X(50) VALUE
            "MOVIMIENTOS.HISTIDX".
       01 WS-NOM-ARCHIVO-CTAS-GL    PIC X(50) VALUE
            "CUENTAS-CONTABLES.TXT".
       01 WS-NOM-ARCHIVO-ASIENTOS   PIC X(50) VALUE
       01 WS-REG-VALIDO         PIC X VALUE "N".

       01 WS-PARM-REINICIO      PIC X VALUE "N".

      *> SE PRENDE CUANDO EL REGISTRO DEL HISTORICO INDEXADO QUEDO
      *> GRABADO CON UN CONSECUTIVO LIBRE.
       01 WS-HIX-GRABADO        PIC X VALUE "N".
       01 WS-REG-LEIDOS         PIC 9(8) VALUE 0.
       01 WS-REG-SALTAR         PIC 9(8) VALUE 0.
       01 WS-HUBO-CHECKPOINT    PIC X VALUE "N".
       01 WS-DESC-MOTIVO        PIC X(40) VALUE SPACES.

      *> "S" CUANDO EL TIPO-MOV DEL REGISTRO EN PROCESO CARGA LA
      *> CUENTA (RET, TRF, CGO, TIB, CHQ); "N" CUANDO LA ABONA (DEP,
      *> ABO).
       01 WS-MOV-ES-CARGO       PIC X VALUE "N".
      *> SALDO QUE QUEDARIA EN LA CUENTA SI SE ACEPTA EL MOVIMIENTO,
      *> CALCULADO EN VALIDAR-SALDO-SUFICIENTE Y APLICADO AL MAESTRO
       01 WS-FIN-FOTO           PIC X VALUE "N".
       01 WS-FOTOS-ESCRITAS     PIC 9(6) VALUE 0.

       01 WS-FS-LINEAS          PIC XX VALUE "00".

       01 WS-NOM-ARCHIVO-LINEAS     PIC X(50) VALUE
            "LINEAS-SOBREGIRO.MAESTRO".
       01 WS-NOM-ARCHIVO-SOB-REPORTE PIC X(50) VALUE
            "SOBREGIROS-REPORTE.TXT".

      *> LIMITE QUE AUTORIZA LA LINEA DE SOBREGIRO DE LA CUENTA EN
      *> PROCESO: LS-LIMITE CUANDO LA LINEA ESTA ACTIVA Y NO VENCIDA A
      *> LA FECHA DE PROCESO, CERO EN CUALQUIER OTRO CASO. WS-SALDO-
      *> CON-LINEA ES EL SALDO NUEVO MAS ESE LIMITE: LO QUE DE VERDAD
      *> NO PUEDE QUEDAR NEGATIVO.
       01 WS-TIENE-LINEA        PIC X VALUE "N".
       01 WS-LIMITE-SOBREGIRO   PIC S9(11)V99 VALUE 0.
       01 WS-SALDO-CON-LINEA    PIC S9(11)V99 VALUE 0.

       01 WS-FIN-LINEAS         PIC X VALUE "N".
       01 WS-FIN-SOBREGIROS     PIC X VALUE "N".
       01 WS-SOB-CUENTAS        PIC 9(6) VALUE 0.
       01 WS-SOB-MONTO          PIC S9(13)V99 VALUE 0.
       01 WS-SOB-COBRANZA       PIC 9(6) VALUE 0.
       01 WS-SOB-MONTO-COBRANZA PIC S9(13)V99 VALUE 0.
       01 WS-SOB-LINEAS-ACTUALIZADAS PIC 9(6) VALUE 0.
       01 WS-USO-LINEA          PIC S9(11)V99 VALUE 0.
       01 WS-PCT-USO-LINEA      PIC 9(4)V99 VALUE 0.

       01 WS-FS-BANCOS          PIC XX VALUE "00".

       01 WS-FS-ENVIOS-REG      PIC XX VALUE "00".

       01 WS-NOM-ARCHIVO-BANCOS     PIC X(50) VALUE
            "BANCOS-CAMARA.TXT".
       01 WS-NOM-ARCHIVO-CAMARA-ENV PIC X(50) VALUE
            "CAMARA-ENVIO.TXT".
       01 WS-NOM-ARCHIVO-ENVIOS-REG PIC X(50) VALUE
            "CAMARA-ENVIOS.REGISTRO".

      *> TABLA DE BANCOS PARTICIPANTES CARGADA DESDE BANCOS-INPUT AL
      *> ARRANCAR. SIN TABLA NINGUNA TRANSFERENCIA INTERBANCARIA PASA
      *> LA VALIDACION DEL BANCO DESTINO.
       01 WS-TABLA-BANCOS.
           05 WS-BCO-ENTRADA OCCURS 50 TIMES
                 INDEXED BY IX-BCO.
               10 WS-BCO-CODIGO  PIC X(4).
       01 WS-BCO-CARGADOS       PIC 9(2) VALUE 0.
       01 WS-FIN-BANCOS         PIC X VALUE "N".
       01 WS-BANCO-VALIDO       PIC X VALUE "N".

      *> REFERENCIA DEL ENVIO EN CURSO Y TOTALES DE CONTROL DEL
      *> ARCHIVO DE ENVIO. LOS MONTOS VAN EN CENTAVOS, COMO LOS PIDE
      *> LA CAMARA.
       01 WS-ENV-REFERENCIA.
           05 WS-ENV-REF-FECHA       PIC 9(8).
           05 WS-ENV-REF-CONSECUTIVO PIC 9(4).
       01 WS-FIN-ENVIOS         PIC X VALUE "N".
       01 WS-ENV-ESCRITOS       PIC 9(8) VALUE 0.
       01 WS-ENV-CENTAVOS       PIC 9(13) VALUE 0.
       01 WS-ENV-TOTAL          PIC 9(15) VALUE 0.

       01 WS-FS-CHEQUES         PIC XX VALUE "00".

       01 WS-NOM-ARCHIVO-CHEQUES    PIC X(50) VALUE
            "CHEQUES.MAESTRO".
       01 WS-NOM-ARCHIVO-CHQ-REPORTE PIC X(50) VALUE
            "CHEQUES-REPORTE.TXT".

      *> CONTEOS DEL REPORTE DIARIO DE CHEQUES. EL MONTO NETO PAGADO
      *> DESCUENTA LAS REVERSAS DE PAGO DEL DIA.
       01 WS-FIN-CHEQUES        PIC X VALUE "N".
       01 WS-CHQ-PAGADOS        PIC 9(6) VALUE 0.
       01 WS-CHQ-RECHAZADOS     PIC 9(6) VALUE 0.
       01 WS-CHQ-MONTO-NETO     PIC S9(13)V99 VALUE 0.

       01 WS-FS-CLIENTES        PIC XX VALUE "00".

       01 WS-FS-CONGELADAS      PIC XX VALUE "00".

       01 WS-NOM-ARCHIVO-CLIENTES   PIC X(50) VALUE
            "CLIENTES.MAESTRO".
       01 WS-NOM-ARCHIVO-CONGELADAS PIC X(50) VALUE
            "CUENTAS-CONGELADAS.TXT".
       01 WS-NOM-ARCHIVO-ALERTAS    PIC X(50) VALUE
            "ALERTAS-CLIENTES.TXT".

      *> PARAMETROS DE LAS ALERTAS A CLIENTES, QUE FIJA EL AREA
      *> COMERCIAL (MOVALC: CARGO A PARTIR DEL CUAL SE AVISA, MOVALS:
      *> SALDO MINIMO POR DEBAJO DEL CUAL SE AVISA); ESTOS SON SOLO
      *> LOS VALORES POR DEFECTO.
       01 WS-UMBRAL-ALERTA-CARGO PIC 9(13) VALUE 10000.
       01 WS-SALDO-MINIMO-ALERTA PIC 9(13) VALUE 1000.

      *> EVENTO EN CURSO DE LAS ALERTAS: LA CUENTA, SU SALDO ANTES Y
      *> DESPUES DEL MOVIMIENTO (PARA DETECTAR EL CRUCE DEL MINIMO) Y
      *> LOS DATOS CON LOS QUE SE ESCRIBE LA ALERTA AL CIERRE.
       01 WS-ALR-EVENTO         PIC X(3) VALUE SPACES.
       01 WS-ALR-CUENTA         PIC 9(10) VALUE 0.
       01 WS-ALR-FECHA          PIC 9(8) VALUE 0.
       01 WS-ALR-MONTO          PIC S9(11)V99 VALUE 0.
       01 WS-ALR-COD-MOTIVO     PIC X(2) VALUE SPACES.
       01 WS-ALR-SALDO-ANTES    PIC S9(11)V99 VALUE 0.
       01 WS-ALR-SALDO-DESPUES  PIC S9(11)V99 VALUE 0.
       01 WS-ALR-CLIENTE        PIC 9(8) VALUE 0.

       01 WS-FIN-ALERTAS        PIC X VALUE "N".
       01 WS-FIN-CONGELADAS     PIC X VALUE "N".
       01 WS-ALR-ESCRITAS       PIC 9(6) VALUE 0.
       01 WS-ALR-SIN-CLIENTE    PIC 9(6) VALUE 0.
       01 WS-ALR-NO-ACEPTADAS   PIC 9(6) VALUE 0.

       01 WS-FS-RESPALDO        PIC XX VALUE "00".

      *> EL RESPALDO SE NOMBRA CON EL PREFIJO (VARIABLE MOVRSP, QUE
      *> PUEDE INCLUIR UN DIRECTORIO) MAS LA FECHA DE NEGOCIO.
       01 WS-PREFIJO-RESPALDO   PIC X(40) VALUE "RESPALDO-CORRIDA-".
       01 WS-NOM-ARCHIVO-RESPALDO   PIC X(50) VALUE SPACES.

       01 WS-FIN-RESPALDO       PIC X VALUE "N".
       01 WS-RSP-LINEAS-HCO     PIC 9(10) VALUE 0.
       01 WS-RSP-LINEAS-FOTO    PIC 9(10) VALUE 0.
       01 WS-RSP-COPIAS         PIC 9(10) VALUE 0.

       01 WS-FS-BITACORA        PIC XX VALUE "00".

       01 WS-NOM-ARCHIVO-BITACORA   PIC X(50) VALUE
            "MOVIMIENTOS-BANCARIOS".
       01 WS-PROGRAMA-PREVIO    PIC X(24) VALUE "ACTUALIZA-CUENTAS".

      *> UNA REVERSION LIMPIA DE LA FECHA ANULA EL FIN ANTERIOR DE
      *> ESTE PROGRAMA PARA ESA FECHA, Y ASI LA CORRIDA SE PUEDE
      *> REPETIR.
       01 WS-PROGRAMA-REVERSION PIC X(24) VALUE "REVERSION-CORRIDA".

       01 WS-FIN-BITACORA       PIC X VALUE "N".
       01 WS-HAY-BITACORA       PIC X VALUE "N".
       01 WS-BIT-PROPIO-FIN     PIC X VALUE "N".
       01 WS-BIT-PREVIO-FIN     PIC X VALUE "N".
      *> "S" CUANDO LA BITACORA YA TIENE UN INICIO DE ESTE PROGRAMA
      *> PARA LA FECHA SIN UNA REVERSION LIMPIA POSTERIOR: LA CORRIDA
      *> DE LA FECHA YA EMPEZO A TOCAR LOS ARCHIVOS Y SU RESPALDO ES
      *> EL QUE VALE.
       01 WS-BIT-PROPIO-INICIO  PIC X VALUE "N".
       01 WS-BIT-EVENTO         PIC X(6) VALUE SPACES.
       01 WS-BIT-CIFRA-1        PIC 9(8) VALUE 0.
       01 WS-BIT-CIFRA-2        PIC 9(8) VALUE 0.
      *> TABLA DE CODIGOS DE TIPO DE MOVIMIENTO QUE REALMENTE SE
      *> OPERAN. MANTENER EN ORDEN ALFABETICO PARA LA SEARCH ALL.
      *> "RCO" COLOCA UNA RETENCION DE FONDOS Y "RLB" LA LIBERA; NO
      *> MUEVEN EL SALDO CONTABLE, SOLO EL DISPONIBLE. "TIB" ES LA
      *> TRANSFERENCIA INTERBANCARIA SALIENTE, QUE SE ENVIA A LA
      *> CAMARA DE COMPENSACION AL CIERRE. "CHQ" ES EL PAGO DE UN
      *> CHEQUE DE LA CUENTA, CONTRA EL MAESTRO DE CHEQUES.
       01 TABLA-TIPOS-MOV-N     PIC X(27) VALUE
            "ABOCGOCHQDEPRCORETRLBTIBTRF".
       01 TABLA-TIPOS-MOV REDEFINES TABLA-TIPOS-MOV-N.
           05 TIPO-MOV-VALIDO    PIC X(3) OCCURS 9 TIMES
                 ASCENDING KEY IS TIPO-MOV-VALIDO
                 INDEXED BY IX-TIPO-MOV.

      *> ACUMULADOS POR SUCURSAL Y TIPO DE MOVIMIENTO PARA LA
      *> INTERFAZ CONTABLE. SE ARMAN RELEYENDO EL ARCHIVO DE DETALLE
      *> COMPLETO, ASI QUE UNA CORRIDA REINICIADA TAMBIEN ACUMULA LO
      *> PROCESADO ANTES DE LA INTERRUPCION. LA CASILLA 10 ES PARA LOS
      *> ESPEJOS "TRE" DE LAS TRANSFERENCIAS, QUE NO ESTAN EN LA TABLA
      *> DE TIPOS DE ENTRADA.
       01 WS-TABLA-ACUM-GL.
           05 WS-GL-SUCURSAL OCCURS 50 TIMES
                 INDEXED BY IX-GLS.
               10 WS-GL-SUC      PIC X(4).
               10 WS-GL-TOTAL    PIC S9(11)V99 OCCURS 10 TIMES.
       01 WS-GL-TIPO-NOMBRE     PIC X(3) VALUE SPACES.
       01 WS-GL-SUC-USADAS      PIC 9(2) VALUE 0.
       01 WS-GL-SUC-BUSCADA     PIC 9(2) VALUE 0.
           05 LMR-ETIQUETA       PIC X(31).
           05 LMR-CIFRA          PIC -(13)9.99.

       01 SUBRAYADO-SOB         PIC X(100) VALUE ALL '-'.
       01 LINEA-TITULO-SOB      PIC X(100) VALUE
            'CUENTAS SOBREGIRADAS Y USO DE LINEA DE SOBREGIRO'.
       01 LINEA-TITULO-COB      PIC X(100) VALUE
            'LINEAS VENCIDAS O CANCELADAS EN USO - COBRANZA'.

       01 TITULOS-SOB.
           05 FILLER             PIC X(11)  VALUE "CUENTA".
           05 FILLER             PIC X(17)  VALUE "SALDO".
           05 FILLER             PIC X(15)  VALUE "LIMITE".
           05 FILLER             PIC X(8)   VALUE "USO %".
           05 FILLER             PIC X(5)   VALUE "DIAS".
           05 FILLER             PIC X(9)   VALUE "VENCE".
           05 FILLER             PIC X(10)  VALUE "SITUACION".
           05 FILLER             PIC X(25)  VALUE "TITULAR".

      *> EN UNA CUENTA SIN LINEA QUEDAN EN BLANCO EL LIMITE, EL USO,
      *> LOS DIAS Y EL VENCIMIENTO.
       01 LINEA-SOBREGIRO-RPT.
           05 LSO-CUENTA         PIC 9(10).
           05 FILLER             PIC X      VALUE SPACE.
           05 LSO-SALDO          PIC -(12)9.99.
           05 FILLER             PIC X      VALUE SPACE.
           05 LSO-LIMITE         PIC ZZZZZZZZZZ9.99.
           05 FILLER             PIC X      VALUE SPACE.
           05 LSO-USO            PIC ZZZ9.99.
           05 FILLER             PIC X      VALUE SPACE.
           05 LSO-DIAS           PIC ZZZ9.
           05 FILLER             PIC X      VALUE SPACE.
           05 LSO-VENCE          PIC X(8).
           05 FILLER             PIC X      VALUE SPACE.
           05 LSO-SITUACION      PIC X(9).
           05 FILLER             PIC X      VALUE SPACE.
           05 LSO-TITULAR        PIC X(25).

       01 LINEA-CIFRA-SOB.
           05 LCS-ETIQUETA       PIC X(31).
           05 LCS-CONTEO         PIC ZZZZZ9.
           05 FILLER             PIC X(2)   VALUE SPACES.
           05 LCS-MONTO          PIC -(13)9.99.

       01 SUBRAYADO-CHQ         PIC X(100) VALUE ALL '-'.
       01 LINEA-TITULO-CHQ-PAG  PIC X(100) VALUE
            'CHEQUES PAGADOS'.
       01 LINEA-TITULO-CHQ-RCH  PIC X(100) VALUE
            'INTENTOS DE COBRO DE CHEQUES RECHAZADOS'.

       01 TITULOS-CHQ.
           05 FILLER             PIC X(5)   VALUE "SUC".
           05 FILLER             PIC X(11)  VALUE "CUENTA".
           05 FILLER             PIC X(11)  VALUE "CHEQUE".
           05 FILLER             PIC X(9)   VALUE "FECHA".
           05 FILLER             PIC X(14)  VALUE "MONTO".
           05 FILLER             PIC X(2)   VALUE "R".
           05 FILLER             PIC X(4)   VALUE "COD".
           05 FILLER             PIC X(40)  VALUE "DESCRIPCION".

      *> EN UN CHEQUE PAGADO QUEDAN EN BLANCO EL CODIGO Y LA
      *> DESCRIPCION DEL MOTIVO; EN UN RECHAZO EL MONTO SE MUESTRA TAL
      *> COMO VINO.
       01 LINEA-CHEQUE-RPT.
           05 LCH-SUC            PIC X(4).
           05 FILLER             PIC X      VALUE SPACE.
           05 LCH-CUENTA         PIC X(10).
           05 FILLER             PIC X      VALUE SPACE.
           05 LCH-CHEQUE         PIC X(10).
           05 FILLER             PIC X      VALUE SPACE.
           05 LCH-FECHA          PIC X(8).
           05 FILLER             PIC X      VALUE SPACE.
           05 LCH-MONTO          PIC ZZZZZZZZ9.99.
           05 LCH-MONTO-X REDEFINES LCH-MONTO
                                 PIC X(12).
           05 FILLER             PIC X(2)   VALUE SPACES.
           05 LCH-IND            PIC X.
           05 FILLER             PIC X      VALUE SPACE.
           05 LCH-COD-MOTIVO     PIC X(2).
           05 FILLER             PIC X(2)   VALUE SPACES.
           05 LCH-DESC-MOTIVO    PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


           PERFORM LEER-DIAS-VIGENCIA-RET

           PERFORM LEER-PARAMETROS-ALERTAS

           PERFORM LEER-FECHA-CONTROL

           PERFORM CARGAR-FERIADOS

           PERFORM CARGAR-TABLA-BANCOS

           PERFORM VALIDAR-APERTURA-DIA-HABIL

           PERFORM VERIFICAR-SECUENCIA-CORRIDA

           IF WS-PARM-REINICIO NOT = "S"
              PERFORM VERIFICAR-RESPALDO-PREVIO
           END-IF

           PERFORM REGISTRAR-INICIO-BITACORA

      *> EL RESPALDO SE TOMA SOLO EN UNA CORRIDA NUEVA: EN UN
      *> REINICIO LOS ARCHIVOS YA TRAEN LO QUE APLICO LA CORRIDA
      *> INTERRUMPIDA, Y EL RESPALDO QUE VALE ES EL QUE ELLA TOMO.
           IF WS-PARM-REINICIO = "S"
              PERFORM LEER-ULTIMO-CHECKPOINT
           ELSE
              PERFORM RESPALDAR-ARCHIVOS-CORRIDA
           END-IF

      *> EL MAESTRO SE ABRE EN I-O PORQUE ADEMAS DE VALIDAR CADA
              STOP RUN
           END-IF

           PERFORM ABRIR-LINEAS-SOBREGIRO

           IF WS-FS-LINEAS NOT = "00"
              DISPLAY "ERROR: NO SE PUDO ABRIR LINEAS-SOBREGIRO, "
                 "FILE STATUS " WS-FS-LINEAS UPON CONSOLE
              STOP RUN
           END-IF

           PERFORM ABRIR-CHEQUES

           IF WS-FS-CHEQUES NOT = "00"
              DISPLAY "ERROR: NO SE PUDO ABRIR CHEQUES-MAESTRO, "
                 "FILE STATUS " WS-FS-CHEQUES UPON CONSOLE
              STOP RUN
           END-IF

      *> SI SE PIDIO REINICIO PERO NO HABIA UN PUNTO DE CONTROL PREVIO
      *> (AMBIENTE NUEVO, O MOVCKP APUNTANDO A UN ARCHIVO QUE NUNCA SE
      *> ESCRIBIO), NO HAY NADA QUE EXTENDER: SE ARRANCA LA CORRIDA
              OPEN EXTEND MOV-REPORTE-OUTPUT
              OPEN EXTEND MOV-RECHAZADOS-OUTPUT
              OPEN EXTEND MOV-DETALLE-TRABAJO
              OPEN EXTEND MOV-ENVIOS-TRABAJO
              OPEN EXTEND MOV-CHEQUES-TRABAJO
              OPEN EXTEND MOV-ALERTAS-TRABAJO
              OPEN EXTEND MOV-CHECKPOINT
           ELSE
              OPEN OUTPUT MOV-REPORTE-OUTPUT
              OPEN OUTPUT MOV-RECHAZADOS-OUTPUT
              OPEN OUTPUT MOV-DETALLE-TRABAJO
              OPEN OUTPUT MOV-ENVIOS-TRABAJO
              OPEN OUTPUT MOV-CHEQUES-TRABAJO
              OPEN OUTPUT MOV-ALERTAS-TRABAJO
              OPEN OUTPUT MOV-CHECKPOINT
              PERFORM ESCRIBIR-ENCABEZADOS
           END-IF
           CLOSE CUENTAS-MAESTRO
                 MOV-HISTORIAL-DUPLICADOS
                 MOV-RETENCIONES
                 LINEAS-SOBREGIRO
                 CHEQUES-MAESTRO
                 MOV-REPORTE-OUTPUT
                 MOV-RECHAZADOS-OUTPUT
                 MOV-DETALLE-TRABAJO
                 MOV-ENVIOS-TRABAJO
                 MOV-CHEQUES-TRABAJO
                 MOV-ALERTAS-TRABAJO
                 MOV-CHECKPOINT
                 MOV-HISTORICO-OUTPUT
                 MOV-HISTORICO-INDEXADO

           PERFORM GENERAR-RESUMEN


           PERFORM GENERAR-REPORTE-RETENCIONES

           PERFORM GENERAR-REPORTE-SOBREGIROS

           PERFORM GENERAR-REPORTE-CHEQUES

           PERFORM GENERAR-ARCHIVO-ALERTAS

           PERFORM GENERAR-ARCHIVO-CAMARA

           PERFORM GENERAR-FOTO-SALDOS

      *> EL FIN SE ANOTA ANTES DE AVANZAR LA FECHA DE NEGOCIO, PARA

           STOP RUN.

      *> UNA CORRIDA NUEVA NO DEBE PISAR EL RESPALDO DE UNA CORRIDA
      *> DE LA MISMA FECHA QUE QUEDO INTERRUMPIDA: LOS ARCHIVOS YA
      *> TRAEN PARTE DE SU POSTEO, Y EL RESPALDO QUE ELLA TOMO ES EL
      *> UNICO CON EL ESTADO PREVIO A LA CORRIDA. EN ESE CASO SE
      *> DETIENE SIN TOCAR NADA Y EL OPERADOR LA REANUDA CON
      *> MOVREINICIO (O LA REVIERTE CON REVERSION-CORRIDA). DESPUES
      *> DE UNA REVERSION LIMPIA EL RESPALDO SE VUELVE A TOMAR.
       VERIFICAR-RESPALDO-PREVIO.

           IF WS-BIT-PROPIO-INICIO = "S"
              PERFORM ARMAR-NOMBRE-RESPALDO
              OPEN INPUT RESPALDO-CORRIDA
              IF WS-FS-RESPALDO = "00"
                 CLOSE RESPALDO-CORRIDA
                 DISPLAY "ERROR: LA CORRIDA DE " WS-FECHA-PROCESO
                    " QUEDO INTERRUMPIDA Y YA TIENE SU RESPALDO "
                    WS-NOM-ARCHIVO-RESPALDO "; REANUDELA CON "
                    "MOVREINICIO=S O REVIERTALA ANTES DE REPETIRLA."
                    UPON CONSOLE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       ARMAR-NOMBRE-RESPALDO.

           MOVE SPACES TO WS-NOM-ARCHIVO-RESPALDO
           STRING WS-PREFIJO-RESPALDO DELIMITED BY SPACE
                  WS-FECHA-PROCESO    DELIMITED BY SIZE
                  ".BAK"              DELIMITED BY SIZE
              INTO WS-NOM-ARCHIVO-RESPALDO
           END-STRING.

      *> RESPALDA, ANTES DE TOCARLOS, LOS ARCHIVOS PERMANENTES QUE LA
      *> CORRIDA MODIFICA, PARA QUE REVERSION-CORRIDA PUEDA DEJARLOS
      *> COMO ESTABAN SI LA CORRIDA RESULTA EQUIVOCADA. DEL HISTORICO
      *> Y DE LA FOTO DE SALDOS SOLO SE GUARDA CUANTAS LINEAS TENIAN;
      *> DEL CONTROL DE FECHA, LA FECHA DE NEGOCIO. EL HISTORICO
      *> INDEXADO TAMPOCO SE COPIA: LA REVERSION LE QUITA LOS
      *> REGISTROS CON LA FECHA DE NEGOCIO REVERTIDA. UN ARCHIVO
      *> INDEXADO QUE AUN NO EXISTE QUEDA SIN COPIAS, Y LA REVERSION
      *> LO DEJA VACIO, QUE ES COMO LO CREA ESTE PROGRAMA. SIN
      *> RESPALDO NO SE CORRE.
       RESPALDAR-ARCHIVOS-CORRIDA.

           PERFORM ARMAR-NOMBRE-RESPALDO

           OPEN OUTPUT RESPALDO-CORRIDA

           IF WS-FS-RESPALDO NOT = "00"
              DISPLAY "ERROR: NO SE PUDO CREAR EL RESPALDO "
                 WS-NOM-ARCHIVO-RESPALDO ", FILE STATUS "
                 WS-FS-RESPALDO UPON CONSOLE
              STOP RUN
           END-IF

           MOVE 0 TO WS-RSP-COPIAS

           PERFORM CONTAR-LINEAS-HISTORICO
           PERFORM CONTAR-LINEAS-FOTO

           MOVE SPACES              TO REG-RESPALDO
           MOVE "CTL"               TO RSP-TIPO
           MOVE WS-FECHA-PROCESO    TO RSP-FECHA-PROCESO
           MOVE WS-RSP-LINEAS-HCO   TO RSP-LINEAS-HISTORICO
           MOVE WS-RSP-LINEAS-FOTO  TO RSP-LINEAS-FOTO
           WRITE REG-RESPALDO

           OPEN INPUT CUENTAS-MAESTRO
           IF WS-FS-CUENTAS NOT = "00"
              DISPLAY "ERROR: NO SE PUDO ABRIR CUENTAS-MAESTRO PARA "
                 "EL RESPALDO, FILE STATUS " WS-FS-CUENTAS
                 UPON CONSOLE
              STOP RUN
           END-IF
           MOVE "N" TO WS-FIN-RESPALDO
           PERFORM RESPALDAR-UNA-CUENTA
               UNTIL WS-FIN-RESPALDO = "S"
           CLOSE CUENTAS-MAESTRO

           OPEN INPUT MOV-HISTORIAL-DUPLICADOS
           IF WS-FS-HISTORIAL = "00"
              MOVE "N" TO WS-FIN-RESPALDO
              PERFORM RESPALDAR-UNA-CLAVE-HISTORIAL
                  UNTIL WS-FIN-RESPALDO = "S"
              CLOSE MOV-HISTORIAL-DUPLICADOS
           END-IF

           OPEN INPUT MOV-RETENCIONES
           IF WS-FS-RETENCIONES = "00"
              MOVE "N" TO WS-FIN-RESPALDO
              PERFORM RESPALDAR-UNA-RETENCION
                  UNTIL WS-FIN-RESPALDO = "S"
              CLOSE MOV-RETENCIONES
           END-IF

           OPEN INPUT LINEAS-SOBREGIRO
           IF WS-FS-LINEAS = "00"
              MOVE "N" TO WS-FIN-RESPALDO
              PERFORM RESPALDAR-UNA-LINEA
                  UNTIL WS-FIN-RESPALDO = "S"
              CLOSE LINEAS-SOBREGIRO
           END-IF

           OPEN INPUT CAMARA-ENVIOS-REGISTRO
           IF WS-FS-ENVIOS-REG = "00"
              MOVE "N" TO WS-FIN-RESPALDO
              PERFORM RESPALDAR-UN-ENVIO
                  UNTIL WS-FIN-RESPALDO = "S"
              CLOSE CAMARA-ENVIOS-REGISTRO
           END-IF

           OPEN INPUT CHEQUES-MAESTRO
           IF WS-FS-CHEQUES = "00"
              MOVE "N" TO WS-FIN-RESPALDO
              PERFORM RESPALDAR-UN-CHEQUE
                  UNTIL WS-FIN-RESPALDO = "S"
              CLOSE CHEQUES-MAESTRO
           END-IF

           MOVE SPACES        TO REG-RESPALDO
           MOVE "FIN"         TO RSP-TIPO
           MOVE WS-RSP-COPIAS TO RSP-TOTAL-COPIAS
           WRITE REG-RESPALDO

           CLOSE RESPALDO-CORRIDA

           DISPLAY "RESPALDO DE LA CORRIDA     : "
              WS-NOM-ARCHIVO-RESPALDO.

      *> CUENTA LAS LINEAS DEL HISTORICO ANTES DE QUE LA CORRIDA LE
      *> AGREGUE LAS SUYAS. SIN HISTORICO (PRIMERA CORRIDA) SON CERO.
       CONTAR-LINEAS-HISTORICO.

           MOVE 0 TO WS-RSP-LINEAS-HCO

           OPEN INPUT MOV-HISTORICO-OUTPUT

           IF WS-FS-HISTORICO-MOV = "00"
              MOVE "N" TO WS-FIN-RESPALDO
              PERFORM CONTAR-UNA-LINEA-HISTORICO
                  UNTIL WS-FIN-RESPALDO = "S"
              CLOSE MOV-HISTORICO-OUTPUT
           ELSE
              IF WS-FS-HISTORICO-MOV NOT = "35"
                 DISPLAY "ERROR: NO SE PUDO LEER EL HISTORICO PARA "
                    "EL RESPALDO, FILE STATUS " WS-FS-HISTORICO-MOV
                    UPON CONSOLE
                 STOP RUN
              END-IF
           END-IF.

       CONTAR-UNA-LINEA-HISTORICO.

           READ MOV-HISTORICO-OUTPUT
               AT END MOVE "S" TO WS-FIN-RESPALDO
           END-READ

           IF WS-FIN-RESPALDO = "N"
              ADD 1 TO WS-RSP-LINEAS-HCO
           END-IF.

      *> CUENTA LAS LINEAS DE LA FOTO DE SALDOS ANTES DE QUE LA
      *> CORRIDA AGREGUE LA DEL DIA. SIN FOTO (PRIMERA CORRIDA) SON
      *> CERO.
       CONTAR-LINEAS-FOTO.

           MOVE 0 TO WS-RSP-LINEAS-FOTO

           OPEN INPUT FOTO-SALDOS-OUTPUT

           IF WS-FS-FOTO = "00"
              MOVE "N" TO WS-FIN-RESPALDO
              PERFORM CONTAR-UNA-LINEA-FOTO
                  UNTIL WS-FIN-RESPALDO = "S"
              CLOSE FOTO-SALDOS-OUTPUT
           ELSE
              IF WS-FS-FOTO NOT = "35"
                 DISPLAY "ERROR: NO SE PUDO LEER LA FOTO DE SALDOS "
                    "PARA EL RESPALDO, FILE STATUS " WS-FS-FOTO
                    UPON CONSOLE
                 STOP RUN
              END-IF
           END-IF.

       CONTAR-UNA-LINEA-FOTO.

           READ FOTO-SALDOS-OUTPUT
               AT END MOVE "S" TO WS-FIN-RESPALDO
           END-READ

           IF WS-FIN-RESPALDO = "N"
              ADD 1 TO WS-RSP-LINEAS-FOTO
           END-IF.

       RESPALDAR-UNA-CUENTA.

           READ CUENTAS-MAESTRO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-RESPALDO
           END-READ

           IF WS-FIN-RESPALDO = "N"
              MOVE SPACES             TO REG-RESPALDO
              MOVE "MTO"              TO RSP-TIPO
              MOVE REG-CUENTA-MAESTRO TO RSP-DATOS
              PERFORM ESCRIBIR-COPIA-RESPALDO
           END-IF.

       RESPALDAR-UNA-CLAVE-HISTORIAL.

           READ MOV-HISTORIAL-DUPLICADOS NEXT RECORD
               AT END MOVE "S" TO WS-FIN-RESPALDO
           END-READ

           IF WS-FIN-RESPALDO = "N"
              MOVE SPACES             TO REG-RESPALDO
              MOVE "HDU"              TO RSP-TIPO
              MOVE REG-HISTORIAL      TO RSP-DATOS
              PERFORM ESCRIBIR-COPIA-RESPALDO
           END-IF.

       RESPALDAR-UNA-RETENCION.

           READ MOV-RETENCIONES NEXT RECORD
               AT END MOVE "S" TO WS-FIN-RESPALDO
           END-READ

           IF WS-FIN-RESPALDO = "N"
              MOVE SPACES             TO REG-RESPALDO
              MOVE "RET"              TO RSP-TIPO
              MOVE REG-RETENCION      TO RSP-DATOS
              PERFORM ESCRIBIR-COPIA-RESPALDO
           END-IF.

       RESPALDAR-UNA-LINEA.

           READ LINEAS-SOBREGIRO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-RESPALDO
           END-READ

           IF WS-FIN-RESPALDO = "N"
              MOVE SPACES              TO REG-RESPALDO
              MOVE "LSG"               TO RSP-TIPO
              MOVE REG-LINEA-SOBREGIRO TO RSP-DATOS
              PERFORM ESCRIBIR-COPIA-RESPALDO
           END-IF.

       RESPALDAR-UN-ENVIO.

           READ CAMARA-ENVIOS-REGISTRO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-RESPALDO
           END-READ

           IF WS-FIN-RESPALDO = "N"
              MOVE SPACES             TO REG-RESPALDO
              MOVE "ENV"              TO RSP-TIPO
              MOVE REG-ENVIO-CAMARA   TO RSP-DATOS
              PERFORM ESCRIBIR-COPIA-RESPALDO
           END-IF.

       RESPALDAR-UN-CHEQUE.

           READ CHEQUES-MAESTRO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-RESPALDO
           END-READ

           IF WS-FIN-RESPALDO = "N"
              MOVE SPACES             TO REG-RESPALDO
              MOVE "CHQ"              TO RSP-TIPO
              MOVE REG-CHEQUE         TO RSP-DATOS
              PERFORM ESCRIBIR-COPIA-RESPALDO
           END-IF.

       ESCRIBIR-COPIA-RESPALDO.

           WRITE REG-RESPALDO
           ADD 1 TO WS-RSP-COPIAS.

      *> ABRE EL HISTORIAL DE CLAVES PARA DETECCION DE DUPLICADOS EN
      *> MODO I-O. SI EL ARCHIVO AUN NO EXISTE (PRIMERA CORRIDA), SE
      *> CREA VACIO ANTES DE ABRIRLO EN MODO I-O.
              OPEN I-O MOV-RETENCIONES
           END-IF.

      *> ABRE EL MAESTRO DE LINEAS DE SOBREGIRO EN MODO I-O: LA
      *> VALIDACION SOLO LO CONSULTA, PERO EL CIERRE ACTUALIZA LOS
      *> DIAS CONSECUTIVOS EN NEGATIVO. SI EL ARCHIVO AUN NO EXISTE
      *> (NINGUNA LINEA OTORGADA TODAVIA), SE CREA VACIO Y LA CORRIDA
      *> VALIDA COMO SI NINGUNA CUENTA TUVIERA LINEA.
       ABRIR-LINEAS-SOBREGIRO.

           OPEN I-O LINEAS-SOBREGIRO

           IF WS-FS-LINEAS = "35"
              OPEN OUTPUT LINEAS-SOBREGIRO
              CLOSE LINEAS-SOBREGIRO
              OPEN I-O LINEAS-SOBREGIRO
           END-IF.

      *> ABRE EL MAESTRO DE CHEQUES EN MODO I-O: LA VALIDACION LO
      *> CONSULTA Y EL POSTEO DE UN "CHQ" MARCA EL CHEQUE PAGADO. SI
      *> EL ARCHIVO AUN NO EXISTE (NINGUNA CHEQUERA ENTREGADA
      *> TODAVIA), SE CREA VACIO Y TODO PAGO DE CHEQUE SE RECHAZA
      *> POR FUERA DE RANGO.
       ABRIR-CHEQUES.

           OPEN I-O CHEQUES-MAESTRO

           IF WS-FS-CHEQUES = "35"
              OPEN OUTPUT CHEQUES-MAESTRO
              CLOSE CHEQUES-MAESTRO
              OPEN I-O CHEQUES-MAESTRO
           END-IF.

      *> ABRE EL HISTORICO PERMANENTE DE MOVIMIENTOS EN MODO EXTEND:
      *> SIEMPRE SE AGREGA, NUNCA SE RECREA. SI EL ARCHIVO AUN NO
      *> EXISTE (PRIMERA CORRIDA DEL AMBIENTE), SE CREA COMO CORRIDA
                    WS-FS-HISTORICO-MOV UPON CONSOLE
                 STOP RUN
              END-IF
           END-IF

      *> EL HISTORICO INDEXADO SE ABRE EN I-O; SI AUN NO EXISTE
      *> (AMBIENTE NUEVO, SIN HISTORICO QUE CARGAR) SE CREA VACIO,
      *> IGUAL QUE EL MAESTRO DE CHEQUES.
           OPEN I-O MOV-HISTORICO-INDEXADO

           IF WS-FS-HISTIDX = "35"
              OPEN OUTPUT MOV-HISTORICO-INDEXADO
              CLOSE MOV-HISTORICO-INDEXADO
              OPEN I-O MOV-HISTORICO-INDEXADO
           END-IF

           IF WS-FS-HISTIDX NOT = "00"
              DISPLAY "ERROR: NO SE PUDO ABRIR "
                 "MOV-HISTORICO-INDEXADO, FILE STATUS "
                 WS-FS-HISTIDX UPON CONSOLE
              STOP RUN
           END-IF.

      *> DETERMINA SI HAY UNA LISTA DE SUCURSALES A CONSOLIDAR EN ESTA
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-HISTORICO
           END-IF

           DISPLAY "MOVHIX" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-HISTIDX
           END-IF

           DISPLAY "MOVGLM" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-BITACORA
           END-IF

           DISPLAY "MOVLSG" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-LINEAS
           END-IF

           DISPLAY "MOVSRP" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-SOB-REPORTE
           END-IF

           DISPLAY "CAMBCO" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-BANCOS
           END-IF

           DISPLAY "CAMENV" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-CAMARA-ENV
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

           DISPLAY "MOVCRP" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-CHQ-REPORTE
           END-IF

           DISPLAY "CLIMTO" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-CLIENTES
           END-IF

           DISPLAY "ACTCGL" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-CONGELADAS
           END-IF

           DISPLAY "MOVALE" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-ALERTAS
           END-IF

           DISPLAY "MOVRSP" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-PREFIJO-RESPALDO
           END-IF.

      *> LEE LOS UMBRALES DEL REPORTE DE OPERACIONES RELEVANTES DE
      *> LAS VARIABLES DE ENTORNO MOVUMB (UMBRAL POR OPERACION) Y
      *> MOVACU (TECHO ACUMULADO DIARIO POR CUENTA). UN VALOR QUE NO
      *> SEA UN NUMERO VALIDO SE AVISA Y DEJA EL VALOR POR DEFECTO.
       LEER-UMBRALES-RELEVANTES.

           DISPLAY "MOVUMB" UPON ENVIRONMENT-NAME
           ACCEPT WS-MONTO-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-MONTO-AMBIENTE NOT = SPACES
              PERFORM ARMAR-MONTO-AMBIENTE
              IF WS-MONTO-VALIDO = "S" AND WS-MONTO-ARMADO > 0
                 MOVE WS-MONTO-ARMADO TO WS-UMBRAL-OPERACION
              ELSE
                 DISPLAY "AVISO: MOVUMB NO ES UN MONTO VALIDO; SE "
                    "USA EL UMBRAL POR DEFECTO." UPON CONSOLE
              END-IF
           END-IF

           DISPLAY "MOVACU" UPON ENVIRONMENT-NAME
           ACCEPT WS-MONTO-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-MONTO-AMBIENTE NOT = SPACES
              PERFORM ARMAR-MONTO-AMBIENTE
              IF WS-MONTO-VALIDO = "S" AND WS-MONTO-ARMADO > 0
                 MOVE WS-MONTO-ARMADO TO WS-TECHO-ACUMULADO
              ELSE
                 DISPLAY "AVISO: MOVACU NO ES UN MONTO VALIDO; SE "
                    "USA EL TECHO POR DEFECTO." UPON CONSOLE
              END-IF
           END-IF.

      *> LEE LOS DIAS DE VIGENCIA DE LAS RETENCIONES NUEVAS DE LA
      *> VARIABLE DE ENTORNO RETDIAS, CON EL MISMO ARMADO DIGITO POR
      *> DIGITO DE LOS UMBRALES. UN VALOR QUE NO SEA UN NUMERO DE
      *> DIAS RAZONABLE SE AVISA Y DEJA EL VALOR POR DEFECTO.
       LEER-DIAS-VIGENCIA-RET.

           DISPLAY "RETDIAS" UPON ENVIRONMENT-NAME
           ACCEPT WS-MONTO-AMBIENTE FROM ENVIRONMENT-VALUE
              END-IF
           END-IF.

      *> LEE LOS PARAMETROS DE LAS ALERTAS A CLIENTES DE LAS
      *> VARIABLES DE ENTORNO MOVALC (CARGO A PARTIR DEL CUAL SE
      *> AVISA) Y MOVALS (SALDO MINIMO), CON EL MISMO ARMADO DIGITO
      *> POR DIGITO DE LOS UMBRALES. EL SALDO MINIMO PUEDE SER CERO
      *> (SOLO SE AVISA CUANDO LA CUENTA QUEDA EN NEGATIVO). UN VALOR
      *> INVALIDO SE AVISA Y DEJA EL VALOR POR DEFECTO.
       LEER-PARAMETROS-ALERTAS.

           DISPLAY "MOVALC" UPON ENVIRONMENT-NAME
           ACCEPT WS-MONTO-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-MONTO-AMBIENTE NOT = SPACES
              PERFORM ARMAR-MONTO-AMBIENTE
              IF WS-MONTO-VALIDO = "S" AND WS-MONTO-ARMADO > 0
                 MOVE WS-MONTO-ARMADO TO WS-UMBRAL-ALERTA-CARGO
              ELSE
                 DISPLAY "AVISO: MOVALC NO ES UN MONTO VALIDO; SE "
                    "USA EL UMBRAL DE ALERTA POR DEFECTO."
                    UPON CONSOLE
              END-IF
           END-IF

           DISPLAY "MOVALS" UPON ENVIRONMENT-NAME
           ACCEPT WS-MONTO-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-MONTO-AMBIENTE NOT = SPACES
              PERFORM ARMAR-MONTO-AMBIENTE
              IF WS-MONTO-VALIDO = "S"
                 MOVE WS-MONTO-ARMADO TO WS-SALDO-MINIMO-ALERTA
              ELSE
                 DISPLAY "AVISO: MOVALS NO ES UN MONTO VALIDO; SE "
                    "USA EL SALDO MINIMO POR DEFECTO." UPON CONSOLE
              END-IF
           END-IF.

      *> ARMA UN MONTO DIGITO POR DIGITO DESDE EL VALOR DE AMBIENTE,
      *> ACEPTANDO DE UNO A TRECE DIGITOS SEGUIDOS DE ESPACIOS.
      *> CUALQUIER OTRO CONTENIDO INVALIDA EL VALOR.
              END-IF
           END-IF.

      *> CARGA LA TABLA DE BANCOS PARTICIPANTES DE LA CAMARA PARA
      *> VALIDAR EL BANCO DESTINO DE LAS TRANSFERENCIAS INTERBANCARIAS.
      *> SI EL ARCHIVO NO EXISTE LA CORRIDA SIGUE CON AVISO: EL RESTO
      *> DE LOS MOVIMIENTOS NO DEPENDE DE LA TABLA, Y CADA "TIB" SE
      *> RECHAZA CON EL MOTIVO DE BANCO DESTINO.
       CARGAR-TABLA-BANCOS.

           MOVE 0      TO WS-BCO-CARGADOS
           MOVE SPACES TO WS-TABLA-BANCOS

           OPEN INPUT BANCOS-INPUT

           IF WS-FS-BANCOS = "35"
              DISPLAY "AVISO: SIN TABLA DE BANCOS DE LA CAMARA; SE "
                 "RECHAZAN LAS TRANSFERENCIAS INTERBANCARIAS."
                 UPON CONSOLE
           ELSE
              IF WS-FS-BANCOS NOT = "00"
                 DISPLAY "ERROR: NO SE PUDO ABRIR BANCOS-INPUT, "
                    "FILE STATUS " WS-FS-BANCOS UPON CONSOLE
                 STOP RUN
              ELSE
                 MOVE "N" TO WS-FIN-BANCOS
                 READ BANCOS-INPUT
                     AT END MOVE "S" TO WS-FIN-BANCOS
                 END-READ

                 PERFORM UNTIL WS-FIN-BANCOS = "S"
                    IF BCO-CODIGO NOT = SPACES
                       IF WS-BCO-CARGADOS < 50
                          ADD 1 TO WS-BCO-CARGADOS
                          SET IX-BCO TO WS-BCO-CARGADOS
                          MOVE BCO-CODIGO TO WS-BCO-CODIGO (IX-BCO)
                       ELSE
                          DISPLAY "AVISO: TABLA DE BANCOS CON MAS DE "
                             "50 LINEAS; SE IGNORA EL EXCEDENTE."
                             UPON CONSOLE
                          MOVE "S" TO WS-FIN-BANCOS
                       END-IF
                    END-IF

                    IF WS-FIN-BANCOS = "N"
                       READ BANCOS-INPUT
                           AT END MOVE "S" TO WS-FIN-BANCOS
                       END-READ
                    END-IF
                 END-PERFORM

                 CLOSE BANCOS-INPUT
              END-IF
           END-IF.

      *> LA CORRIDA NO PUEDE ABRIRSE PARA UNA FECHA DE NEGOCIO QUE NO
      *> SEA DIA HABIL: ES LA SENAL DE UN ARCHIVO DE CONTROL MAL
      *> INICIALIZADO O DE UN OPERADOR ABRIENDO EL DIA EQUIVOCADO.
           MOVE "N" TO WS-HAY-BITACORA
           MOVE "N" TO WS-BIT-PROPIO-FIN
           MOVE "N" TO WS-BIT-PREVIO-FIN
           MOVE "N" TO WS-BIT-PROPIO-INICIO
           MOVE "N" TO WS-FIN-BITACORA

           OPEN INPUT BITACORA-CORRIDAS
               AT END MOVE "S" TO WS-FIN-BITACORA
           END-READ

      *> EL SEGUIMIENTO DEL INICIO PROPIO ES SOLO DE ESTE PROGRAMA:
      *> LO USA VERIFICAR-RESPALDO-PREVIO.
           IF WS-FIN-BITACORA = "N"
              IF BIT-FECHA IS NUMERIC
                 AND BIT-FECHA = WS-FECHA-PROCESO
                 IF BIT-PROGRAMA = WS-PROGRAMA-PROPIO
                    AND BIT-EVENTO = "INICIO"
                    MOVE "S" TO WS-BIT-PROPIO-INICIO
                 END-IF
                 IF BIT-PROGRAMA = WS-PROGRAMA-REVERSION
                    AND BIT-EVENTO = "FIN"
                    AND BIT-RETORNO IS NUMERIC
                    AND BIT-RETORNO = 0
                    MOVE "N" TO WS-BIT-PROPIO-INICIO
                 END-IF
              END-IF
           END-IF

           IF WS-FIN-BITACORA = "N"
              IF BIT-FECHA IS NUMERIC
                 AND BIT-FECHA = WS-FECHA-PROCESO
                 IF BIT-PROGRAMA = WS-PROGRAMA-PREVIO
                    MOVE "S" TO WS-BIT-PREVIO-FIN
                 END-IF
                 IF BIT-PROGRAMA = WS-PROGRAMA-REVERSION
                    MOVE "N" TO WS-BIT-PROPIO-FIN
                 END-IF
              END-IF
           END-IF.

              PERFORM VALIDAR-CUENTA-DESTINO
           END-IF

           IF WS-REG-VALIDO = "S" AND TIPO-MOV = "TIB"
              PERFORM VALIDAR-BANCO-DESTINO
           END-IF

           IF WS-REG-VALIDO = "S" AND TIPO-MOV = "CHQ"
              PERFORM VALIDAR-CHEQUE
           END-IF

           IF WS-REG-VALIDO = "S"
              PERFORM VALIDAR-RETENCION
           END-IF
              PERFORM VALIDAR-SALDO-SUFICIENTE
           END-IF

      *> EL PAGO DE CHEQUE NO PASA POR EL HISTORIAL DE DUPLICADOS:
      *> DOS CHEQUES DISTINTOS POR EL MISMO MONTO EL MISMO DIA SON
      *> LEGITIMOS, Y EL ESTADO DEL CHEQUE YA IMPIDE PAGARLO DOS VECES
      *> (EN UN REINICIO, UN CHEQUE YA POSTEADO SE RECHAZA CON 26).
      *> TAMPOCO PASA LA REVERSA DE UNA "TIB": DOS ENVIOS DEVUELTOS DE
      *> LA MISMA CUENTA Y MONTO EL MISMO DIA SON DOS REEMBOLSOS
      *> LEGITIMOS, Y ADAPTADOR-CAMARA SOLO TRADUCE LA DEVOLUCION DE
      *> UN ENVIO QUE AUN NO ESTABA MARCADO "D" EN EL REGISTRO DE
      *> ENVIOS (O EL MISMO ARCHIVO DE LA CAMARA CORRIDO DE NUEVO,
      *> QUE REGENERA COMPLETO EL ARCHIVO DE MOVIMIENTOS TRADUCIDOS).
           IF WS-REG-VALIDO = "S" AND TIPO-MOV NOT = "CHQ"
              AND NOT (TIPO-MOV = "TIB" AND WS-IND-NORMAL = "R")
              PERFORM VALIDAR-DUPLICADO
           END-IF.

              END-READ
           END-IF.

      *> VALIDA QUE EL BANCO DESTINO DE UNA TRANSFERENCIA
      *> INTERBANCARIA (CUATRO PRIMERAS POSICIONES DE CUENTA-DESTINO)
      *> PARTICIPE EN LA CAMARA: UN ENVIO A UN BANCO QUE NO ESTA EN LA
      *> TABLA LO DEVOLVERIA LA PROPIA CAMARA. APLICA TAMBIEN A LA
      *> REVERSA, QUE TRAE EL BANCO DEL ENVIO ORIGINAL.
       VALIDAR-BANCO-DESTINO.

           MOVE "N" TO WS-BANCO-VALIDO

           IF CUENTA-DESTINO (1:4) NOT = SPACES
              AND WS-BCO-CARGADOS > 0
              SET IX-BCO TO 1
              SEARCH WS-BCO-ENTRADA
                  AT END
                     CONTINUE
                  WHEN WS-BCO-CODIGO (IX-BCO) = CUENTA-DESTINO (1:4)
                     MOVE "S" TO WS-BANCO-VALIDO
              END-SEARCH
           END-IF

           IF WS-BANCO-VALIDO = "N"
              MOVE "N"  TO WS-REG-VALIDO
              MOVE "24" TO WS-COD-MOTIVO
              MOVE "BANCO DESTINO NO PARTICIPA EN LA CAMARA"
                 TO WS-DESC-MOTIVO
           END-IF.

      *> VALIDA EL CHEQUE DE UN PAGO DE CHEQUE (NUMERO EN
      *> CUENTA-DESTINO) CONTRA EL MAESTRO DE CHEQUES: DEBE ESTAR EN
      *> EL RANGO ENTREGADO A LA CUENTA Y EMITIDO, SIN PAGO PREVIO NI
      *> ORDEN DE NO PAGO NI ANULACION. LA REVERSA DE UN PAGO EXIGE EL
      *> CHEQUE PAGADO POR ESE MISMO MONTO. EL REGISTRO LEIDO QUEDA EN
      *> EL BUFFER PARA QUE EL POSTEO LO ACTUALICE.
       VALIDAR-CHEQUE.

           IF CUENTA-DESTINO IS NOT NUMERIC
              MOVE "N"  TO WS-REG-VALIDO
              MOVE "25" TO WS-COD-MOTIVO
              MOVE "NUMERO DE CHEQUE INVALIDO" TO WS-DESC-MOTIVO
           ELSE
              MOVE NUM-CUENTA     TO CHQ-NUM-CUENTA
              MOVE CUENTA-DESTINO TO CHQ-NUM-CHEQUE
              READ CHEQUES-MAESTRO
                  INVALID KEY
                     MOVE "N"  TO WS-REG-VALIDO
                     MOVE "25" TO WS-COD-MOTIVO
                     MOVE "CHEQUE FUERA DE RANGO DE LA CUENTA"
                        TO WS-DESC-MOTIVO
              END-READ
           END-IF

           IF WS-REG-VALIDO = "S"
              IF WS-IND-NORMAL = "R"
                 IF NOT CHQ-PAGADO OR CHQ-MONTO-PAGADO NOT = MONTO
                    MOVE "N"  TO WS-REG-VALIDO
                    MOVE "29" TO WS-COD-MOTIVO
                    MOVE "REVERSA DE CHEQUE NO PAGADO POR ESE MONTO"
                       TO WS-DESC-MOTIVO
                 END-IF
              ELSE
                 EVALUATE TRUE
                     WHEN CHQ-PAGADO
                        MOVE "N"  TO WS-REG-VALIDO
                        MOVE "26" TO WS-COD-MOTIVO
                        MOVE "CHEQUE YA PAGADO" TO WS-DESC-MOTIVO
                     WHEN CHQ-NO-PAGAR
                        MOVE "N"  TO WS-REG-VALIDO
                        MOVE "27" TO WS-COD-MOTIVO
                        MOVE "CHEQUE CON ORDEN DE NO PAGO"
                           TO WS-DESC-MOTIVO
                     WHEN CHQ-ANULADO
                        MOVE "N"  TO WS-REG-VALIDO
                        MOVE "28" TO WS-COD-MOTIVO
                        MOVE "CHEQUE ANULADO" TO WS-DESC-MOTIVO
                 END-EVALUATE
              END-IF
           END-IF.

      *> PREPARA LA INFORMACION DE RETENCIONES DEL MOVIMIENTO EN
      *> PROCESO: SUMA LAS RETENCIONES VIGENTES DE LA CUENTA (PARA LA
      *> VALIDACION DE SALDO DISPONIBLE), RECHAZA LAS REVERSAS DE

           IF WS-REG-VALIDO = "S"
              IF TIPO-MOV = "RET" OR TIPO-MOV = "TRF"
                 OR TIPO-MOV = "CGO" OR TIPO-MOV = "TIB"
                 OR TIPO-MOV = "RCO" OR TIPO-MOV = "RLB"
                 OR TIPO-MOV = "CHQ"
                 PERFORM CALCULAR-RETENIDO-CUENTA
              END-IF
           END-IF
      *> DETERMINA SI EL MOVIMIENTO CARGA O ABONA LA CUENTA Y CALCULA
      *> EN WS-SALDO-NUEVO EL SALDO QUE QUEDARIA AL APLICARLO SOBRE
      *> CM-SALDO-ACTUAL (RECIEN LEIDO POR VALIDAR-CUENTA-MAESTRO). UN
      *> CARGO QUE SOBREGIRARIA LA CUENTA MAS ALLA DEL LIMITE DE SU
      *> LINEA DE SOBREGIRO VIGENTE (CERO SI NO TIENE) SE RECHAZA: CON
      *> MOTIVO 12 SI LA CUENTA NO TIENE LINEA, Y CON MOTIVO 22 SI LA
      *> TIENE PERO LA EXCEDE O YA NO LA PUEDE USAR. ESTE PASO DEBE IR
      *> ANTES DE VALIDAR-DUPLICADO: SI FUERA DESPUES, UN MOVIMIENTO
      *> RECHAZADO POR SALDO YA HABRIA QUEDADO REGISTRADO EN EL
      *> HISTORIAL DE DUPLICADOS Y SU REPRESENTACION POSTERIOR (YA CON
      *> FONDOS) SE RECHAZARIA COMO "POSIBLE DUPLICADO".
       VALIDAR-SALDO-SUFICIENTE.

           PERFORM BUSCAR-LINEA-SOBREGIRO

           IF TIPO-MOV = "RET" OR TIPO-MOV = "TRF" OR TIPO-MOV = "CGO"
              OR TIPO-MOV = "TIB" OR TIPO-MOV = "CHQ"
              MOVE "S" TO WS-MOV-ES-CARGO
           ELSE
              MOVE "N" TO WS-MOV-ES-CARGO
           ADD CM-SALDO-ACTUAL TO WS-DELTA-SALDO
              GIVING WS-SALDO-NUEVO

           ADD WS-LIMITE-SOBREGIRO TO WS-SALDO-NUEVO
              GIVING WS-SALDO-CON-LINEA

      *> SOLO SE RECHAZA LO QUE BAJA EL SALDO: UN ABONO A UNA CUENTA
      *> SOBREGIRADA (O CUYA LINEA YA VENCIO) SE ACEPTA SIEMPRE,
      *> AUNQUE LA CUENTA SIGA EN NEGATIVO DESPUES DE RECIBIRLO.
           IF WS-DELTA-SALDO < 0 AND WS-SALDO-CON-LINEA < 0
              MOVE "N"  TO WS-REG-VALIDO
              PERFORM DETERMINAR-MOTIVO-SALDO
           END-IF

      *> LOS CARGOS NORMALES SE VALIDAN ADEMAS CONTRA EL SALDO
      *> CARGO ACREDITA Y NO NECESITA DISPONIBLE.
           IF WS-REG-VALIDO = "S" AND WS-MOV-ES-CARGO = "S"
              AND WS-IND-NORMAL = "N"
              SUBTRACT WS-RETENIDO-CUENTA FROM WS-SALDO-CON-LINEA
                 GIVING WS-DISPONIBLE-NUEVO
              IF WS-DISPONIBLE-NUEVO < 0
                 MOVE "N"  TO WS-REG-VALIDO
           END-IF

      *> UNA RETENCION NUEVA APARTA FONDOS, ASI QUE DEBE CABER EN EL
      *> DISPONIBLE ACTUAL: PRIMERO EN EL SALDO CONTABLE MAS LA LINEA
      *> DE SOBREGIRO VIGENTE (MOTIVO 12 O 22) Y LUEGO EN ESE SALDO
      *> MENOS LAS RETENCIONES YA COLOCADAS (MOTIVO 20).
           IF WS-REG-VALIDO = "S" AND TIPO-MOV = "RCO"
              SUBTRACT MONTO FROM CM-SALDO-ACTUAL
                 GIVING WS-DISPONIBLE-NUEVO
              ADD WS-LIMITE-SOBREGIRO TO WS-DISPONIBLE-NUEVO
              IF WS-DISPONIBLE-NUEVO < 0
                 MOVE "N"  TO WS-REG-VALIDO
                 PERFORM DETERMINAR-MOTIVO-SALDO
              ELSE
                 SUBTRACT WS-RETENIDO-CUENTA
                    FROM WS-DISPONIBLE-NUEVO
              END-IF
           END-IF.

      *> LOCALIZA LA LINEA DE SOBREGIRO DE LA CUENTA DEL MOVIMIENTO EN
      *> PROCESO. UNA LINEA CANCELADA O YA VENCIDA A LA FECHA DE
      *> PROCESO NO AUTORIZA NINGUN CARGO (LIMITE CERO), PERO SE
      *> RECUERDA QUE LA CUENTA LA TIENE PARA RECHAZAR CON EL MOTIVO
      *> DE LINEA Y NO CON EL DE SALDO INSUFICIENTE.
       BUSCAR-LINEA-SOBREGIRO.

           MOVE "N" TO WS-TIENE-LINEA
           MOVE 0   TO WS-LIMITE-SOBREGIRO

           MOVE NUM-CUENTA TO LS-NUM-CUENTA

           READ LINEAS-SOBREGIRO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE "S" TO WS-TIENE-LINEA
                  IF LS-LINEA-ACTIVA
                     AND LS-FECHA-VENCIMIENTO >= WS-FECHA-PROCESO
                     MOVE LS-LIMITE TO WS-LIMITE-SOBREGIRO
                  END-IF
           END-READ.

      *> DEJA EL MOTIVO DE UN CARGO QUE NO CABE EN EL SALDO MAS LA
      *> LINEA: SALDO INSUFICIENTE CUANDO LA CUENTA NO TIENE LINEA, Y
      *> EL MOTIVO PROPIO DE LINEA CUANDO LA TIENE, DISTINGUIENDO SI LA
      *> EXCEDIO O SI YA NO ESTA VIGENTE.
       DETERMINAR-MOTIVO-SALDO.

           IF WS-TIENE-LINEA = "N"
              MOVE "12" TO WS-COD-MOTIVO
              MOVE "SALDO INSUFICIENTE PARA EL CARGO"
                 TO WS-DESC-MOTIVO
           ELSE
              MOVE "22" TO WS-COD-MOTIVO
              IF WS-LIMITE-SOBREGIRO > 0
                 MOVE "EXCEDE LINEA DE SOBREGIRO AUTORIZADA"
                    TO WS-DESC-MOTIVO
              ELSE
                 MOVE "LINEA DE SOBREGIRO VENCIDA O CANCELADA"
                    TO WS-DESC-MOTIVO
              END-IF
           END-IF.

      *> APLICA AL MAESTRO EL SALDO CALCULADO EN VALIDAR-SALDO-
      *> SUFICIENTE PARA EL MOVIMIENTO RECIEN ACEPTADO. EN UN REINICIO
      *> NO HAY RIESGO DE APLICAR DOS VECES EL MISMO MOVIMIENTO: LOS
      *> REVALIDAR, Y UN REGISTRO QUE ALCANZO A POSTEARSE SIN ALCANZAR
      *> A GRABAR SU PUNTO DE CONTROL YA QUEDO EN EL HISTORIAL DE
      *> DUPLICADOS, ASI QUE VALIDAR-DUPLICADO LO RECHAZA ANTES DE
      *> LLEGAR AQUI (UN PAGO DE CHEQUE LO RECHAZA EL ESTADO DEL
      *> CHEQUE). LA REVERSA DE UNA "TIB" NO PASA POR EL HISTORIAL: SI
      *> LA CORRIDA CAE ENTRE SU POSTEO Y SU PUNTO DE CONTROL, HAY QUE
      *> REVISARLA A MANO ANTES DE REINICIAR.
       ACTUALIZAR-SALDO-MAESTRO.

           MOVE WS-SALDO-NUEVO TO CM-SALDO-ACTUAL

           ADD 1 TO WS-REG-PROCESADOS

      *> EL SALDO ANTERIOR SE GUARDA PARA LAS ALERTAS ANTES DE QUE EL
      *> POSTEO LO REEMPLACE.
           MOVE CM-SALDO-ACTUAL TO WS-ALR-SALDO-ANTES

           PERFORM ACTUALIZAR-SALDO-MAESTRO

           MOVE SPACES     TO REG-REPORTE
           MOVE TIPO-MOV   TO HCO-TIPO-MOV
           MOVE MONTO      TO HCO-MONTO
           MOVE WS-IND-NORMAL TO HCO-IND-REVERSO
           MOVE WS-FECHA-PROCESO TO HCO-FECHA-PROCESO
           IF TIPO-MOV = "CHQ"
              MOVE CUENTA-DESTINO TO HCO-NUM-CHEQUE
           END-IF

           WRITE REG-HISTORICO

           PERFORM GRABAR-HISTORICO-INDEXADO

           IF TIPO-MOV = "CHQ"
              PERFORM ACTUALIZAR-CHEQUE
              PERFORM REGISTRAR-CHEQUE-TRABAJO
           END-IF

           IF TIPO-MOV = "TRF"
              PERFORM ACTUALIZAR-SALDO-DESTINO
              PERFORM GENERAR-MOVIMIENTO-ESPEJO

           IF TIPO-MOV = "RLB"
              PERFORM LIBERAR-RETENCION
           END-IF

      *> LA REVERSA DE UNA "TIB" (LA GENERA ADAPTADOR-CAMARA CUANDO
      *> LA CAMARA DEVUELVE EL ENVIO) SOLO DEVUELVE EL CARGO AL
      *> CLIENTE: NO SE VUELVE A ENVIAR.
           IF TIPO-MOV = "TIB" AND WS-IND-NORMAL = "N"
              PERFORM REGISTRAR-ENVIO-TRABAJO
           END-IF

           PERFORM REGISTRAR-ALERTAS-MOVIMIENTO.

      *> DEJA EN EL ARCHIVO DE TRABAJO DE ALERTAS LOS EVENTOS
      *> NOTIFICABLES DEL MOVIMIENTO RECIEN ACEPTADO: EL CARGO NORMAL
      *> QUE SUPERA EL UMBRAL DE ALERTA, LA RETENCION COLOCADA O
      *> LIBERADA, Y EL SALDO QUE CRUZA HACIA ABAJO EL MINIMO DE
      *> ALERTA, EN LA CUENTA DEL MOVIMIENTO Y, EN UNA TRANSFERENCIA,
      *> TAMBIEN EN LA CUENTA DESTINO (SU REVERSA LE CARGA). SOLO EL
      *> CRUCE GENERA ALERTA: UNA CUENTA QUE YA ESTABA DEBAJO DEL
      *> MINIMO NO SE VUELVE A AVISAR CON CADA CARGO.
       REGISTRAR-ALERTAS-MOVIMIENTO.

           IF WS-MOV-ES-CARGO = "S" AND WS-IND-NORMAL = "N"
              AND MONTO > WS-UMBRAL-ALERTA-CARGO
              MOVE SPACES     TO REG-ALERTA-TRABAJO
              MOVE "CAR"      TO ATR-EVENTO
              MOVE NUM-CUENTA TO ATR-NUM-CUENTA
              MOVE FECHA      TO ATR-FECHA
              MOVE MONTO      TO ATR-MONTO
              WRITE REG-ALERTA-TRABAJO
           END-IF

           IF TIPO-MOV = "RCO" OR TIPO-MOV = "RLB"
              MOVE SPACES     TO REG-ALERTA-TRABAJO
              MOVE TIPO-MOV   TO ATR-EVENTO
              MOVE NUM-CUENTA TO ATR-NUM-CUENTA
              MOVE FECHA      TO ATR-FECHA
              MOVE MONTO      TO ATR-MONTO
              WRITE REG-ALERTA-TRABAJO
           END-IF

           MOVE NUM-CUENTA     TO WS-ALR-CUENTA
           MOVE WS-SALDO-NUEVO TO WS-ALR-SALDO-DESPUES
           PERFORM REVISAR-SALDO-MINIMO

           IF TIPO-MOV = "TRF"
              MOVE CUENTA-DESTINO      TO WS-ALR-CUENTA
              MOVE WS-DEST-SALDO       TO WS-ALR-SALDO-ANTES
              MOVE WS-DEST-SALDO-NUEVO TO WS-ALR-SALDO-DESPUES
              PERFORM REVISAR-SALDO-MINIMO
           END-IF.

       REVISAR-SALDO-MINIMO.

           IF WS-ALR-SALDO-ANTES >= WS-SALDO-MINIMO-ALERTA
              AND WS-ALR-SALDO-DESPUES < WS-SALDO-MINIMO-ALERTA
              MOVE SPACES               TO REG-ALERTA-TRABAJO
              MOVE "SMI"                TO ATR-EVENTO
              MOVE WS-ALR-CUENTA        TO ATR-NUM-CUENTA
              MOVE FECHA                TO ATR-FECHA
              MOVE WS-ALR-SALDO-DESPUES TO ATR-MONTO
              WRITE REG-ALERTA-TRABAJO
           END-IF.

      *> DEJA LA TRANSFERENCIA INTERBANCARIA RECIEN ACEPTADA EN EL
      *> ARCHIVO DE TRABAJO DE ENVIOS, PARA EL ARCHIVO DE LA CAMARA.
       REGISTRAR-ENVIO-TRABAJO.

           MOVE NUM-CUENTA            TO ETR-NUM-CUENTA
           MOVE CUENTA-DESTINO (1:4)  TO ETR-BANCO
           MOVE MONTO                 TO ETR-MONTO

           WRITE REG-ENVIO-TRABAJO.

      *> MARCA PAGADO EL CHEQUE QUE DEJO EN EL BUFFER VALIDAR-CHEQUE,
      *> CON LA FECHA Y EL MONTO DEL PAGO; LA REVERSA DEL PAGO LO
      *> DEVUELVE A EMITIDO PARA QUE PUEDA VOLVER A COBRARSE.
       ACTUALIZAR-CHEQUE.

           IF WS-IND-NORMAL = "R"
              MOVE "E"   TO CHQ-ESTADO
              MOVE 0     TO CHQ-MONTO-PAGADO
              MOVE 0     TO CHQ-FECHA-PAGO
           ELSE
              MOVE "P"   TO CHQ-ESTADO
              MOVE MONTO TO CHQ-MONTO-PAGADO
              MOVE FECHA TO CHQ-FECHA-PAGO
           END-IF
           MOVE WS-FECHA-PROCESO TO CHQ-FECHA-ESTADO

           REWRITE REG-CHEQUE
               INVALID KEY
                  DISPLAY "ERROR: NO SE PUDO ACTUALIZAR EL CHEQUE "
                     CHQ-NUM-CHEQUE " DE LA CUENTA " CHQ-NUM-CUENTA
                     ", FILE STATUS " WS-FS-CHEQUES UPON CONSOLE
                  STOP RUN
           END-REWRITE.

      *> DEJA EL PAGO DE CHEQUE RECIEN ACEPTADO EN EL ARCHIVO DE
      *> TRABAJO DE CHEQUES, PARA EL REPORTE DIARIO DE CHEQUES.
       REGISTRAR-CHEQUE-TRABAJO.

           MOVE SPACES                TO REG-CHEQUE-TRABAJO
           MOVE "P"                   TO CTR-CLASE
           MOVE WS-SUC-CODIGO-ACTUAL  TO CTR-SUC
           MOVE NUM-CUENTA            TO CTR-NUM-CUENTA
           MOVE CUENTA-DESTINO        TO CTR-NUM-CHEQUE
           MOVE FECHA                 TO CTR-FECHA
           MOVE MONTO                 TO CTR-MONTO
           MOVE WS-IND-NORMAL         TO CTR-IND-REVERSO

           WRITE REG-CHEQUE-TRABAJO.

      *> REGISTRA LA RETENCION DEL MOVIMIENTO "RCO" RECIEN ACEPTADO:
      *> LA COLOCACION ES LA FECHA DEL MOVIMIENTO Y EL VENCIMIENTO
      *> CORRE WS-DIAS-VIGENCIA-RET DIAS CALENDARIO DESPUES. EL
           MOVE "TRE"          TO HCO-TIPO-MOV
           MOVE MONTO          TO HCO-MONTO
           MOVE WS-IND-NORMAL  TO HCO-IND-REVERSO
           MOVE WS-FECHA-PROCESO TO HCO-FECHA-PROCESO

           WRITE REG-HISTORICO

           PERFORM GRABAR-HISTORICO-INDEXADO.

      *> GRABA EN EL HISTORICO INDEXADO LA LINEA RECIEN AGREGADA AL
      *> HISTORICO SECUENCIAL. EL CONSECUTIVO ES EL PRIMERO LIBRE DE
      *> LA CUENTA EN ESA FECHA: SE PRUEBA DESDE 1 Y UNA CLAVE YA
      *> USADA (FILE STATUS 22) PASA AL SIGUIENTE. UNA CUENTA TIENE
      *> POCOS MOVIMIENTOS EN UN DIA, ASI QUE LOS INTENTOS SON POCOS.
       GRABAR-HISTORICO-INDEXADO.

           MOVE SPACES            TO REG-HISTORICO-IDX
           MOVE HCO-NUM-CUENTA    TO HIX-NUM-CUENTA
           MOVE HCO-FECHA         TO HIX-FECHA
           MOVE 0                 TO HIX-CONSECUTIVO
           MOVE HCO-SUC           TO HIX-SUC
           MOVE HCO-TIPO-MOV      TO HIX-TIPO-MOV
           MOVE HCO-MONTO         TO HIX-MONTO
           MOVE HCO-IND-REVERSO   TO HIX-IND-REVERSO
           MOVE HCO-FECHA-PROCESO TO HIX-FECHA-PROCESO
           MOVE HCO-NUM-CHEQUE    TO HIX-NUM-CHEQUE

           MOVE "N" TO WS-HIX-GRABADO
           PERFORM INTENTAR-GRABAR-HISTORICO-IDX
               UNTIL WS-HIX-GRABADO = "S".

       INTENTAR-GRABAR-HISTORICO-IDX.

           ADD 1 TO HIX-CONSECUTIVO

           WRITE REG-HISTORICO-IDX
               INVALID KEY
                  IF WS-FS-HISTIDX NOT = "22"
                     DISPLAY "ERROR: NO SE PUDO GRABAR EN EL "
                        "HISTORICO INDEXADO LA CUENTA " HIX-NUM-CUENTA
                        ", FILE STATUS " WS-FS-HISTIDX UPON CONSOLE
                     STOP RUN
                  END-IF
               NOT INVALID KEY
                  MOVE "S" TO WS-HIX-GRABADO
           END-WRITE.

       PROCESAR-RECHAZO.

           MOVE WS-COD-MOTIVO  TO COD-MOTIVO-RCH
           MOVE WS-DESC-MOTIVO TO DESC-MOTIVO-RCH

           WRITE REG-RECHAZO

      *> UN INTENTO DE COBRO DE CHEQUE RECHAZADO, POR CUALQUIER
      *> MOTIVO, VA TAMBIEN AL REPORTE DIARIO DE CHEQUES.
           IF TIPO-MOV = "CHQ"
              MOVE SPACES          TO REG-CHEQUE-TRABAJO
              MOVE "R"             TO CTR-CLASE
              MOVE WS-SUC-CODIGO-ACTUAL TO CTR-SUC
              MOVE NUM-CUENTA-RCH  TO CTR-NUM-CUENTA
              MOVE CUENTA-DESTINO  TO CTR-NUM-CHEQUE
              MOVE FECHA-RCH       TO CTR-FECHA
              MOVE MONTO-X         TO CTR-MONTO-X
              MOVE IND-REVERSO     TO CTR-IND-REVERSO
              MOVE WS-COD-MOTIVO   TO CTR-COD-MOTIVO
              MOVE WS-DESC-MOTIVO  TO CTR-DESC-MOTIVO
              WRITE REG-CHEQUE-TRABAJO
           END-IF

      *> UN CARGO RECHAZADO POR SALDO INSUFICIENTE (12), POR
      *> RETENCIONES (20) O PORQUE LA LINEA DE SOBREGIRO NO LO CUBRE
      *> (22) SE AVISA AL CLIENTE. SOLO CUENTA LO QUE IBA A BAJAR EL
      *> SALDO DE LA CUENTA DEL MOVIMIENTO: LA RETENCION NUEVA NO LO
      *> MUEVE, Y LA REVERSA DE UNA TRANSFERENCIA RECHAZADA POR FALTA
      *> DE FONDOS EN EL DESTINO LE ABONABA.
           IF (WS-COD-MOTIVO = "12" OR WS-COD-MOTIVO = "20"
               OR WS-COD-MOTIVO = "22")
              AND WS-DELTA-SALDO < 0
              MOVE SPACES        TO REG-ALERTA-TRABAJO
              MOVE "RCH"         TO ATR-EVENTO
              MOVE NUM-CUENTA    TO ATR-NUM-CUENTA
              MOVE FECHA         TO ATR-FECHA
              MOVE MONTO         TO ATR-MONTO
              MOVE WS-COD-MOTIVO TO ATR-COD-MOTIVO
              WRITE REG-ALERTA-TRABAJO
           END-IF.

       GENERAR-RESUMEN.

              MOVE 0 TO WS-GL-IX-TIPO
           ELSE
              IF DET-TIPO-MOV = "TRE"
                 MOVE 10 TO WS-GL-IX-TIPO
              ELSE
                 SET IX-TIPO-MOV TO 1
                 SEARCH ALL TIPO-MOV-VALIDO
              MOVE WS-GL-SUC-USADAS TO WS-GL-IX-SUC
              MOVE DET-SUC TO WS-GL-SUC (WS-GL-IX-SUC)
              MOVE 1 TO WS-GL-IX-TIPO-LIMPIA
              PERFORM LIMPIAR-TOTAL-GL 10 TIMES
           END-IF.

       LIMPIAR-TOTAL-GL.

           PERFORM EMITIR-ASIENTO-UN-TIPO
               VARYING WS-GL-IX-TIPO FROM 1 BY 1
               UNTIL WS-GL-IX-TIPO > 10.

       EMITIR-ASIENTO-UN-TIPO.

           IF WS-GL-IX-TIPO = 10
              MOVE "TRE" TO WS-GL-TIPO-NOMBRE
           ELSE
              MOVE TIPO-MOV-VALIDO (WS-GL-IX-TIPO)
              WRITE REG-RET-REPORTE FROM LINEA-RETENCION-RPT
           END-IF.

      *> REPORTE DE SOBREGIROS AL CIERRE DE LA CORRIDA, PARA
      *> COBRANZA. PRIMERA PARTE: RECORRE EL MAESTRO EN SECUENCIA DE
      *> CLAVE, ACTUALIZA LOS DIAS CONSECUTIVOS EN NEGATIVO DE CADA
      *> LINEA Y EMITE UNA LINEA POR CUENTA QUE CIERRA EN NEGATIVO, CON
      *> EL USO DE SU LINEA. SEGUNDA PARTE: RECORRE LAS LINEAS Y EMITE
      *> LAS VENCIDAS O CANCELADAS CUYA CUENTA SIGUE EN NEGATIVO. SE
      *> GENERA SOLO AL CIERRE LIMPIO, IGUAL QUE LA FOTO DE SALDOS, Y
      *> LS-FECHA-CIERRE EVITA CONTAR DOS VECES EL MISMO DIA.
       GENERAR-REPORTE-SOBREGIROS.

           MOVE 0 TO WS-SOB-CUENTAS
           MOVE 0 TO WS-SOB-MONTO
           MOVE 0 TO WS-SOB-COBRANZA
           MOVE 0 TO WS-SOB-MONTO-COBRANZA
           MOVE 0 TO WS-SOB-LINEAS-ACTUALIZADAS

           OPEN INPUT CUENTAS-MAESTRO

           IF WS-FS-CUENTAS NOT = "00"
              DISPLAY "AVISO: NO SE PUDO REABRIR CUENTAS-MAESTRO "
                 "PARA EL REPORTE DE SOBREGIROS, FILE STATUS "
                 WS-FS-CUENTAS "; NO SE GENERA EL REPORTE."
                 UPON CONSOLE
           ELSE
              OPEN I-O LINEAS-SOBREGIRO

              IF WS-FS-LINEAS NOT = "00"
                 DISPLAY "AVISO: NO SE PUDO REABRIR LINEAS-SOBREGIRO "
                    "PARA EL REPORTE, FILE STATUS " WS-FS-LINEAS
                    "; NO SE GENERA EL REPORTE DE SOBREGIROS."
                    UPON CONSOLE
                 CLOSE CUENTAS-MAESTRO
              ELSE
                 PERFORM EMITIR-REPORTE-SOBREGIROS

                 CLOSE CUENTAS-MAESTRO
                       LINEAS-SOBREGIRO
                       SOBREGIROS-REPORTE-OUTPUT

                 DISPLAY "CUENTAS SOBREGIRADAS       : "
                    WS-SOB-CUENTAS
                 DISPLAY "LINEAS VENCIDAS EN USO     : "
                    WS-SOB-COBRANZA
              END-IF
           END-IF.

       EMITIR-REPORTE-SOBREGIROS.

           OPEN OUTPUT SOBREGIROS-REPORTE-OUTPUT

           WRITE REG-SOB-REPORTE FROM SUBRAYADO-SOB
           WRITE REG-SOB-REPORTE FROM LINEA-TITULO-SOB
           MOVE WS-FECHA-PROCESO TO LFT-FECHA
           WRITE REG-SOB-REPORTE FROM LINEA-FECHA-RET
           WRITE REG-SOB-REPORTE FROM SUBRAYADO-SOB
           WRITE REG-SOB-REPORTE FROM TITULOS-SOB
           WRITE REG-SOB-REPORTE FROM SUBRAYADO-SOB

           MOVE "N" TO WS-FIN-SOBREGIROS
           PERFORM REVISAR-UNA-CUENTA-SOBREGIRO
               UNTIL WS-FIN-SOBREGIROS = "S"

           WRITE REG-SOB-REPORTE FROM SUBRAYADO-SOB

           MOVE SPACES TO LINEA-CIFRA-SOB
           MOVE "CUENTAS SOBREGIRADAS / MONTO.." TO LCS-ETIQUETA
           MOVE WS-SOB-CUENTAS TO LCS-CONTEO
           MOVE WS-SOB-MONTO   TO LCS-MONTO
           WRITE REG-SOB-REPORTE FROM LINEA-CIFRA-SOB

           MOVE SPACES TO REG-SOB-REPORTE
           WRITE REG-SOB-REPORTE

           WRITE REG-SOB-REPORTE FROM SUBRAYADO-SOB
           WRITE REG-SOB-REPORTE FROM LINEA-TITULO-COB
           WRITE REG-SOB-REPORTE FROM SUBRAYADO-SOB
           WRITE REG-SOB-REPORTE FROM TITULOS-SOB
           WRITE REG-SOB-REPORTE FROM SUBRAYADO-SOB

           MOVE ZEROS TO LS-NUM-CUENTA
           MOVE "N"   TO WS-FIN-LINEAS

           START LINEAS-SOBREGIRO KEY IS >= LS-NUM-CUENTA
               INVALID KEY MOVE "S" TO WS-FIN-LINEAS
           END-START

           PERFORM REVISAR-UNA-LINEA-COBRANZA
               UNTIL WS-FIN-LINEAS = "S"

           WRITE REG-SOB-REPORTE FROM SUBRAYADO-SOB

           MOVE SPACES TO LINEA-CIFRA-SOB
           MOVE "LINEAS VENCIDAS EN USO / MONTO" TO LCS-ETIQUETA
           MOVE WS-SOB-COBRANZA       TO LCS-CONTEO
           MOVE WS-SOB-MONTO-COBRANZA TO LCS-MONTO
           WRITE REG-SOB-REPORTE FROM LINEA-CIFRA-SOB.

      *> UNA CUENTA DEL MAESTRO: SI TIENE LINEA, SE ACTUALIZAN SUS
      *> DIAS CONSECUTIVOS EN NEGATIVO (UN DIA MAS SI CIERRA NEGATIVA,
      *> CERO SI NO); SI CIERRA NEGATIVA, SE EMITE EN EL REPORTE.
       REVISAR-UNA-CUENTA-SOBREGIRO.

           READ CUENTAS-MAESTRO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-SOBREGIROS
           END-READ

           IF WS-FIN-SOBREGIROS = "N"
              MOVE "N" TO WS-TIENE-LINEA
              MOVE CM-NUM-CUENTA TO LS-NUM-CUENTA

              READ LINEAS-SOBREGIRO
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE "S" TO WS-TIENE-LINEA
              END-READ

              IF WS-TIENE-LINEA = "S"
                 AND LS-FECHA-CIERRE < WS-FECHA-PROCESO
                 PERFORM ACTUALIZAR-DIAS-NEGATIVO
              END-IF

              IF CM-SALDO-ACTUAL < 0
                 ADD 1               TO WS-SOB-CUENTAS
                 ADD CM-SALDO-ACTUAL TO WS-SOB-MONTO
                 PERFORM ARMAR-LINEA-SOBREGIRO
                 WRITE REG-SOB-REPORTE FROM LINEA-SOBREGIRO-RPT
              END-IF
           END-IF.

       ACTUALIZAR-DIAS-NEGATIVO.

           IF CM-SALDO-ACTUAL < 0
              ADD 1 TO LS-DIAS-NEGATIVO
                 ON SIZE ERROR MOVE 9999 TO LS-DIAS-NEGATIVO
              END-ADD
           ELSE
              MOVE 0 TO LS-DIAS-NEGATIVO
           END-IF

           MOVE WS-FECHA-PROCESO TO LS-FECHA-CIERRE

           REWRITE REG-LINEA-SOBREGIRO
               INVALID KEY
                  DISPLAY "ERROR: NO SE PUDO ACTUALIZAR LA LINEA DE "
                     "SOBREGIRO DE LA CUENTA " LS-NUM-CUENTA
                     ", FILE STATUS " WS-FS-LINEAS UPON CONSOLE
                  STOP RUN
           END-REWRITE

           ADD 1 TO WS-SOB-LINEAS-ACTUALIZADAS.

      *> UNA LINEA DEL MAESTRO DE LINEAS: SI YA NO AUTORIZA CARGOS
      *> (CANCELADA O VENCIDA) Y SU CUENTA SIGUE EN NEGATIVO, ES UN
      *> SOBREGIRO QUE COBRANZA DEBE GESTIONAR.
       REVISAR-UNA-LINEA-COBRANZA.

           READ LINEAS-SOBREGIRO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-LINEAS
           END-READ

           IF WS-FIN-LINEAS = "N"
              IF LS-LINEA-CANCELADA
                 OR LS-FECHA-VENCIMIENTO < WS-FECHA-PROCESO
                 MOVE LS-NUM-CUENTA TO CM-NUM-CUENTA
                 READ CUENTAS-MAESTRO
                     INVALID KEY
                        MOVE 0 TO CM-SALDO-ACTUAL
                 END-READ
                 IF CM-SALDO-ACTUAL < 0
                    ADD 1               TO WS-SOB-COBRANZA
                    ADD CM-SALDO-ACTUAL TO WS-SOB-MONTO-COBRANZA
                    MOVE "S" TO WS-TIENE-LINEA
                    PERFORM ARMAR-LINEA-SOBREGIRO
                    WRITE REG-SOB-REPORTE FROM LINEA-SOBREGIRO-RPT
                 END-IF
              END-IF
           END-IF.

      *> ARMA LA LINEA DEL REPORTE CON LA CUENTA DEL BUFFER DEL
      *> MAESTRO Y, SI LA TIENE, LA LINEA DEL BUFFER DE LINEAS. EL USO
      *> ES EL SOBREGIRO COMO PORCENTAJE DEL LIMITE; SE TOPA EN 9999.99
      *> CUANDO EL SOBREGIRO SUPERA CON MUCHO UN LIMITE YA REDUCIDO.
       ARMAR-LINEA-SOBREGIRO.

           MOVE SPACES            TO LINEA-SOBREGIRO-RPT
           MOVE CM-NUM-CUENTA     TO LSO-CUENTA
           MOVE CM-SALDO-ACTUAL   TO LSO-SALDO
           MOVE CM-NOMBRE-TITULAR TO LSO-TITULAR

           IF WS-TIENE-LINEA = "N"
              MOVE "SIN LINEA" TO LSO-SITUACION
           ELSE
              MOVE LS-LIMITE            TO LSO-LIMITE
              MOVE LS-DIAS-NEGATIVO     TO LSO-DIAS
              MOVE LS-FECHA-VENCIMIENTO TO LSO-VENCE

              SUBTRACT CM-SALDO-ACTUAL FROM 0 GIVING WS-USO-LINEA
              IF LS-LIMITE > 0
                 COMPUTE WS-PCT-USO-LINEA ROUNDED =
                    WS-USO-LINEA * 100 / LS-LIMITE
                    ON SIZE ERROR MOVE 9999.99 TO WS-PCT-USO-LINEA
                 END-COMPUTE
              ELSE
                 MOVE 9999.99 TO WS-PCT-USO-LINEA
              END-IF
              MOVE WS-PCT-USO-LINEA TO LSO-USO

              IF LS-LINEA-CANCELADA
                 MOVE "CANCELADA" TO LSO-SITUACION
              ELSE
                 IF LS-FECHA-VENCIMIENTO < WS-FECHA-PROCESO
                    MOVE "VENCIDA" TO LSO-SITUACION
                 ELSE
                    MOVE "VIGENTE" TO LSO-SITUACION
                 END-IF
              END-IF
           END-IF.

      *> REPORTE DIARIO DE CHEQUES PARA OPERACIONES: RELEE DOS VECES
      *> EL ARCHIVO DE TRABAJO DE CHEQUES, PRIMERO PARA LOS CHEQUES
      *> PAGADOS (CON LAS REVERSAS DE PAGO MARCADAS "R") Y LUEGO PARA
      *> LOS INTENTOS DE COBRO RECHAZADOS CON SU MOTIVO. COMO SE
      *> RELEE EL ARCHIVO DE TRABAJO COMPLETO, UNA CORRIDA REINICIADA
      *> TAMBIEN REPORTA LO PROCESADO ANTES DE LA INTERRUPCION. SE
      *> ESCRIBE AUNQUE NO HAYA CHEQUES, CON LOS CONTEOS EN CERO.
       GENERAR-REPORTE-CHEQUES.

           MOVE 0 TO WS-CHQ-PAGADOS
           MOVE 0 TO WS-CHQ-RECHAZADOS
           MOVE 0 TO WS-CHQ-MONTO-NETO

           OPEN OUTPUT CHEQUES-REPORTE-OUTPUT

           WRITE REG-CHQ-REPORTE FROM SUBRAYADO-CHQ
           WRITE REG-CHQ-REPORTE FROM LINEA-TITULO-CHQ-PAG
           MOVE WS-FECHA-PROCESO TO LFT-FECHA
           WRITE REG-CHQ-REPORTE FROM LINEA-FECHA-RET
           WRITE REG-CHQ-REPORTE FROM SUBRAYADO-CHQ
           WRITE REG-CHQ-REPORTE FROM TITULOS-CHQ
           WRITE REG-CHQ-REPORTE FROM SUBRAYADO-CHQ

           OPEN INPUT MOV-CHEQUES-TRABAJO
           MOVE "N" TO WS-FIN-CHEQUES
           PERFORM REPORTAR-UN-CHEQUE-PAGADO
               UNTIL WS-FIN-CHEQUES = "S"
           CLOSE MOV-CHEQUES-TRABAJO

           WRITE REG-CHQ-REPORTE FROM SUBRAYADO-CHQ

           MOVE SPACES TO LINEA-CIFRA-SOB
           MOVE "CHEQUES PAGADOS / MONTO NETO..." TO LCS-ETIQUETA
           MOVE WS-CHQ-PAGADOS    TO LCS-CONTEO
           MOVE WS-CHQ-MONTO-NETO TO LCS-MONTO
           WRITE REG-CHQ-REPORTE FROM LINEA-CIFRA-SOB

           MOVE SPACES TO REG-CHQ-REPORTE
           WRITE REG-CHQ-REPORTE

           WRITE REG-CHQ-REPORTE FROM SUBRAYADO-CHQ
           WRITE REG-CHQ-REPORTE FROM LINEA-TITULO-CHQ-RCH
           WRITE REG-CHQ-REPORTE FROM SUBRAYADO-CHQ
           WRITE REG-CHQ-REPORTE FROM TITULOS-CHQ
           WRITE REG-CHQ-REPORTE FROM SUBRAYADO-CHQ

           OPEN INPUT MOV-CHEQUES-TRABAJO
           MOVE "N" TO WS-FIN-CHEQUES
           PERFORM REPORTAR-UN-CHEQUE-RECHAZADO
               UNTIL WS-FIN-CHEQUES = "S"
           CLOSE MOV-CHEQUES-TRABAJO

           WRITE REG-CHQ-REPORTE FROM SUBRAYADO-CHQ

           MOVE SPACES TO LINEA-CIFRA-SOB
           MOVE "INTENTOS RECHAZADOS............" TO LCS-ETIQUETA
           MOVE WS-CHQ-RECHAZADOS TO LCS-CONTEO
           WRITE REG-CHQ-REPORTE FROM LINEA-CIFRA-SOB

           CLOSE CHEQUES-REPORTE-OUTPUT

           DISPLAY "CHEQUES PAGADOS            : " WS-CHQ-PAGADOS
           DISPLAY "CHEQUES RECHAZADOS         : " WS-CHQ-RECHAZADOS.

       REPORTAR-UN-CHEQUE-PAGADO.

           READ MOV-CHEQUES-TRABAJO
               AT END MOVE "S" TO WS-FIN-CHEQUES
           END-READ

           IF WS-FIN-CHEQUES = "N" AND CTR-CLASE = "P"
              MOVE SPACES            TO LINEA-CHEQUE-RPT
              MOVE CTR-SUC           TO LCH-SUC
              MOVE CTR-NUM-CUENTA    TO LCH-CUENTA
              MOVE CTR-NUM-CHEQUE    TO LCH-CHEQUE
              MOVE CTR-FECHA         TO LCH-FECHA
              MOVE CTR-MONTO         TO LCH-MONTO
              IF CTR-IND-REVERSO = "R"
                 MOVE "R" TO LCH-IND
                 SUBTRACT CTR-MONTO FROM WS-CHQ-MONTO-NETO
              ELSE
                 ADD CTR-MONTO TO WS-CHQ-MONTO-NETO
              END-IF
              ADD 1 TO WS-CHQ-PAGADOS
              WRITE REG-CHQ-REPORTE FROM LINEA-CHEQUE-RPT
           END-IF.

       REPORTAR-UN-CHEQUE-RECHAZADO.

           READ MOV-CHEQUES-TRABAJO
               AT END MOVE "S" TO WS-FIN-CHEQUES
           END-READ

           IF WS-FIN-CHEQUES = "N" AND CTR-CLASE = "R"
              MOVE SPACES            TO LINEA-CHEQUE-RPT
              MOVE CTR-SUC           TO LCH-SUC
              MOVE CTR-NUM-CUENTA    TO LCH-CUENTA
              MOVE CTR-NUM-CHEQUE    TO LCH-CHEQUE
              MOVE CTR-FECHA         TO LCH-FECHA
              MOVE CTR-MONTO-X       TO LCH-MONTO-X
              IF CTR-IND-REVERSO = "R"
                 MOVE "R" TO LCH-IND
              END-IF
              MOVE CTR-COD-MOTIVO    TO LCH-COD-MOTIVO
              MOVE CTR-DESC-MOTIVO   TO LCH-DESC-MOTIVO
              ADD 1 TO WS-CHQ-RECHAZADOS
              WRITE REG-CHQ-REPORTE FROM LINEA-CHEQUE-RPT
           END-IF.

      *> ARCHIVO DIARIO DE ALERTAS A CLIENTES: RELEE EL ARCHIVO DE
      *> TRABAJO DE EVENTOS DE LA CORRIDA Y EL DE CUENTAS CONGELADAS
      *> DEL DIA, Y POR CADA EVENTO BUSCA EL CLIENTE DE LA CUENTA EN
      *> EL MAESTRO DE CUENTAS Y SUS CANALES EN EL DE CLIENTES. SE
      *> EXCLUYEN LAS CUENTAS SIN CLIENTE Y LOS CLIENTES QUE NO
      *> ACEPTARON RECIBIR ALERTAS. COMO SE RELEE EL ARCHIVO DE
      *> TRABAJO COMPLETO, UNA CORRIDA REINICIADA TAMBIEN AVISA LO
      *> PROCESADO ANTES DE LA INTERRUPCION. SIN MAESTRO DE CLIENTES
      *> EL ARCHIVO QUEDA VACIO, CON AVISO: NADIE TIENE REGISTRADA SU
      *> ACEPTACION.
       GENERAR-ARCHIVO-ALERTAS.

           MOVE 0 TO WS-ALR-ESCRITAS
           MOVE 0 TO WS-ALR-SIN-CLIENTE
           MOVE 0 TO WS-ALR-NO-ACEPTADAS

           OPEN OUTPUT ALERTAS-OUTPUT

           OPEN INPUT CUENTAS-MAESTRO

           IF WS-FS-CUENTAS NOT = "00"
              DISPLAY "AVISO: NO SE PUDO REABRIR CUENTAS-MAESTRO "
                 "PARA LAS ALERTAS, FILE STATUS " WS-FS-CUENTAS
                 "; NO SE GENERAN ALERTAS." UPON CONSOLE
           ELSE
              OPEN INPUT CLIENTES-MAESTRO

              IF WS-FS-CLIENTES NOT = "00"
                 DISPLAY "AVISO: NO SE PUDO ABRIR CLIENTES-MAESTRO, "
                    "FILE STATUS " WS-FS-CLIENTES
                    "; NO SE GENERAN ALERTAS." UPON CONSOLE
              ELSE
                 OPEN INPUT MOV-ALERTAS-TRABAJO
                 MOVE "N" TO WS-FIN-ALERTAS
                 PERFORM EMITIR-UNA-ALERTA-MOVIMIENTO
                     UNTIL WS-FIN-ALERTAS = "S"
                 CLOSE MOV-ALERTAS-TRABAJO

                 PERFORM EMITIR-ALERTAS-CONGELADAS

                 CLOSE CLIENTES-MAESTRO
              END-IF

              CLOSE CUENTAS-MAESTRO
           END-IF

           CLOSE ALERTAS-OUTPUT

           DISPLAY "ALERTAS A CLIENTES         : " WS-ALR-ESCRITAS
           DISPLAY "EVENTOS SIN CLIENTE        : " WS-ALR-SIN-CLIENTE
           DISPLAY "EVENTOS SIN ACEPTACION     : "
              WS-ALR-NO-ACEPTADAS.

       EMITIR-UNA-ALERTA-MOVIMIENTO.

           READ MOV-ALERTAS-TRABAJO
               AT END MOVE "S" TO WS-FIN-ALERTAS
           END-READ

           IF WS-FIN-ALERTAS = "N"
              MOVE ATR-EVENTO     TO WS-ALR-EVENTO
              MOVE ATR-NUM-CUENTA TO WS-ALR-CUENTA
              MOVE ATR-FECHA      TO WS-ALR-FECHA
              MOVE ATR-MONTO      TO WS-ALR-MONTO
              MOVE ATR-COD-MOTIVO TO WS-ALR-COD-MOTIVO
              PERFORM ESCRIBIR-ALERTA-CLIENTE
           END-IF.

      *> LAS CONGELACIONES LAS ANOTA ACTUALIZA-CUENTAS; SI NO DEJO
      *> ARCHIVO NO HUBO NINGUNA. SOLO SE TOMAN LAS LINEAS DE LA FECHA
      *> DE NEGOCIO DE ESTA CORRIDA.
       EMITIR-ALERTAS-CONGELADAS.

           OPEN INPUT CONGELADAS-INPUT

           IF WS-FS-CONGELADAS = "00"
              MOVE "N" TO WS-FIN-CONGELADAS
              PERFORM REVISAR-UNA-CONGELADA
                  UNTIL WS-FIN-CONGELADAS = "S"
              CLOSE CONGELADAS-INPUT
           ELSE
              IF WS-FS-CONGELADAS NOT = "35"
                 DISPLAY "AVISO: NO SE PUDO ABRIR CONGELADAS-INPUT, "
                    "FILE STATUS " WS-FS-CONGELADAS
                    "; NO SE AVISAN CUENTAS CONGELADAS." UPON CONSOLE
              END-IF
           END-IF.

       REVISAR-UNA-CONGELADA.

           READ CONGELADAS-INPUT
               AT END MOVE "S" TO WS-FIN-CONGELADAS
           END-READ

           IF WS-FIN-CONGELADAS = "N"
              IF CGL-NUM-CUENTA IS NUMERIC
                 AND CGL-FECHA IS NUMERIC
                 AND CGL-FECHA = WS-FECHA-PROCESO
                 MOVE "CNG"            TO WS-ALR-EVENTO
                 MOVE CGL-NUM-CUENTA   TO WS-ALR-CUENTA
                 MOVE WS-FECHA-PROCESO TO WS-ALR-FECHA
                 MOVE 0                TO WS-ALR-MONTO
                 MOVE SPACES           TO WS-ALR-COD-MOTIVO
                 PERFORM ESCRIBIR-ALERTA-CLIENTE
              END-IF
           END-IF.

      *> LOCALIZA EL CLIENTE DE LA CUENTA DEL EVENTO Y ESCRIBE LA
      *> ALERTA SI EL CLIENTE ACEPTO RECIBIRLAS. EN UNA CUENTA
      *> CONGELADA EL MONTO QUE SE INFORMA ES EL SALDO DE CIERRE. UN
      *> REGISTRO ANTERIOR A LA VINCULACION DE CLIENTES PUEDE TRAER
      *> CM-NUM-CLIENTE SIN INICIALIZAR; SE TRATA COMO CUENTA SIN
      *> CLIENTE.
       ESCRIBIR-ALERTA-CLIENTE.

           MOVE 0             TO WS-ALR-CLIENTE
           MOVE WS-ALR-CUENTA TO CM-NUM-CUENTA

           READ CUENTAS-MAESTRO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF CM-NUM-CLIENTE IS NUMERIC
                     MOVE CM-NUM-CLIENTE TO WS-ALR-CLIENTE
                  END-IF
                  IF WS-ALR-EVENTO = "CNG"
                     MOVE CM-SALDO-ACTUAL TO WS-ALR-MONTO
                  END-IF
           END-READ

           IF WS-ALR-CLIENTE = 0
              ADD 1 TO WS-ALR-SIN-CLIENTE
           ELSE
              MOVE WS-ALR-CLIENTE TO CL-NUM-CLIENTE
              READ CLIENTES-MAESTRO
                  INVALID KEY
                     ADD 1 TO WS-ALR-SIN-CLIENTE
                  NOT INVALID KEY
                     IF CL-ALERTAS-ACEPTADAS
                        PERFORM ESCRIBIR-REGISTRO-ALERTA
                     ELSE
                        ADD 1 TO WS-ALR-NO-ACEPTADAS
                     END-IF
              END-READ
           END-IF.

       ESCRIBIR-REGISTRO-ALERTA.

           MOVE SPACES            TO REG-ALERTA
           MOVE WS-ALR-CLIENTE    TO ALE-NUM-CLIENTE
           MOVE WS-ALR-CUENTA     TO ALE-NUM-CUENTA
           MOVE WS-ALR-EVENTO     TO ALE-EVENTO
           MOVE WS-ALR-MONTO      TO ALE-MONTO
           MOVE WS-ALR-FECHA      TO ALE-FECHA
           MOVE WS-ALR-COD-MOTIVO TO ALE-COD-MOTIVO
           MOVE CL-TELEFONO       TO ALE-TELEFONO
           MOVE CL-CORREO         TO ALE-CORREO

           WRITE REG-ALERTA

           ADD 1 TO WS-ALR-ESCRITAS.

      *> ARCHIVO DE ENVIO A LA CAMARA DE COMPENSACION: RELEE EL
      *> ARCHIVO DE TRABAJO DE TRANSFERENCIAS INTERBANCARIAS ACEPTADAS
      *> Y ESCRIBE UN DETALLE POR ENVIO CON SENTIDO "S" Y LA FECHA DE
      *> PROCESO, Y AL FINAL LA COLA CON LA CANTIDAD Y EL TOTAL EN
      *> CENTAVOS. CADA ENVIO QUEDA ADEMAS EN EL REGISTRO DE ENVIOS
      *> POR SU REFERENCIA, PARA QUE ADAPTADOR-CAMARA RECONOZCA SU
      *> DEVOLUCION. EL ARCHIVO SE ESCRIBE AUNQUE NO HAYA ENVIOS (SOLO
      *> LA COLA EN CEROS): LA CAMARA ESPERA UN ARCHIVO CADA DIA. COMO
      *> SE RELEE EL ARCHIVO DE TRABAJO COMPLETO, UNA CORRIDA
      *> REINICIADA ARMA LAS MISMAS REFERENCIAS, Y UNA REFERENCIA YA
      *> REGISTRADA NO SE VUELVE A GRABAR.
       GENERAR-ARCHIVO-CAMARA.

           MOVE 0 TO WS-ENV-ESCRITOS
           MOVE 0 TO WS-ENV-TOTAL

           OPEN I-O CAMARA-ENVIOS-REGISTRO

           IF WS-FS-ENVIOS-REG = "35"
              OPEN OUTPUT CAMARA-ENVIOS-REGISTRO
              CLOSE CAMARA-ENVIOS-REGISTRO
              OPEN I-O CAMARA-ENVIOS-REGISTRO
           END-IF

           IF WS-FS-ENVIOS-REG NOT = "00"
              DISPLAY "ERROR: NO SE PUDO ABRIR "
                 "CAMARA-ENVIOS-REGISTRO, FILE STATUS "
                 WS-FS-ENVIOS-REG UPON CONSOLE
              STOP RUN
           END-IF

           OPEN INPUT MOV-ENVIOS-TRABAJO
           OPEN OUTPUT CAMARA-ENVIO-OUTPUT

           MOVE "N" TO WS-FIN-ENVIOS
           PERFORM ESCRIBIR-UN-ENVIO-CAMARA
               UNTIL WS-FIN-ENVIOS = "S"

           MOVE SPACES          TO REG-CAMARA-ENV
           MOVE "T"             TO CAM-TIPO-REG
           MOVE WS-ENV-ESCRITOS TO COLA-CANTIDAD
           MOVE WS-ENV-TOTAL    TO COLA-TOTAL
           WRITE REG-CAMARA-ENV

           CLOSE MOV-ENVIOS-TRABAJO
                 CAMARA-ENVIO-OUTPUT
                 CAMARA-ENVIOS-REGISTRO

           DISPLAY "ENVIOS A LA CAMARA         : " WS-ENV-ESCRITOS.

       ESCRIBIR-UN-ENVIO-CAMARA.

           READ MOV-ENVIOS-TRABAJO
               AT END MOVE "S" TO WS-FIN-ENVIOS
           END-READ

           IF WS-FIN-ENVIOS = "N"
              ADD 1 TO WS-ENV-ESCRITOS

              IF WS-ENV-ESCRITOS > 9999
                 DISPLAY "ERROR: MAS DE 9999 ENVIOS A LA CAMARA EN EL "
                    "DIA; NO SE PUEDE NUMERAR LA REFERENCIA."
                    UPON CONSOLE
                 STOP RUN
              END-IF

              MOVE WS-FECHA-PROCESO TO WS-ENV-REF-FECHA
              MOVE WS-ENV-ESCRITOS  TO WS-ENV-REF-CONSECUTIVO
              COMPUTE WS-ENV-CENTAVOS = ETR-MONTO * 100
              ADD WS-ENV-CENTAVOS TO WS-ENV-TOTAL

              MOVE SPACES            TO REG-CAMARA-ENV
              MOVE "D"               TO CAM-TIPO-REG
              MOVE ETR-BANCO         TO CAM-BANCO
              MOVE WS-ENV-REFERENCIA TO CAM-REFERENCIA
              MOVE "S"               TO CAM-SENTIDO
              MOVE ETR-NUM-CUENTA    TO CAM-CUENTA
              MOVE WS-FECHA-PROCESO (7:2) TO CAM-FECHA (1:2)
              MOVE WS-FECHA-PROCESO (5:2) TO CAM-FECHA (3:2)
              MOVE WS-FECHA-PROCESO (1:4) TO CAM-FECHA (5:4)
              MOVE WS-ENV-CENTAVOS   TO CAM-MONTO
              WRITE REG-CAMARA-ENV

              MOVE SPACES            TO REG-ENVIO-CAMARA
              MOVE WS-ENV-REFERENCIA TO ENV-REFERENCIA
              MOVE ETR-NUM-CUENTA    TO ENV-NUM-CUENTA
              MOVE ETR-BANCO         TO ENV-BANCO
              MOVE ETR-MONTO         TO ENV-MONTO
              MOVE WS-FECHA-PROCESO  TO ENV-FECHA-ENVIO
              MOVE "E"               TO ENV-ESTADO
              MOVE 0                 TO ENV-FECHA-DEVOLUCION

              WRITE REG-ENVIO-CAMARA
                  INVALID KEY
                     CONTINUE
              END-WRITE
           END-IF.

      *> FOTO DE SALDOS DE CIERRE: RECORRE EL MAESTRO COMPLETO EN
      *> SECUENCIA DE CLAVE Y AGREGA AL ARCHIVO ACUMULATIVO UNA LINEA
      *> POR CUENTA CON SU SALDO DE CIERRE Y LA FECHA DE PROCESO. SE
