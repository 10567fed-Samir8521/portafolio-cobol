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

      *> ARCHIVO DE TRABAJO INTERNO (NO ES UN ARCHIVO DE NEGOCIO, NO
      *> SE PARAMETRIZA) CON LA CANTIDAD DE MOVIMIENTOS DEL MES DE
