      *------------------ REGISTRO DEL ARCHIVO DE EXTORNOS ------------*
104632*    HISTORIA DE EXTORNOS DE PAGOS APLICADOS EN PAGOLOG: UN
104632*    REGISTRO POR EXTORNO CON EL PAGO ORIGINAL Y EL MOTIVO. LA
104632*    CLAVE EMPIEZA POR LA CUENTA PARA QUE LAS CONSULTAS Y LOS
104632*    PROCESOS QUE NETEAN PAGOS LA RECORRAN POR CTAAFI
104632 01  REG-EXTOLOG.
104632     02  EXTLOG-CLAVE.
104632         04  EXTLOG-CTAAFI           PIC X(10).
104632         04  EXTLOG-NRO-COTIZACION   PIC X(14).
104632         04  EXTLOG-FEC-EXTORNO      PIC 9(08).
104632         04  EXTLOG-HORA-EXTORNO     PIC 9(07).
104632     02  EXTLOG-FEC-PAGO             PIC 9(08).
104632*        FECHA DE APLICACION DEL PAGO EXTORNADO (AAAAMMDD)
104632     02  EXTLOG-AMORTIZ              PIC S9(13)V99.
104632     02  EXTLOG-INTVIGENTE           PIC S9(13)V99.
104632     02  EXTLOG-INTMORAT             PIC S9(13)V99.
104632     02  EXTLOG-INTCOMPEN            PIC S9(13)V99.
104632     02  EXTLOG-PROTCOBJ             PIC S9(13)V99.
104632     02  EXTLOG-GASTOS               PIC S9(13)V99.
104632     02  EXTLOG-HONPRO               PIC S9(13)V99.
104632     02  EXTLOG-IGV                  PIC S9(13)V99.
104632     02  EXTLOG-TOTPAGAR             PIC S9(13)V99.
104632     02  EXTLOG-USER-APLICACION      PIC X(08).
104632     02  EXTLOG-USER-EXTORNO         PIC X(08).
104632     02  EXTLOG-COD-MOTIVO           PIC X(03).
104632*        'CTA' CUENTA ERRADA / 'CHQ' CHEQUE RECHAZADO
104632*        'DEP' DEPOSITO NO ACREDITADO / 'OTR' OTRO
104632     02  EXTLOG-TXT-MOTIVO           PIC X(30).
104632     02  EXTLOG-ESTADO-COTIZ         PIC X(01).
104632*        ESTADO EN QUE QUEDO LA COTIZACION EN PRELOG:
104632*        ' ' VIGENTE (REUTILIZABLE) / 'V' VENCIDA
