      *------------------ REGISTRO DEL ARCHIVO DE GASTOS JUDICIALES ---*
104640*    GASTOS ADELANTADOS POR EL BANCO EN EL PROCESO JUDICIAL DE
104640*    UN CREDITO (CLAVE CTAAFI + SECUENCIA). LOS RECUPERABLES SE
104640*    CARGAN AL DEUDOR Y DEBEN ESTAR EN CRM-CO-GASTOS (TRAMA
104640*    036); BSEB055 LOS CONCILIA CADA MES
104640 01  REG-GASTJUD.
104640     02  GAS-CLAVE.
104640         04  GAS-CTAAFI              PIC X(10).
104640         04  GAS-SECUENCIA           PIC 9(05).
104640     02  GAS-CONCEPTO                PIC X(03).
104640*        'TAS' TASAS Y ARANCELES JUDICIALES / 'NOT' NOTIFICACIONES
104640*        'NTR' NOTARIA / 'TSC' TASACION / 'PER' PERITAJE
104640*        'OTR' OTRO GASTO DEL PROCESO
104640     02  GAS-DOCUMENTO               PIC X(20).
104640*        COMPROBANTE QUE SUSTENTA EL GASTO
104640     02  GAS-IMPORTE                 PIC S9(13)V99.
104640     02  GAS-MONEDA                  PIC X(02).
104640     02  GAS-FEC-GASTO               PIC 9(08).
104640     02  GAS-RECUPERABLE             PIC X(01).
104640*        'S' SE TRASLADA AL DEUDOR / 'N' LO ASUME EL BANCO
104640     02  GAS-USER-ID                 PIC X(08).
104640     02  GAS-FECHA                   PIC S9(7)  COMP-3.
104640     02  GAS-HORA                    PIC S9(7)  COMP-3.
