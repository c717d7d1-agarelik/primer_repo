      *------------------ REGISTRO DE COSECHAS DE LA CARTERA JUDICIAL -*
104655*    UNA CUENTA POR REGISTRO CON SU COHORTE (MES DE INGRESO A
104655*    COBRANZA JUDICIAL, MONEDA Y ESTUDIO) Y LO RECUPERADO HASTA
104655*    CADA HITO (MESES 1, 3, 6, 12, 24 Y 36 DESDE EL MES DE
104655*    INGRESO). BSEB071 LO RECARGA CADA MES SUMANDO SOLO LOS PAGOS
104655*    DEL MES CERRADO; LA CUENTA SIGUE AUNQUE SALGA DE LA FOTO.
104655*    CABECERA 'H' Y COLA 'T' CON EL ULTIMO MES PROCESADO, CANTIDAD
104655*    Y SUMA DE CONTROL (PARTE ENTERA DE VIN-IMPO-ORIG). VIENE POR
104655*    CTAAFI
104655 01  REG-VINTAGE.
104655     02  VIN-CTAAFI                  PIC X(10).
104655     02  VIN-FEC-INGRESO             PIC 9(08).
104655     02  VIN-MONEDA                  PIC X(02).
104655     02  VIN-COD-ESTUDIO             PIC X(04).
104655     02  VIN-DESC-ESTUDIO            PIC X(30).
104655*        ESTUDIO QUE TENIA LA CUENTA AL ENTRAR EN LAS COSECHAS
104655     02  VIN-IMPO-ORIG               PIC S9(13)V99.
104655     02  VIN-FEC-ALTA                PIC 9(08).
104655     02  VIN-SW-FOTO                 PIC X(01).
104655*        'S' FIGURA EN LA FOTO DEL MES / 'N' YA SALIO DE ELLA
104655     02  VIN-REC-HITO  OCCURS  6  TIMES
104655                                     PIC S9(13)V99.
104655*        PAGOS ACUMULADOS HASTA EL CIERRE DEL MES DE INGRESO MAS
104655*        1, 3, 6, 12, 24 Y 36 MESES
104655     02  VIN-FEC-CASTIGO             PIC 9(08).
104655     02  VIN-IMP-CASTIGO             PIC S9(13)V99.
104655*        CASTIGO APROBADO EN CTGLOG (FECHA DE DECISION Y SALDO)
104655     02  VIN-CANT-PAGOS              PIC 9(05).
104655     02  VIN-FEC-ULT-PAGO            PIC 9(08).
104655     02  FILLER                      PIC X(46).
104655 01  REG-VINTAGE-CTL.
104655     02  VIN-CTL-TIPO                PIC X(01).
104655     02  VIN-CTL-PROGRAMA            PIC X(08).
104655     02  VIN-CTL-FECHA               PIC 9(08).
104655     02  VIN-CTL-MES-PROCESO         PIC 9(06).
104655     02  VIN-CTL-CANTIDAD            PIC 9(09).
104655     02  VIN-CTL-HASH-IMPO-ORIG      PIC 9(15).
104655     02  FILLER                      PIC X(203).
