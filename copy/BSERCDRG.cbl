      *------------------ REGISTRO DEL REPORTE CREDITICIO DE DEUDORES -*
104635*    UN REGISTRO POR DEUDOR (DOCUMENTO DE IDENTIDAD) CON LA
104635*    CATEGORIA ALINEADA (LA PEOR ENTRE TODOS SUS CREDITOS), EL
104635*    SALDO Y LA PROVISION EN MONEDA NACIONAL Y EXTRANJERA
104635*    (BSEB048). LLEVA CABECERA 'H' Y COLA 'T' CON CANTIDAD DE
104635*    DEUDORES, SUMA DE CONTROL (TOTAL ENTERO DE LOS SALDOS) Y
104635*    TOTALES POR MONEDA; SIN COLA EL ARCHIVO NO SE REMITE
104635 01  REG-RCD.
104635     02  RCD-TIPO                    PIC X(01).
104635*        'D' DEUDOR / 'H' CABECERA / 'T' COLA
104635     02  RCD-FEC-CORTE               PIC 9(08).
104635     02  RCD-TIPDOC                  PIC X(01).
104635     02  RCD-NRODOC                  PIC X(11).
104635     02  RCD-COD-UNICO               PIC X(10).
104635     02  RCD-NOMBRE                  PIC X(80).
104635     02  RCD-CARTERA                 PIC X(01).
104635*        'J' SOLO JUDICIAL / 'D' SOLO DESCONTADA / 'A' AMBAS
104635     02  RCD-CATEGORIA               PIC X(03).
104635     02  RCD-COD-CATEGORIA           PIC 9(01).
104635*        0 NOR / 1 CPP / 2 DEF / 3 DUD / 4 PER
104635     02  RCD-DIAS-MORA               PIC 9(05).
104635     02  RCD-CANT-CREDITOS           PIC 9(05).
104635     02  RCD-SALDO-MN                PIC S9(13)V99.
104635     02  RCD-SALDO-ME                PIC S9(13)V99.
104635     02  RCD-PROVISION-MN            PIC S9(13)V99.
104635     02  RCD-PROVISION-ME            PIC S9(13)V99.
104635     02  FILLER                      PIC X(04).
104635 01  REG-RCD-CTL.
104635     02  RCD-CTL-TIPO                PIC X(01).
104635     02  RCD-CTL-PROGRAMA            PIC X(08).
104635     02  RCD-CTL-FECHA               PIC 9(08).
104635     02  RCD-CTL-CANTIDAD            PIC 9(09).
104635     02  RCD-CTL-HASH-SALDO          PIC 9(15).
104635     02  RCD-CTL-TOT-SALDO-MN        PIC S9(13)V99.
104635     02  RCD-CTL-TOT-SALDO-ME        PIC S9(13)V99.
104635     02  RCD-CTL-TOT-PROV-MN         PIC S9(13)V99.
104635     02  RCD-CTL-TOT-PROV-ME         PIC S9(13)V99.
104635     02  FILLER                      PIC X(89).
