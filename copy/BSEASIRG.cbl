      *------------------ REGISTRO DEL ARCHIVO DE ASIENTOS CONTABLES --*
104634*    ASIENTOS DIARIOS DE LA COBRANZA JUDICIAL PARA CONTABILIDAD
104634*    (BSEB047): CADA COMPROBANTE CUADRA DEBE CONTRA HABER EN
104634*    MONEDA DE ORIGEN Y EN SU EQUIVALENTE EN SOLES. EL ARCHIVO
104634*    LLEVA CABECERA 'H' Y COLA 'T' CON CANTIDAD DE LINEAS, SUMA
104634*    DE CONTROL (TOTAL ENTERO DEL DEBE EN SOLES) Y TOTALES DEL
104634*    DEBE Y DEL HABER; SIN COLA EL ARCHIVO NO SE CONTABILIZA
104634 01  REG-ASIENTO.
104634     02  ASI-TIPO                    PIC X(01).
104634*        'D' LINEA DE ASIENTO / 'H' CABECERA / 'T' COLA
104634     02  ASI-FEC-CONTABLE            PIC 9(08).
104634     02  ASI-NRO-COMPROBANTE         PIC 9(07).
104634     02  ASI-NRO-LINEA               PIC 9(03).
104634     02  ASI-CONCEPTO                PIC X(03).
104634*        'RCA' RECUPERO CAPITAL      / 'RIN' RECUPERO INTERESES
104634*        'RGA' RECUPERO GASTOS       / 'RHO' RECUPERO HONORARIOS
104634*        'RIG' IGV COBRADO           / 'CAS' CASTIGO
104634*        'PVC' CARGO DE PROVISION    / 'PVL' LIBERACION PROVISION
104634*        'HON' DEVENGO HONORARIOS DE ESTUDIOS
104634     02  ASI-CUENTA-CONTABLE         PIC X(12).
104634     02  ASI-DEBE-HABER              PIC X(01).
104634*        'D' DEBE / 'H' HABER
104634     02  ASI-MONEDA                  PIC X(02).
104634     02  ASI-IMPORTE-ORIGEN          PIC S9(13)V99.
104634     02  ASI-TIPO-CAMBIO             PIC S9(05)V9(04).
104634     02  ASI-IMPORTE-SOLES           PIC S9(13)V99.
104634     02  ASI-REFERENCIA              PIC X(14).
104634*        CUENTA, COTIZACION O ESTUDIO QUE ORIGINA EL ASIENTO
104634     02  ASI-GLOSA                   PIC X(30).
104634     02  FILLER                      PIC X(10).
104634 01  REG-ASIENTO-CTL.
104634     02  ASI-CTL-TIPO                PIC X(01).
104634     02  ASI-CTL-PROGRAMA            PIC X(08).
104634     02  ASI-CTL-FECHA               PIC 9(08).
104634     02  ASI-CTL-CANTIDAD            PIC 9(09).
104634     02  ASI-CTL-HASH-DEBE           PIC 9(15).
104634     02  ASI-CTL-TOT-DEBE            PIC S9(13)V99.
104634     02  ASI-CTL-TOT-HABER           PIC S9(13)V99.
104634     02  FILLER                      PIC X(59).
