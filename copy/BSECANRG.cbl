      *------------------ CANDIDATAS A CANCELACION DE TARJETA ----------*
104645*    TARJETAS QUE EL BARRIDO MENSUAL BSEB060 PROPONE PARA REVISION
104645*    DE CANCELACION: SIN SALDO CONTABLE Y SIN MOVIMIENTO DE ESTADO
104645*    EN EL PLAZO, O BLOQUEADAS Y NUNCA DADAS DE BAJA. EL PAN VIAJA
104645*    ENMASCARADO (PRIMEROS 6 + ULTIMOS 4); LA CUENTA TARJETA ES EL
104645*    SUSTITUTO PARA CRUCES. CABECERA 'H' Y COLA 'T' CON CANTIDAD Y
104645*    SUMA DE CONTROL (TOTAL DE CAN-FEC-VCTO)
104645 01  REG-CANDTARJ.
104645     02  CAN-COD-UNICO               PIC X(10).
104645     02  CAN-NUM-CTATAR              PIC X(07).
104645     02  CAN-PAN                     PIC X(16).
104645     02  CAN-COD-PRODUC              PIC X(04).
104645     02  CAN-TIP-PRODUC              PIC X(04).
104645     02  CAN-COD-MONCTA              PIC X(05).
104645     02  CAN-FEC-VCTO                PIC 9(08).
104645     02  CAN-MOTIVO                  PIC X(01).
104645*        'S' SIN SALDO CONTABLE Y SIN MOVIMIENTO EN EL PLAZO
104645*        'B' BLOQUEADA (MOTIVO DE BAJA) SIN FECHA DE CANCELACION
104645     02  CAN-SAL-CONTABLE            PIC S9(13)V99.
104645     02  CAN-SAL-DISPONIB            PIC S9(13)V99.
104645     02  CAN-FEC-ULT-MOVIM           PIC 9(08).
104645*        FECHA DEL ULTIMO CAMBIO DE ESTADO (CERO SI NO HUBO)
104645     02  CAN-COD-MOTBAJA             PIC X(02).
104645     02  CAN-DES-MOTBAJA             PIC X(30).
104645     02  FILLER                      PIC X(25).
104645 01  REG-CANDTARJ-CTL.
104645     02  CAN-CTL-TIPO                PIC X(01).
104645     02  CAN-CTL-PROGRAMA            PIC X(08).
104645     02  CAN-CTL-FECHA               PIC 9(08).
104645     02  CAN-CTL-CANTIDAD            PIC 9(09).
104645     02  CAN-CTL-HASH-VCTO           PIC 9(15).
104645     02  FILLER                      PIC X(109).
