      *------------------ REGISTRO DEL ARCHIVO DE SUSPENSO ------------*
104633*    COBROS DE LA RECAUDACION QUE NO SE PUDIERON APLICAR: CADA
104633*    NOCHE BSEB045 LOS VUELVE A INTENTAR Y LOS QUE SIGUEN SIN
104633*    APLICAR PASAN AL SUSPENSO NUEVO CON SU FECHA DE INGRESO
104633*    ORIGINAL, QUE ES LA QUE MIDE LA ANTIGUEDAD (BSEB046)
104633 01  REG-SUSPENSO.
104633     02  SUS-FEC-INGRESO             PIC 9(08).
104633     02  SUS-FEC-PAGO                PIC 9(08).
104633     02  SUS-NRO-COTIZACION          PIC X(14).
104633     02  SUS-CTAAFI                  PIC X(10).
104633     02  SUS-IMPORTE                 PIC S9(13)V99.
104633     02  SUS-CANAL                   PIC X(04).
104633     02  SUS-REF-OPERACION           PIC X(20).
104633     02  SUS-MOTIVO                  PIC X(03).
104633*        'SCO' SIN COTIZACION        / 'OBS' COTIZACION OBSERVADA
104633*        'VEN' COTIZACION VENCIDA    / 'COR' IMPORTE MENOR
104633*        'EXC' IMPORTE MAYOR         / 'CAN' CUENTA CANCELADA
104633*        'DES' SALDO MENOR QUE LO COTIZADO
104633*        'DUP' COTIZACION YA PAGADA  / 'CRM' ERROR AL CONSULTAR
104633     02  SUS-INTENTOS                PIC 9(03).
104633     02  SUS-FEC-ULT-INTENTO         PIC 9(08).
