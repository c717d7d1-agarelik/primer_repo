      *------------------ COTIZACION DE CANCELACION ANTICIPADA DESC ---*
104649*    UNA COTIZACION POR LLAMADA A BSEO036 SOBRE UNA LETRA O
104649*    FACTURA DESCONTADA: CAPITAL, INTERES DIFERIDO DEVUELTO POR
104649*    LOS DIAS ANTICIPADOS E INTERESES DE ATRASO SI YA VENCIO
104649 01  REG-PREDLOG.
104649     02  PREDLOG-NRO-COTIZACION      PIC X(14).
104649*        FECHA JULIANA (7) + NUMERO DE TAREA (7), COMO PRELOG
104649     02  PREDLOG-TI-DOCU             PIC X(02).
104649     02  PREDLOG-NU-DOCU             PIC X(10).
104649     02  PREDLOG-NROINT              PIC X(10).
104649     02  PREDLOG-MONEDA              PIC X(02).
104649     02  PREDLOG-FECVCTO             PIC 9(08).
104649     02  PREDLOG-FEC-SOLICITADA      PIC 9(08).
104649     02  PREDLOG-FEC-CANCELACION     PIC 9(08).
104649     02  PREDLOG-FLAG-MOVIDA         PIC X(01).
104649     02  PREDLOG-DIASORI             PIC 9(05).
104649     02  PREDLOG-DIASPEN             PIC 9(05).
104649     02  PREDLOG-DIAS-ANTICIPO       PIC 9(05).
104649     02  PREDLOG-DIAS-VENCIDO        PIC 9(05).
104649     02  PREDLOG-CAPITAL             PIC S9(13)V99.
104649     02  PREDLOG-INTDIFORI           PIC S9(13)V99.
104649     02  PREDLOG-INT-REBAJA          PIC S9(13)V99.
104649     02  PREDLOG-INTCOMP             PIC S9(13)V99.
104649     02  PREDLOG-INTMORA             PIC S9(13)V99.
104649     02  PREDLOG-TOTPAGAR            PIC S9(13)V99.
104649     02  PREDLOG-USER-ID             PIC X(08).
104649     02  PREDLOG-FECHA               PIC S9(7)  COMP-3.
104649     02  PREDLOG-HORA                PIC S9(7)  COMP-3.
104649     02  PREDLOG-ESTADO              PIC X(01).
104649*        ' ' VIGENTE / 'A' APLICADA
104649     02  FILLER                      PIC X(20).
