104594     02  PAGLOG-USER-ID              PIC X(08).
104594     02  PAGLOG-FECHA                PIC S9(7)  COMP-3.
104594     02  PAGLOG-HORA                 PIC S9(7)  COMP-3.
104632     02  PAGLOG-ESTADO               PIC X(01).
104632*        ' ' O 'A' APLICADO / 'X' EXTORNADO (EL REGISTRO SE
104632*        CONSERVA; LA HISTORIA DEL EXTORNO QUEDA EN EXTOLOG)
104632     02  PAGLOG-FEC-PAGO             PIC 9(08).
104632*        FECHA DE APLICACION AAAAMMDD (CRUCE CON LA TRAMA 038)
104632     02  PAGLOG-USER-EXTORNO         PIC X(08).
104632     02  PAGLOG-FEC-EXTORNO          PIC 9(08).
104632     02  PAGLOG-HORA-EXTORNO         PIC S9(7)  COMP-3.
104632     02  PAGLOG-COD-MOTIVO           PIC X(03).
104632*        'CTA' CUENTA ERRADA / 'CHQ' CHEQUE RECHAZADO
104632*        'DEP' DEPOSITO NO ACREDITADO / 'OTR' OTRO
104632     02  PAGLOG-TXT-MOTIVO           PIC X(30).
