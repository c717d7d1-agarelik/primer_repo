104594     02  PRELOG-ESTADO               PIC X(01).
104594*        ' ' VIGENTE / 'A' APLICADA EN COBRANZAS
104594*        'O' OBSERVADA (NO UTILIZABLE PARA PAGO)
104632*        'V' VENCIDA POR EXTORNO DEL PAGO FUERA DE PLAZO
