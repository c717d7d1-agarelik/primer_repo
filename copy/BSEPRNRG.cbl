      *------------------ REGISTRO DEL PRONOSTICO DE RECUPERACION -----*
104654*    PRONOSTICO MENSUAL DE COBRANZA DE LA CARTERA JUDICIAL
104654*    (BSEB070): UN REGISTRO POR CUENTA, FUENTE Y VENCIMIENTO CON
104654*    EL IMPORTE ESPERADO YA PONDERADO. LA CORRIDA DEL MES
104654*    SIGUIENTE LO LEE PARA MEDIR EL ERROR CONTRA LO COBRADO.
104654*    CABECERA 'H' Y COLA 'T' CON CANTIDAD Y SUMA DE CONTROL
104654*    (PARTE ENTERA DE PRN-IMP-ESPERADO). VIENE POR CTAAFI
104654 01  REG-PRONOST.
104654     02  PRN-CTAAFI                  PIC X(10).
104654     02  PRN-FUENTE                  PIC X(01).
104654*        'C' CUOTA DE CONVENIO / 'P' PROMESA DE PAGO
104654*        'Q' COTIZACION VIGENTE (PRELOG) / 'E' EMBARGO VIGENTE
104654     02  PRN-SEMANA                  PIC 9(02).
104654*        SEMANA DEL HORIZONTE (1 = LA QUE EMPIEZA EN LA FECHA
104654*        DEL PRONOSTICO); 00 SIN FECHA: EL EMBARGO SE REPARTE EN
104654*        PARTES IGUALES ENTRE TODAS LAS SEMANAS
104654     02  PRN-FEC-VENCE               PIC 9(08).
104654     02  PRN-MONEDA                  PIC X(02).
104654     02  PRN-IMP-NOMINAL             PIC S9(13)V99.
104654     02  PRN-PORCENTAJE              PIC 9(03)V99.
104654     02  PRN-IMP-ESPERADO            PIC S9(13)V99.
104654     02  PRN-IMP-SOLES               PIC S9(13)V99.
104654     02  PRN-FEC-PRONOSTICO          PIC 9(08).
104654     02  FILLER                      PIC X(19).
104654 01  REG-PRONOST-CTL.
104654     02  PRN-CTL-TIPO                PIC X(01).
104654     02  PRN-CTL-PROGRAMA            PIC X(08).
104654     02  PRN-CTL-FECHA               PIC 9(08).
104654     02  PRN-CTL-DIAS-HORIZONTE      PIC 9(03).
104654     02  PRN-CTL-CANTIDAD            PIC 9(09).
104654     02  PRN-CTL-HASH-ESPERADO       PIC 9(15).
104654     02  FILLER                      PIC X(56).
