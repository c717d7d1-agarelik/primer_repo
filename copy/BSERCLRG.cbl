      *------------------ REGISTRO DEL ARCHIVO DE RECLAMOS ------------*
104661*    RECLAMO FORMAL DEL DEUDOR SOBRE UNA DEUDA JUDICIAL (CTAAFI)
104661*    O UN DOCUMENTO DESCONTADO (NUMERO CRM-CO-NUMERO-30), CON EL
104661*    PLAZO DE RESPUESTA DEL REGULADOR. MIENTRAS ESTA ABIERTO LOS
104661*    LOTES DE LLAMADAS, AVISOS Y ESTADOS NO TOCAN LA CUENTA
104661 01  REG-RECLAMO.
104661     02  RCL-NUMERO                  PIC X(14).
104661*        FECHA JULIANA (7) + NUMERO DE TAREA (7), COMO PRELOG
104661     02  RCL-CODENT                  PIC X(03).
104661     02  RCL-TIPO                    PIC X(03).
104661*        CODIGO DE REFTAB 'RCL' (PLAZO DE RESPUESTA EN DIAS)
104661     02  RCL-CTAAFI                  PIC X(10).
104661     02  RCL-NUMDOC                  PIC X(10).
104661*        UNO DE LOS DOS, CUENTA JUDICIAL O DOCUMENTO DESCONTADO
104661     02  RCL-COD-UNICO               PIC X(10).
104661     02  RCL-FEC-RECEPCION           PIC 9(08).
104661     02  RCL-PLAZO-DIAS              PIC 9(03).
104661     02  RCL-FEC-VENCE               PIC 9(08).
104661*        RECEPCION + PLAZO CORRIDO A DIA HABIL (BSEOFERD)
104661     02  RCL-ESTADO                  PIC X(01).
104661*        'A' ABIERTO / 'R' RESUELTO
104661     02  RCL-DESCRIPCION             PIC X(60).
104661     02  RCL-USER-REGISTRO           PIC X(08).
104661     02  RCL-FEC-REGISTRO            PIC 9(08).
104661     02  RCL-RESOLUCION              PIC X(01).
104661*        'F' A FAVOR DEL CLIENTE / 'B' A FAVOR DEL BANCO
104661*        'P' PARCIAL / 'D' DESISTIDO POR EL CLIENTE
104661     02  RCL-DETALLE-RESOL           PIC X(60).
104661     02  RCL-USER-RESOL              PIC X(08).
104661     02  RCL-FEC-RESOL               PIC 9(08).
104661     02  FILLER                      PIC X(27).
