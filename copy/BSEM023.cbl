104612     02  FILLER                  PIC X(64)  VALUE
104612          '010*CUOTA DE LLAMADAS EXCEDIDA REINTENTE LUEGO
104612-         '-BSEO023 '.
104659     02  FILLER                  PIC X(64)  VALUE
104659          '011*ERROR AL LLAMAR PROGRAMA XXXXXXXX
104659-         '-BSEO023 '.
104659     02  FILLER                  PIC X(64)  VALUE
104659          '012*ERROR EN RUTINA
104659-         '-CLOCRM36'.
104659     02  FILLER                  PIC X(64)  VALUE
104659          '013*IMPORTE EXCEDE SU ATRIBUCION - DERIVAR A NIVEL
104659-         '-BSEO023 '.
104659     02  FILLER                  PIC X(64)  VALUE
104659          '014*SIN TIPO DE CAMBIO DEL DIA PARA LA MONEDA
104659-         '-BSEO023 '.
104659     02  FILLER                  PIC X(64)  VALUE
104659          '015*ERROR AL VERIFICAR ATRIBUCIONES (ATRIBUC/NIVUSU)
104659-         '-BSEO023 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '016*ID DE SOLICITUD YA USADO CON OTROS DATOS
104658-         '-BSEO023 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '017*SOLICITUD CON EL MISMO ID EN PROCESO REINTENTE
104658-         '-BSEO023 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '018*ERROR AL ACCEDER ARCHIVO IDEMLOG
104658-         '-BSEO023 '.
104600 01  FILLER  REDEFINES  WT01-TABLA-MENSAJES.
104658     02  FILLER  OCCURS  18  TIMES.
104600         04  WT01-COD-MSG        PIC 9(03).
104600         04  FILLER              PIC X(01).
104600         04  WT01-TXT-MSG.
