104612     02  FILLER                  PIC X(64)  VALUE
104612          '013*CUOTA DE LLAMADAS EXCEDIDA REINTENTE LUEGO
104612-         '-BSEO022 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '014*ID DE SOLICITUD YA USADO CON OTROS DATOS
104658-         '-BSEO022 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '015*SOLICITUD CON EL MISMO ID EN PROCESO REINTENTE
104658-         '-BSEO022 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '016*ERROR AL ACCEDER ARCHIVO IDEMLOG
104658-         '-BSEO022 '.
104659     02  FILLER                  PIC X(64)  VALUE
104659          '017*IMPORTE EXCEDE SU ATRIBUCION - DERIVAR A NIVEL
104659-         '-BSEO022 '.
104659     02  FILLER                  PIC X(64)  VALUE
104659          '018*SIN TIPO DE CAMBIO DEL DIA PARA LA MONEDA
104659-         '-BSEO022 '.
104659     02  FILLER                  PIC X(64)  VALUE
104659          '019*ERROR AL VERIFICAR ATRIBUCIONES (ATRIBUC/NIVUSU)
104659-         '-BSEO022 '.
104663     02  FILLER                  PIC X(64)  VALUE
104663          '020*FECHA EFECTIVA EN PERIODO CERRADO
104663-         '-BSEO022 '.
104663     02  FILLER                  PIC X(64)  VALUE
104663          '021*SIN PERMISO PARA FORZAR EL PERIODO CERRADO
104663-         '-BSEO022 '.
104663     02  FILLER                  PIC X(64)  VALUE
104663          '022*ERROR AL VERIFICAR CIERRE DE PERIODO (REFTAB)
104663-         '-BSEO022 '.
104597 01  FILLER  REDEFINES  WT01-TABLA-MENSAJES.
104663     02  FILLER  OCCURS  22  TIMES.
104597         04  WT01-COD-MSG        PIC 9(03).
104597         04  FILLER              PIC X(01).
104597         04  WT01-TXT-MSG.
