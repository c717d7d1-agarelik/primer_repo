104612     02  FILLER                  PIC X(64)  VALUE
104612          '014*CUOTA DE LLAMADAS EXCEDIDA REINTENTE LUEGO
104612-         '-BSEO019 '.
104632     02  FILLER                  PIC X(64)  VALUE
104632          '015*COTIZACION VENCIDA POR EXTORNO PIDA UNA NUEVA
104632-         '-BSEO019 '.
104659     02  FILLER                  PIC X(64)  VALUE
104659          '016*IMPORTE EXCEDE SU ATRIBUCION - DERIVAR A NIVEL
104659-         '-BSEO019 '.
104659     02  FILLER                  PIC X(64)  VALUE
104659          '017*SIN TIPO DE CAMBIO DEL DIA PARA LA MONEDA
104659-         '-BSEO019 '.
104659     02  FILLER                  PIC X(64)  VALUE
104659          '018*ERROR AL VERIFICAR ATRIBUCIONES (ATRIBUC/NIVUSU)
104659-         '-BSEO019 '.
104663     02  FILLER                  PIC X(64)  VALUE
104663          '019*FECHA EFECTIVA EN PERIODO CERRADO
104663-         '-BSEO019 '.
104663     02  FILLER                  PIC X(64)  VALUE
104663          '020*SIN PERMISO PARA FORZAR EL PERIODO CERRADO
104663-         '-BSEO019 '.
104663     02  FILLER                  PIC X(64)  VALUE
104663          '021*ERROR AL VERIFICAR CIERRE DE PERIODO (REFTAB)
104663-         '-BSEO019 '.
104594 01  FILLER  REDEFINES  WT01-TABLA-MENSAJES.
104663     02  FILLER  OCCURS  21  TIMES.
104594         04  WT01-COD-MSG        PIC 9(03).
104594         04  FILLER              PIC X(01).
104594         04  WT01-TXT-MSG.
