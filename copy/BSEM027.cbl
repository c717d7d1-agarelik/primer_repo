104622     02  FILLER                  PIC X(64)  VALUE
104622          '010*ERROR AL ACCEDER ARCHIVO NOTAJUD
104622-         '-BSEO027 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '011*ID DE SOLICITUD YA USADO CON OTROS DATOS
104658-         '-BSEO027 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '012*SOLICITUD CON EL MISMO ID EN PROCESO REINTENTE
104658-         '-BSEO027 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '013*ERROR AL ACCEDER ARCHIVO IDEMLOG
104658-         '-BSEO027 '.
104663     02  FILLER                  PIC X(64)  VALUE
104663          '014*FECHA EFECTIVA EN PERIODO CERRADO
104663-         '-BSEO027 '.
104663     02  FILLER                  PIC X(64)  VALUE
104663          '015*SIN PERMISO PARA FORZAR EL PERIODO CERRADO
104663-         '-BSEO027 '.
104663     02  FILLER                  PIC X(64)  VALUE
104663          '016*ERROR AL VERIFICAR CIERRE DE PERIODO (REFTAB)
104663-         '-BSEO027 '.
104622 01  FILLER  REDEFINES  WT01-TABLA-MENSAJES.
104663     02  FILLER  OCCURS  16  TIMES.
104622         04  WT01-COD-MSG        PIC 9(03).
104622         04  FILLER              PIC X(01).
104622         04  WT01-TXT-MSG.
