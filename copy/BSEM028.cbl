104627     02  FILLER                  PIC X(64)  VALUE
104627          '011*DATOS DE LA RETENCION INCOMPLETOS
104627-         '-BSEO028 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '012*ID DE SOLICITUD YA USADO CON OTROS DATOS
104658-         '-BSEO028 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '013*SOLICITUD CON EL MISMO ID EN PROCESO REINTENTE
104658-         '-BSEO028 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '014*ERROR AL ACCEDER ARCHIVO IDEMLOG
104658-         '-BSEO028 '.
104663     02  FILLER                  PIC X(64)  VALUE
104663          '015*FECHA EFECTIVA EN PERIODO CERRADO
104663-         '-BSEO028 '.
104663     02  FILLER                  PIC X(64)  VALUE
104663          '016*SIN PERMISO PARA FORZAR EL PERIODO CERRADO
104663-         '-BSEO028 '.
104663     02  FILLER                  PIC X(64)  VALUE
104663          '017*ERROR AL VERIFICAR CIERRE DE PERIODO (REFTAB)
104663-         '-BSEO028 '.
104627 01  FILLER  REDEFINES  WT01-TABLA-MENSAJES.
104663     02  FILLER  OCCURS  17  TIMES.
104627         04  WT01-COD-MSG        PIC 9(03).
104627         04  FILLER              PIC X(01).
104627         04  WT01-TXT-MSG.
