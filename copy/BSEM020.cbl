104612     02  FILLER                  PIC X(64)  VALUE
104612          '011*CUOTA DE LLAMADAS EXCEDIDA REINTENTE LUEGO
104612-         '-BSEO020 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '012*ID DE SOLICITUD YA USADO CON OTROS DATOS
104658-         '-BSEO020 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '013*SOLICITUD CON EL MISMO ID EN PROCESO REINTENTE
104658-         '-BSEO020 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '014*ERROR AL ACCEDER ARCHIVO IDEMLOG
104658-         '-BSEO020 '.
104662     02  FILLER                  PIC X(64)  VALUE
104662          '015*CUENTA CON DEUDOR EN CONCURSO NO ADMITE EMBARGO
104662-         '-BSEO020 '.
104662     02  FILLER                  PIC X(64)  VALUE
104662          '016*ERROR AL ACCEDER ARCHIVO CONCURSO
104662-         '-BSEO020 '.
104663     02  FILLER                  PIC X(64)  VALUE
104663          '017*FECHA EFECTIVA EN PERIODO CERRADO
104663-         '-BSEO020 '.
104663     02  FILLER                  PIC X(64)  VALUE
104663          '018*SIN PERMISO PARA FORZAR EL PERIODO CERRADO
104663-         '-BSEO020 '.
104663     02  FILLER                  PIC X(64)  VALUE
104663          '019*ERROR AL VERIFICAR CIERRE DE PERIODO (REFTAB)
104663-         '-BSEO020 '.
104595 01  FILLER  REDEFINES  WT01-TABLA-MENSAJES.
104663     02  FILLER  OCCURS  19  TIMES.
104595         04  WT01-COD-MSG        PIC 9(03).
104595         04  FILLER              PIC X(01).
104595         04  WT01-TXT-MSG.
