      *------------------ TABLA DE MENSAJES BSEO030 -------------------*
104632 01  WT01-TABLA-MENSAJES.
104632     02  FILLER                  PIC X(64)  VALUE
104632          '001*TRANSACCION EXITOSA
104632-         '-BSEO030 '.
104632     02  FILLER                  PIC X(64)  VALUE
104632          '002*ERROR EN RUTINA
104632-         '-BSEO030 '.
104632     02  FILLER                  PIC X(64)  VALUE
104632          '003*OPERACION NO REGISTRADA EN TABLA
104632-         '-BSEO030 '.
104632     02  FILLER                  PIC X(64)  VALUE
104632          '004*ERROR AL LLAMAR PROGRAMA XXXXXXXX
104632-         '-BSEO030 '.
104632     02  FILLER                  PIC X(64)  VALUE
104632          '005*ENTIDAD DEBE SER 003
104632-         '-BSEO030 '.
104632     02  FILLER                  PIC X(64)  VALUE
104632          '006*MOTIVO DE EXTORNO DEBE SER CTA CHQ DEP U OTR
104632-         '-BSEO030 '.
104632     02  FILLER                  PIC X(64)  VALUE
104632          '007*COTIZACION SIN PAGO APLICADO EN PAGOLOG
104632-         '-BSEO030 '.
104632     02  FILLER                  PIC X(64)  VALUE
104632          '008*OPERACION NO AUTORIZADA PARA EL USUARIO
104632-         '-BSEO030 '.
104632     02  FILLER                  PIC X(64)  VALUE
104632          '009*CUOTA DE LLAMADAS EXCEDIDA REINTENTE LUEGO
104632-         '-BSEO030 '.
104632     02  FILLER                  PIC X(64)  VALUE
104632          '010*ERROR AL ACCEDER ARCHIVO PAGOLOG
104632-         '-BSEO030 '.
104632     02  FILLER                  PIC X(64)  VALUE
104632          '011*ERROR AL ACCEDER ARCHIVO EXTOLOG
104632-         '-BSEO030 '.
104632     02  FILLER                  PIC X(64)  VALUE
104632          '012*ERROR AL ACCEDER ARCHIVO PRELOG
104632-         '-BSEO030 '.
104632     02  FILLER                  PIC X(64)  VALUE
104632          '013*PAGO YA EXTORNADO PARA LA COTIZACION
104632-         '-BSEO030 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '014*ID DE SOLICITUD YA USADO CON OTROS DATOS
104658-         '-BSEO030 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '015*SOLICITUD CON EL MISMO ID EN PROCESO REINTENTE
104658-         '-BSEO030 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '016*ERROR AL ACCEDER ARCHIVO IDEMLOG
104658-         '-BSEO030 '.
104632 01  FILLER  REDEFINES  WT01-TABLA-MENSAJES.
104658     02  FILLER  OCCURS  16  TIMES.
104632         04  WT01-COD-MSG        PIC 9(03).
104632         04  FILLER              PIC X(01).
104632         04  WT01-TXT-MSG.
104632             06  WT01-MSG-DSC    PIC X(51).
104632             06  WT01-MSG-PRG    PIC X(09).
