      *------------------ TABLA DE MENSAJES BSEO041 -------------------*
104661 01  WT01-TABLA-MENSAJES.
104661     02  FILLER                  PIC X(64)  VALUE
104661          '001*TRANSACCION EXITOSA
104661-         '-BSEO041 '.
104661     02  FILLER                  PIC X(64)  VALUE
104661          '002*ERROR EN RUTINA
104661-         '-BSEO041 '.
104661     02  FILLER                  PIC X(64)  VALUE
104661          '003*OPERACION NO REGISTRADA EN TABLA
104661-         '-BSEO041 '.
104661     02  FILLER                  PIC X(64)  VALUE
104661          '004*MODO DEBE SER A REGISTRA, R RESUELVE O C CONSULTA
104661-         '-BSEO041 '.
104661     02  FILLER                  PIC X(64)  VALUE
104661          '005*ENTIDAD DEBE SER 003
104661-         '-BSEO041 '.
104661     02  FILLER                  PIC X(64)  VALUE
104661          '006*TIPO DE RECLAMO NO REGISTRADO EN TABLA RCL
104661-         '-BSEO041 '.
104661     02  FILLER                  PIC X(64)  VALUE
104661          '007*RECLAMO NO REGISTRADO
104661-         '-BSEO041 '.
104661     02  FILLER                  PIC X(64)  VALUE
104661          '008*OPERACION NO AUTORIZADA PARA EL USUARIO
104661-         '-BSEO041 '.
104661     02  FILLER                  PIC X(64)  VALUE
104661          '009*CUOTA DE LLAMADAS EXCEDIDA REINTENTE LUEGO
104661-         '-BSEO041 '.
104661     02  FILLER                  PIC X(64)  VALUE
104661          '010*ERROR AL ACCEDER ARCHIVO RECLAMO
104661-         '-BSEO041 '.
104661     02  FILLER                  PIC X(64)  VALUE
104661          '011*DATOS DEL RECLAMO INCOMPLETOS
104661-         '-BSEO041 '.
104661     02  FILLER                  PIC X(64)  VALUE
104661          '012*ID DE SOLICITUD YA USADO CON OTROS DATOS
104661-         '-BSEO041 '.
104661     02  FILLER                  PIC X(64)  VALUE
104661          '013*SOLICITUD CON EL MISMO ID EN PROCESO REINTENTE
104661-         '-BSEO041 '.
104661     02  FILLER                  PIC X(64)  VALUE
104661          '014*ERROR AL ACCEDER ARCHIVO IDEMLOG
104661-         '-BSEO041 '.
104661     02  FILLER                  PIC X(64)  VALUE
104661          '015*FECHA DE RECEPCION INVALIDA O POSTERIOR A HOY
104661-         '-BSEO041 '.
104661     02  FILLER                  PIC X(64)  VALUE
104661          '016*EL RECLAMO YA ESTA RESUELTO
104661-         '-BSEO041 '.
104661     02  FILLER                  PIC X(64)  VALUE
104661          '017*RESOLUCION DEBE SER F, B, P O D
104661-         '-BSEO041 '.
104661 01  FILLER  REDEFINES  WT01-TABLA-MENSAJES.
104661     02  FILLER  OCCURS  17  TIMES.
104661         04  WT01-COD-MSG        PIC 9(03).
104661         04  FILLER              PIC X(01).
104661         04  WT01-TXT-MSG.
104661             06  WT01-MSG-DSC    PIC X(51).
104661             06  WT01-MSG-PRG    PIC X(09).
