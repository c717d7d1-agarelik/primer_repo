      *------------------ TABLA DE MENSAJES BSEO035 -------------------*
104647 01  WT01-TABLA-MENSAJES.
104647     02  FILLER                  PIC X(64)  VALUE
104647          '001*TRANSACCION EXITOSA
104647-         '-BSEO035 '.
104647     02  FILLER                  PIC X(64)  VALUE
104647          '002*ERROR EN RUTINA
104647-         '-BSEO035 '.
104647     02  FILLER                  PIC X(64)  VALUE
104647          '003*OPERACION NO REGISTRADA EN TABLA
104647-         '-BSEO035 '.
104647     02  FILLER                  PIC X(64)  VALUE
104647          '004*CICLO, USUARIO Y OPERACION SON OBLIGATORIOS
104647-         '-BSEO035 '.
104647     02  FILLER                  PIC X(64)  VALUE
104647          '005*ACCION DEBE SER C CERTIFICAR O R REVOCAR
104647-         '-BSEO035 '.
104647     02  FILLER                  PIC X(64)  VALUE
104647          '006*LA REVOCACION REQUIERE UN MOTIVO
104647-         '-BSEO035 '.
104647     02  FILLER                  PIC X(64)  VALUE
104647          '007*LINEA DE RECERTIFICACION NO EXISTE
104647-         '-BSEO035 '.
104647     02  FILLER                  PIC X(64)  VALUE
104647          '008*OPERACION NO AUTORIZADA PARA EL USUARIO
104647-         '-BSEO035 '.
104647     02  FILLER                  PIC X(64)  VALUE
104647          '009*CUOTA DE LLAMADAS EXCEDIDA REINTENTE LUEGO
104647-         '-BSEO035 '.
104647     02  FILLER                  PIC X(64)  VALUE
104647          '010*ERROR AL ACCEDER ARCHIVO CERTPERM
104647-         '-BSEO035 '.
104647     02  FILLER                  PIC X(64)  VALUE
104647          '011*SOLO EL SUPERVISOR ASIGNADO RESPONDE LA LINEA
104647-         '-BSEO035 '.
104647     02  FILLER                  PIC X(64)  VALUE
104647          '012*NO PUEDE CERTIFICAR SUS PROPIOS PERMISOS
104647-         '-BSEO035 '.
104647     02  FILLER                  PIC X(64)  VALUE
104647          '013*LA LINEA YA FUE RESPONDIDA O REVOCADA
104647-         '-BSEO035 '.
104647     02  FILLER                  PIC X(64)  VALUE
104647          '014*VENCIO EL PLAZO DE RECERTIFICACION DE LA LINEA
104647-         '-BSEO035 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '015*ID DE SOLICITUD YA USADO CON OTROS DATOS
104658-         '-BSEO035 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '016*SOLICITUD CON EL MISMO ID EN PROCESO REINTENTE
104658-         '-BSEO035 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '017*ERROR AL ACCEDER ARCHIVO IDEMLOG
104658-         '-BSEO035 '.
104647 01  FILLER  REDEFINES  WT01-TABLA-MENSAJES.
104658     02  FILLER  OCCURS  17  TIMES.
104647         04  WT01-COD-MSG        PIC 9(03).
104647         04  FILLER              PIC X(01).
104647         04  WT01-TXT-MSG.
104647             06  WT01-MSG-DSC    PIC X(51).
104647             06  WT01-MSG-PRG    PIC X(09).
