      *------------------ TABLA DE MENSAJES BSEO042 -------------------*
104666 01  WT01-TABLA-MENSAJES.
104666     02  FILLER                  PIC X(64)  VALUE
104666          '001*TRANSACCION EXITOSA
104666-         '-BSEO042 '.
104666     02  FILLER                  PIC X(64)  VALUE
104666          '002*ERROR EN RUTINA
104666-         '-BSEO042 '.
104666     02  FILLER                  PIC X(64)  VALUE
104666          '003*OPERACION NO REGISTRADA EN TABLA
104666-         '-BSEO042 '.
104666     02  FILLER                  PIC X(64)  VALUE
104666          '004*MODO DEBE SER A INDEXA O L LISTA
104666-         '-BSEO042 '.
104666     02  FILLER                  PIC X(64)  VALUE
104666          '005*ENTIDAD DEBE SER 003
104666-         '-BSEO042 '.
104666     02  FILLER                  PIC X(64)  VALUE
104666          '006*TIPO DE CLAVE DEBE SER C E X O D Y TRAER LA CLAVE
104666-         '-BSEO042 '.
104666     02  FILLER                  PIC X(64)  VALUE
104666          '007*LA CLAVE NO TIENE DOCUMENTOS INDEXADOS
104666-         '-BSEO042 '.
104666     02  FILLER                  PIC X(64)  VALUE
104666          '008*OPERACION NO AUTORIZADA PARA EL USUARIO
104666-         '-BSEO042 '.
104666     02  FILLER                  PIC X(64)  VALUE
104666          '009*CUOTA DE LLAMADAS EXCEDIDA REINTENTE LUEGO
104666-         '-BSEO042 '.
104666     02  FILLER                  PIC X(64)  VALUE
104666          '010*ERROR AL ACCEDER ARCHIVO DOCIDX
104666-         '-BSEO042 '.
104666     02  FILLER                  PIC X(64)  VALUE
104666          '011*ID DE SOLICITUD YA USADO CON OTROS DATOS
104666-         '-BSEO042 '.
104666     02  FILLER                  PIC X(64)  VALUE
104666          '012*SOLICITUD CON EL MISMO ID EN PROCESO REINTENTE
104666-         '-BSEO042 '.
104666     02  FILLER                  PIC X(64)  VALUE
104666          '013*ERROR AL ACCEDER ARCHIVO IDEMLOG
104666-         '-BSEO042 '.
104666     02  FILLER                  PIC X(64)  VALUE
104666          '014*TIPO DE DOCUMENTO NO VIGENTE EN REFTAB DOC
104666-         '-BSEO042 '.
104666     02  FILLER                  PIC X(64)  VALUE
104666          '015*FALTA LA REFERENCIA DEL GESTOR DOCUMENTAL
104666-         '-BSEO042 '.
104666     02  FILLER                  PIC X(64)  VALUE
104666          '016*FECHA DEL DOCUMENTO INVALIDA O POSTERIOR A HOY
104666-         '-BSEO042 '.
104666     02  FILLER                  PIC X(64)  VALUE
104666          '017*DOCUMENTO YA INDEXADO PARA LA CLAVE
104666-         '-BSEO042 '.
104666     02  FILLER                  PIC X(64)  VALUE
104666          '018*LA CLAVE YA TIENE 999 DOCUMENTOS INDEXADOS
104666-         '-BSEO042 '.
104666 01  FILLER  REDEFINES  WT01-TABLA-MENSAJES.
104666     02  FILLER  OCCURS  18  TIMES.
104666         04  WT01-COD-MSG        PIC 9(03).
104666         04  FILLER              PIC X(01).
104666         04  WT01-TXT-MSG.
104666             06  WT01-MSG-DSC    PIC X(51).
104666             06  WT01-MSG-PRG    PIC X(09).
