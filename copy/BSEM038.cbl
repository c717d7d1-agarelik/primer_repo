      *------------------ TABLA DE MENSAJES BSEO038 -------------------*
104657 01  WT01-TABLA-MENSAJES.
104657     02  FILLER                  PIC X(64)  VALUE
104657          '001*TRANSACCION EXITOSA
104657-         '-BSEO038 '.
104657     02  FILLER                  PIC X(64)  VALUE
104657          '002*ERROR EN RUTINA
104657-         '-BSEO038 '.
104657     02  FILLER                  PIC X(64)  VALUE
104657          '003*OPERACION NO REGISTRADA EN TABLA
104657-         '-BSEO038 '.
104657     02  FILLER                  PIC X(64)  VALUE
104657          '004*ENTIDAD NO VALIDA O FUERA DE VIGENCIA
104657-         '-BSEO038 '.
104657     02  FILLER                  PIC X(64)  VALUE
104657          '005*OPERACION NO HABILITADA PARA PROCESO MASIVO
104657-         '-BSEO038 '.
104657     02  FILLER                  PIC X(64)  VALUE
104657          '006*EL ARCHIVO DE ENTRADA ES OBLIGATORIO
104657-         '-BSEO038 '.
104657     02  FILLER                  PIC X(64)  VALUE
104657          '007*EL SOLICITANTE DEBE SER EL USUARIO CONECTADO
104657-         '-BSEO038 '.
104657     02  FILLER                  PIC X(64)  VALUE
104657          '008*ERROR AL GRABAR EN LA COLA COLAMAS
104657-         '-BSEO038 '.
104657     02  FILLER                  PIC X(64)  VALUE
104657          '009*OPERACION NO AUTORIZADA PARA EL USUARIO
104657-         '-BSEO038 '.
104657     02  FILLER                  PIC X(64)  VALUE
104657          '010*CUOTA DE LLAMADAS EXCEDIDA REINTENTE LUEGO
104657-         '-BSEO038 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '011*ID DE SOLICITUD YA USADO CON OTROS DATOS
104658-         '-BSEO038 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '012*SOLICITUD CON EL MISMO ID EN PROCESO REINTENTE
104658-         '-BSEO038 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '013*ERROR AL ACCEDER ARCHIVO IDEMLOG
104658-         '-BSEO038 '.
104657 01  FILLER  REDEFINES  WT01-TABLA-MENSAJES.
104658     02  FILLER  OCCURS  13  TIMES.
104657         04  WT01-COD-MSG        PIC 9(03).
104657         04  FILLER              PIC X(01).
104657         04  WT01-TXT-MSG.
104657             06  WT01-MSG-DSC    PIC X(51).
104657             06  WT01-MSG-PRG    PIC X(09).
