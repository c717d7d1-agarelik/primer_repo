      *------------------ TABLA DE MENSAJES BSEO039 -------------------*
104657 01  WT01-TABLA-MENSAJES.
104657     02  FILLER                  PIC X(64)  VALUE
104657          '001*TRANSACCION EXITOSA
104657-         '-BSEO039 '.
104657     02  FILLER                  PIC X(64)  VALUE
104657          '002*ERROR EN RUTINA
104657-         '-BSEO039 '.
104657     02  FILLER                  PIC X(64)  VALUE
104657          '003*OPERACION NO REGISTRADA EN TABLA
104657-         '-BSEO039 '.
104657     02  FILLER                  PIC X(64)  VALUE
104657          '004*ENTIDAD NO VALIDA O FUERA DE VIGENCIA
104657-         '-BSEO039 '.
104657     02  FILLER                  PIC X(64)  VALUE
104657          '005*PROCESO MASIVO NO ENCONTRADO
104657-         '-BSEO039 '.
104657     02  FILLER                  PIC X(64)  VALUE
104657          '006*EL USUARIO NO TIENE PROCESOS MASIVOS
104657-         '-BSEO039 '.
104657     02  FILLER                  PIC X(64)  VALUE
104657          '007*ERROR AL ACCEDER ARCHIVO COLAMAS
104657-         '-BSEO039 '.
104657     02  FILLER                  PIC X(64)  VALUE
104657          '008*OPERACION NO AUTORIZADA PARA EL USUARIO
104657-         '-BSEO039 '.
104657     02  FILLER                  PIC X(64)  VALUE
104657          '009*CUOTA DE LLAMADAS EXCEDIDA REINTENTE LUEGO
104657-         '-BSEO039 '.
104657 01  FILLER  REDEFINES  WT01-TABLA-MENSAJES.
104657     02  FILLER  OCCURS  9  TIMES.
104657         04  WT01-COD-MSG        PIC 9(03).
104657         04  FILLER              PIC X(01).
104657         04  WT01-TXT-MSG.
104657             06  WT01-MSG-DSC    PIC X(51).
104657             06  WT01-MSG-PRG    PIC X(09).
