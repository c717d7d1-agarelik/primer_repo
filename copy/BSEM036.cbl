      *------------------ TABLA DE MENSAJES BSEO036 -------------------*
104649 01  WT01-TABLA-MENSAJES.
104649     02  FILLER                  PIC X(64)  VALUE
104649          '001*TRANSACCION EXITOSA
104649-         '-BSEO036 '.
104649     02  FILLER                  PIC X(64)  VALUE
104649          '002*ERROR EN RUTINA
104649-         '-BSEO036 '.
104649     02  FILLER                  PIC X(64)  VALUE
104649          '003*ERROR EN RUTINA
104649-         '-PROCRM29'.
104649     02  FILLER                  PIC X(64)  VALUE
104649          '004*ERROR AL LLAMAR PROGRAMA XXXXXXXX
104649-         '-BSEO036 '.
104649     02  FILLER                  PIC X(64)  VALUE
104649          '005*OPERACION NO REGISTRADA EN TABLA
104649-         '-BSEO036 '.
104649     02  FILLER                  PIC X(64)  VALUE
104649          '006*ENTIDAD NO VALIDA O FUERA DE VIGENCIA
104649-         '-BSEO036 '.
104649     02  FILLER                  PIC X(64)  VALUE
104649          '007*COTIZACION NO EXISTE
104649-         '-BSEO036 '.
104649     02  FILLER                  PIC X(64)  VALUE
104649          '008*ERROR AL ACCEDER ARCHIVO PREDLOG
104649-         '-BSEO036 '.
104649     02  FILLER                  PIC X(64)  VALUE
104649          '009*OPERACION NO AUTORIZADA PARA EL USUARIO
104649-         '-BSEO036 '.
104649     02  FILLER                  PIC X(64)  VALUE
104649          '010*CUOTA DE LLAMADAS EXCEDIDA REINTENTE LUEGO
104649-         '-BSEO036 '.
104649     02  FILLER                  PIC X(64)  VALUE
104649          '011*TIPO Y NUMERO DE DOCUMENTO SON OBLIGATORIOS
104649-         '-BSEO036 '.
104649     02  FILLER                  PIC X(64)  VALUE
104649          '012*FECHA DE CANCELACION INVALIDA O ANTERIOR A HOY
104649-         '-BSEO036 '.
104649     02  FILLER                  PIC X(64)  VALUE
104649          '013*DOCUMENTO CANCELADO O DEVUELTO NO SE COTIZA
104649-         '-BSEO036 '.
104649     02  FILLER                  PIC X(64)  VALUE
104649          '014*CANCELACION POSTERIOR AL VENCIMIENTO USE BSEO006
104649-         '-BSEO036 '.
104649     02  FILLER                  PIC X(64)  VALUE
104649          '015*DOCUMENTO SIN FECHA DE VENCIMIENTO VALIDA
104649-         '-BSEO036 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '016*ID DE SOLICITUD YA USADO CON OTROS DATOS
104658-         '-BSEO036 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '017*SOLICITUD CON EL MISMO ID EN PROCESO REINTENTE
104658-         '-BSEO036 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '018*ERROR AL ACCEDER ARCHIVO IDEMLOG
104658-         '-BSEO036 '.
104649 01  FILLER  REDEFINES  WT01-TABLA-MENSAJES.
104658     02  FILLER  OCCURS  18  TIMES.
104649         04  WT01-COD-MSG        PIC 9(03).
104649         04  FILLER              PIC X(01).
104649         04  WT01-TXT-MSG.
104649             06  WT01-MSG-DSC    PIC X(51).
104649             06  WT01-MSG-PRG    PIC X(09).
