      *------------------ TABLA DE MENSAJES BSEO033 -------------------*
104641 01  WT01-TABLA-MENSAJES.
104641     02  FILLER                  PIC X(64)  VALUE
104641          '001*TRANSACCION EXITOSA
104641-         '-BSEO033 '.
104641     02  FILLER                  PIC X(64)  VALUE
104641          '002*ERROR EN RUTINA
104641-         '-BSEO033 '.
104641     02  FILLER                  PIC X(64)  VALUE
104641          '003*OPERACION NO REGISTRADA EN TABLA
104641-         '-BSEO033 '.
104641     02  FILLER                  PIC X(64)  VALUE
104641          '004*MODO DEBE SER A ALTA, M MODIF., B BAJA O C CONSULTA
104641-         '-BSEO033 '.
104641     02  FILLER                  PIC X(64)  VALUE
104641          '005*ENTIDAD DEBE SER 003
104641-         '-BSEO033 '.
104641     02  FILLER                  PIC X(64)  VALUE
104641          '006*DATOS DE LA GARANTIA INCOMPLETOS O NO NUMERICOS
104641-         '-BSEO033 '.
104641     02  FILLER                  PIC X(64)  VALUE
104641          '007*TIPO DE GARANTIA NO VALIDO
104641-         '-BSEO033 '.
104641     02  FILLER                  PIC X(64)  VALUE
104641          '008*OPERACION NO AUTORIZADA PARA EL USUARIO
104641-         '-BSEO033 '.
104641     02  FILLER                  PIC X(64)  VALUE
104641          '009*CUOTA DE LLAMADAS EXCEDIDA REINTENTE LUEGO
104641-         '-BSEO033 '.
104641     02  FILLER                  PIC X(64)  VALUE
104641          '010*ERROR AL ACCEDER ARCHIVO GARANTI
104641-         '-BSEO033 '.
104641     02  FILLER                  PIC X(64)  VALUE
104641          '011*MONEDA NO VIGENTE EN TABLA MON
104641-         '-BSEO033 '.
104641     02  FILLER                  PIC X(64)  VALUE
104641          '012*LA CUENTA NO TIENE GARANTIAS REGISTRADAS
104641-         '-BSEO033 '.
104641     02  FILLER                  PIC X(64)  VALUE
104641          '013*GARANTIA YA REGISTRADA PARA LA CUENTA
104641-         '-BSEO033 '.
104641     02  FILLER                  PIC X(64)  VALUE
104641          '014*GARANTIA NO EXISTE PARA LA CUENTA
104641-         '-BSEO033 '.
104641     02  FILLER                  PIC X(64)  VALUE
104641          '015*GARANTIA LEVANTADA NO SE PUEDE MODIFICAR
104641-         '-BSEO033 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '016*ID DE SOLICITUD YA USADO CON OTROS DATOS
104658-         '-BSEO033 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '017*SOLICITUD CON EL MISMO ID EN PROCESO REINTENTE
104658-         '-BSEO033 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '018*ERROR AL ACCEDER ARCHIVO IDEMLOG
104658-         '-BSEO033 '.
104641 01  FILLER  REDEFINES  WT01-TABLA-MENSAJES.
104658     02  FILLER  OCCURS  18  TIMES.
104641         04  WT01-COD-MSG        PIC 9(03).
104641         04  FILLER              PIC X(01).
104641         04  WT01-TXT-MSG.
104641             06  WT01-MSG-DSC    PIC X(51).
104641             06  WT01-MSG-PRG    PIC X(09).
