      *------------------ TABLA DE MENSAJES BSEO037 -------------------*
104656 01  WT01-TABLA-MENSAJES.
104656     02  FILLER                  PIC X(64)  VALUE
104656          '001*TRANSACCION EXITOSA
104656-         '-BSEO037 '.
104656     02  FILLER                  PIC X(64)  VALUE
104656          '002*ERROR EN RUTINA
104656-         '-BSEO037 '.
104656     02  FILLER                  PIC X(64)  VALUE
104656          '003*OPERACION NO REGISTRADA EN TABLA
104656-         '-BSEO037 '.
104656     02  FILLER                  PIC X(64)  VALUE
104656          '004*ENTIDAD NO VALIDA O FUERA DE VIGENCIA
104656-         '-BSEO037 '.
104656     02  FILLER                  PIC X(64)  VALUE
104656          '005*LA CUENTA ES OBLIGATORIA
104656-         '-BSEO037 '.
104656     02  FILLER                  PIC X(64)  VALUE
104656          '006*PERIODO INVALIDO (AAAAMM) O POSTERIOR AL MES ACTUAL
104656-         '-BSEO037 '.
104656     02  FILLER                  PIC X(64)  VALUE
104656          '007*CANTIDAD DE PERIODOS DEBE SER DE 0 A 24
104656-         '-BSEO037 '.
104656     02  FILLER                  PIC X(64)  VALUE
104656          '008*LA CUENTA NO ESTA EN LA FOTO DEL PERIODO CONSULTADO
104656-         '-BSEO037 '.
104656     02  FILLER                  PIC X(64)  VALUE
104656          '009*ERROR AL ACCEDER ARCHIVO HISTSNAP
104656-         '-BSEO037 '.
104656     02  FILLER                  PIC X(64)  VALUE
104656          '010*OPERACION NO AUTORIZADA PARA EL USUARIO
104656-         '-BSEO037 '.
104656     02  FILLER                  PIC X(64)  VALUE
104656          '011*CUOTA DE LLAMADAS EXCEDIDA REINTENTE LUEGO
104656-         '-BSEO037 '.
104656 01  FILLER  REDEFINES  WT01-TABLA-MENSAJES.
104656     02  FILLER  OCCURS  11  TIMES.
104656         04  WT01-COD-MSG        PIC 9(03).
104656         04  FILLER              PIC X(01).
104656         04  WT01-TXT-MSG.
104656             06  WT01-MSG-DSC    PIC X(51).
104656             06  WT01-MSG-PRG    PIC X(09).
