      *------------------ TABLA DE MENSAJES BSEO034 -------------------*
104644 01  WT01-TABLA-MENSAJES.
104644     02  FILLER                  PIC X(64)  VALUE
104644          '001*TRANSACCION EXITOSA
104644-         '-BSEO034 '.
104644     02  FILLER                  PIC X(64)  VALUE
104644          '002*ERROR EN RUTINA
104644-         '-BSEO034 '.
104644     02  FILLER                  PIC X(64)  VALUE
104644          '003*OPERACION NO REGISTRADA EN TABLA
104644-         '-BSEO034 '.
104644     02  FILLER                  PIC X(64)  VALUE
104644          '004*NUMERO DE CUENTA TARJETA ES OBLIGATORIO
104644-         '-BSEO034 '.
104644     02  FILLER                  PIC X(64)  VALUE
104644          '005*ENTIDAD NO VALIDA O FUERA DE VIGENCIA
104644-         '-BSEO034 '.
104644     02  FILLER                  PIC X(64)  VALUE
104644          '006*MOTIVO: P PERDIDA, R ROBO, F FRAUDE O D DETERIORO
104644-         '-BSEO034 '.
104644     02  FILLER                  PIC X(64)  VALUE
104644          '007*REPOSICION DEBE SER S O N
104644-         '-BSEO034 '.
104644     02  FILLER                  PIC X(64)  VALUE
104644          '008*OPERACION NO AUTORIZADA PARA EL USUARIO
104644-         '-BSEO034 '.
104644     02  FILLER                  PIC X(64)  VALUE
104644          '009*CUOTA DE LLAMADAS EXCEDIDA REINTENTE LUEGO
104644-         '-BSEO034 '.
104644     02  FILLER                  PIC X(64)  VALUE
104644          '010*ERROR AL ACCEDER ARCHIVO BLQTARJ
104644-         '-BSEO034 '.
104644     02  FILLER                  PIC X(64)  VALUE
104644          '011*RC=XX ERROR EN RUTINA
104644-         '-ATCO070 '.
104644     02  FILLER                  PIC X(64)  VALUE
104644          '012*RUTINA XXXXXXXX NO DISPONIBLE EN ESTE MOMENTO
104644-         '-BSEO034 '.
104644     02  FILLER                  PIC X(64)  VALUE
104644          '013*LA TARJETA TIENE UNA SOLICITUD DE BLOQUEO ABIERTA
104644-         '-BSEO034 '.
104644     02  FILLER                  PIC X(64)  VALUE
104644          '014*LA TARJETA YA ESTA DADA DE BAJA EN EL PROCESADOR
104644-         '-BSEO034 '.
104644     02  FILLER                  PIC X(64)  VALUE
104644          '015*ERROR AL LLAMAR PROGRAMA XXXXXXXX
104644-         '-BSEO034 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '016*ID DE SOLICITUD YA USADO CON OTROS DATOS
104658-         '-BSEO034 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '017*SOLICITUD CON EL MISMO ID EN PROCESO REINTENTE
104658-         '-BSEO034 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '018*ERROR AL ACCEDER ARCHIVO IDEMLOG
104658-         '-BSEO034 '.
104644 01  FILLER  REDEFINES  WT01-TABLA-MENSAJES.
104658     02  FILLER  OCCURS  18  TIMES.
104644         04  WT01-COD-MSG        PIC 9(03).
104644         04  FILLER              PIC X(01).
104644         04  WT01-TXT-MSG.
104644             06  WT01-MSG-DSC    PIC X(51).
104644             06  WT01-MSG-PRG    PIC X(09).
