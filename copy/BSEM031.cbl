      *------------------ TABLA DE MENSAJES BSEO031 -------------------*
104636 01  WT01-TABLA-MENSAJES.
104636     02  FILLER                  PIC X(64)  VALUE
104636          '001*TRANSACCION EXITOSA
104636-         '-BSEO031 '.
104636     02  FILLER                  PIC X(64)  VALUE
104636          '002*ERROR EN RUTINA
104636-         '-BSEO031 '.
104636     02  FILLER                  PIC X(64)  VALUE
104636          '003*OPERACION NO REGISTRADA EN TABLA
104636-         '-BSEO031 '.
104636     02  FILLER                  PIC X(64)  VALUE
104636          '004*ERROR AL LLAMAR PROGRAMA XXXXXXXX
104636-         '-BSEO031 '.
104636     02  FILLER                  PIC X(64)  VALUE
104636          '005*ENTIDAD DEBE SER 003
104636-         '-BSEO031 '.
104636     02  FILLER                  PIC X(64)  VALUE
104636          '006*MODO DEBE SER R (REASIGNA) O C (CONSULTA)
104636-         '-BSEO031 '.
104636     02  FILLER                  PIC X(64)  VALUE
104636          '007*SECTORISTA DESTINO NO EXISTE EN SECTMAE
104636-         '-BSEO031 '.
104636     02  FILLER                  PIC X(64)  VALUE
104636          '008*OPERACION NO AUTORIZADA PARA EL USUARIO
104636-         '-BSEO031 '.
104636     02  FILLER                  PIC X(64)  VALUE
104636          '009*CUOTA DE LLAMADAS EXCEDIDA REINTENTE LUEGO
104636-         '-BSEO031 '.
104636     02  FILLER                  PIC X(64)  VALUE
104636          '010*ERROR AL ACCEDER ARCHIVO SECTMAE
104636-         '-BSEO031 '.
104636     02  FILLER                  PIC X(64)  VALUE
104636          '011*ERROR AL ACCEDER ARCHIVO ASIGLOG
104636-         '-BSEO031 '.
104636     02  FILLER                  PIC X(64)  VALUE
104636          '012*SECTORISTA DESTINO NO ESTA ACTIVO
104636-         '-BSEO031 '.
104636     02  FILLER                  PIC X(64)  VALUE
104636          '013*SECTORISTA DESTINO SIN CAPACIDAD DISPONIBLE
104636-         '-BSEO031 '.
104636     02  FILLER                  PIC X(64)  VALUE
104636          '014*CANTIDAD DE CUENTAS DEBE SER DE 01 A 50
104636-         '-BSEO031 '.
104636     02  FILLER                  PIC X(64)  VALUE
104636          '015*CUENTA SIN ASIGNACION EN ASIGLOG
104636-         '-BSEO031 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '016*ID DE SOLICITUD YA USADO CON OTROS DATOS
104658-         '-BSEO031 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '017*SOLICITUD CON EL MISMO ID EN PROCESO REINTENTE
104658-         '-BSEO031 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '018*ERROR AL ACCEDER ARCHIVO IDEMLOG
104658-         '-BSEO031 '.
104636 01  FILLER  REDEFINES  WT01-TABLA-MENSAJES.
104658     02  FILLER  OCCURS  18  TIMES.
104636         04  WT01-COD-MSG        PIC 9(03).
104636         04  FILLER              PIC X(01).
104636         04  WT01-TXT-MSG.
104636             06  WT01-MSG-DSC    PIC X(51).
104636             06  WT01-MSG-PRG    PIC X(09).
