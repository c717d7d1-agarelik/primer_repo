      *------------------ TABLA DE MENSAJES BSEO032 -------------------*
104640 01  WT01-TABLA-MENSAJES.
104640     02  FILLER                  PIC X(64)  VALUE
104640          '001*TRANSACCION EXITOSA
104640-         '-BSEO032 '.
104640     02  FILLER                  PIC X(64)  VALUE
104640          '002*ERROR EN RUTINA
104640-         '-BSEO032 '.
104640     02  FILLER                  PIC X(64)  VALUE
104640          '003*OPERACION NO REGISTRADA EN TABLA
104640-         '-BSEO032 '.
104640     02  FILLER                  PIC X(64)  VALUE
104640          '004*MODO DEBE SER R REGISTRA O C CONSULTA
104640-         '-BSEO032 '.
104640     02  FILLER                  PIC X(64)  VALUE
104640          '005*ENTIDAD DEBE SER 003
104640-         '-BSEO032 '.
104640     02  FILLER                  PIC X(64)  VALUE
104640          '006*DATOS DEL GASTO INCOMPLETOS O NO NUMERICOS
104640-         '-BSEO032 '.
104640     02  FILLER                  PIC X(64)  VALUE
104640          '007*CONCEPTO DE GASTO NO VALIDO
104640-         '-BSEO032 '.
104640     02  FILLER                  PIC X(64)  VALUE
104640          '008*OPERACION NO AUTORIZADA PARA EL USUARIO
104640-         '-BSEO032 '.
104640     02  FILLER                  PIC X(64)  VALUE
104640          '009*CUOTA DE LLAMADAS EXCEDIDA REINTENTE LUEGO
104640-         '-BSEO032 '.
104640     02  FILLER                  PIC X(64)  VALUE
104640          '010*ERROR AL ACCEDER ARCHIVO GASTJUD
104640-         '-BSEO032 '.
104640     02  FILLER                  PIC X(64)  VALUE
104640          '011*MONEDA NO VIGENTE EN TABLA MON
104640-         '-BSEO032 '.
104640     02  FILLER                  PIC X(64)  VALUE
104640          '012*LA CUENTA NO TIENE GASTOS REGISTRADOS
104640-         '-BSEO032 '.
104640     02  FILLER                  PIC X(64)  VALUE
104640          '013*RECUPERABLE DEBE SER S O N
104640-         '-BSEO032 '.
104663     02  FILLER                  PIC X(64)  VALUE
104663          '014*FECHA EFECTIVA EN PERIODO CERRADO
104663-         '-BSEO032 '.
104663     02  FILLER                  PIC X(64)  VALUE
104663          '015*SIN PERMISO PARA FORZAR EL PERIODO CERRADO
104663-         '-BSEO032 '.
104663     02  FILLER                  PIC X(64)  VALUE
104663          '016*ERROR AL VERIFICAR CIERRE DE PERIODO (REFTAB)
104663-         '-BSEO032 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '017*ID DE SOLICITUD YA USADO CON OTROS DATOS
104658-         '-BSEO032 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '018*SOLICITUD CON EL MISMO ID EN PROCESO REINTENTE
104658-         '-BSEO032 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '019*ERROR AL ACCEDER ARCHIVO IDEMLOG
104658-         '-BSEO032 '.
104640 01  FILLER  REDEFINES  WT01-TABLA-MENSAJES.
104658     02  FILLER  OCCURS  19  TIMES.
104640         04  WT01-COD-MSG        PIC 9(03).
104640         04  FILLER              PIC X(01).
104640         04  WT01-TXT-MSG.
104640             06  WT01-MSG-DSC    PIC X(51).
104640             06  WT01-MSG-PRG    PIC X(09).
