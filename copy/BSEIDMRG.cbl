      *------------------ REGISTRO DE IDEMPOTENCIA DE SOLICITUDES -----*
104658*    UNO POR USUARIO E ID DE SOLICITUD QUE EL CANAL INFORMA EN
104658*    LAS OPERACIONES DE ACTUALIZACION DEL BUS, CON LA TRAMA DE
104658*    ENTRADA Y LA RESPUESTA ORIGINAL. LO MANTIENE LA RUTINA
104658*    BSEOIDEM Y LO DEPURA EL LOTE BSEB074 POR ANTIGUEDAD
104658 01  REG-IDEMLOG.
104658     02  IDM-CLAVE.
104658         04  IDM-USER-ID             PIC X(08).
104658         04  IDM-ID-SOLICITUD        PIC X(20).
104658     02  IDM-OPERACION               PIC X(25).
104658     02  IDM-VERSION                 PIC X(02).
104658     02  IDM-ESTADO                  PIC X(01).
104658*        'P' EN PROCESO (RESERVADA AL LLEGAR LA SOLICITUD)
104658*        'C' COMPLETA CON LA RESPUESTA DEVUELTA AL CANAL
104658     02  IDM-FECHA                   PIC 9(08).
104658     02  IDM-HORA                    PIC 9(06).
104658*        LLEGADA DE LA SOLICITUD (AAAAMMDD HHMMSS); LA FECHA
104658*        MANDA LA DEPURACION
104658     02  IDM-CANT-REPETIDAS          PIC 9(05).
104658*        REINTENTOS ATENDIDOS CON LA RESPUESTA GUARDADA
104658     02  IDM-FEC-ULT-REPETIDA        PIC 9(08).
104658     02  IDM-HORA-ULT-REPETIDA       PIC 9(06).
104658     02  IDM-ENTRADA                 PIC X(600).
104658*        TRAMA DE ENTRADA DE LA SOLICITUD ORIGINAL
104658     02  IDM-COD-RESPUESTA           PIC 9(02).
104658     02  IDM-COD-MENSAJE             PIC 9(03).
104658     02  IDM-DESCR-MENSAJE           PIC X(60).
104658     02  IDM-LONGITUD-OUTPUT         PIC 9(05).
104658     02  IDM-SALIDA                  PIC X(900).
104658*        TRAMA DE SALIDA (BSE-DATOS) DE LA RESPUESTA ORIGINAL
104658     02  FILLER                      PIC X(41).
