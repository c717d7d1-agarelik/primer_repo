      *------------------ REGISTRO DE LA COLA DE PROCESOS MASIVOS -----*
104657*    UN REGISTRO POR PROCESO MASIVO SOLICITADO EN LINEA
104657*    (BSEO038): OPERACION DE CONSULTA A EJECUTAR, ARCHIVO CON
104657*    LA LISTA DE TRAMAS DE ENTRADA Y SOLICITANTE. EL LOTE
104657*    BSEB073 LO ATIENDE Y ACTUALIZA ESTADO Y CONTADORES DIRECTO
104657*    SOBRE EL ARCHIVO, COMO BSEBRUNC CON RUNCTL, PARA QUE LA
104657*    CONSULTA (BSEO039) VEA EL PROCESO MIENTRAS CORRE
104657 01  REG-COLAMAS.
104657     02  MAS-NRO-PROCESO.
104657         04  MAS-NRO-FECHA           PIC 9(07).
104657         04  MAS-NRO-TASK            PIC 9(07).
104657*        FECHA (EIBDATE) Y TAREA CICS DE LA SOLICITUD
104657     02  MAS-OPERACION               PIC X(25).
104657     02  MAS-VERSION                 PIC X(02).
104657     02  MAS-USER-ID                 PIC X(08).
104657*        SOLICITANTE: CADA FILA SE EJECUTA CON SUS PERMISOS
104657*        (PERMUSU) Y CONSUME SU CUOTA HORARIA (QTAPARM)
104657     02  MAS-ARCHIVO-LISTA           PIC X(44).
104657     02  MAS-ARCHIVO-RESULTADO       PIC X(44).
104657*        LO ARMA BSEB073 AL INICIAR EL PROCESO
104657     02  MAS-ESTADO                  PIC X(01).
104657*        'Q' EN COLA (TAMBIEN EL PAUSADO POR CUOTA, CON FILA A
104657*            REANUDAR) / 'E' EN EJECUCION / 'T' TERMINADO /
104657*        'F' FALLIDO
104657     02  MAS-FEC-SOLICITUD           PIC 9(08).
104657     02  MAS-HORA-SOLICITUD          PIC 9(06).
104657     02  MAS-FEC-INICIO              PIC 9(08).
104657     02  MAS-HORA-INICIO             PIC 9(06).
104657     02  MAS-FEC-FIN                 PIC 9(08).
104657     02  MAS-HORA-FIN                PIC 9(06).
104657     02  MAS-CANT-FILAS              PIC 9(07).
104657     02  MAS-CANT-OK                 PIC 9(07).
104657     02  MAS-CANT-ERROR              PIC 9(07).
104657*        FILAS EJECUTADAS, CON RESPUESTA 00 Y CON OTRA RESPUESTA
104657     02  MAS-FILA-REANUDAR           PIC 9(07).
104657*        FILA DESDE LA QUE SIGUE UN PROCESO PAUSADO; CERO = DESDE
104657*        EL PRINCIPIO
104657     02  MAS-MOTIVO                  PIC X(60).
104657     02  FILLER                      PIC X(32).
