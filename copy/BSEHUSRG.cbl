      *------------------ HISTORIA DIARIA DE ACCESOS POR USUARIO -------*
104646*    CLIENTES DISTINTOS Y ACCESOS EXITOSOS DE CADA USUARIO POR DIA
104646*    DE AUDITLOG. BSEB061 LA RECARGA CADA DIA CONSERVANDO LOS
104646*    ULTIMOS 30 DIAS Y LA USA PARA EL PROMEDIO PROPIO DEL USUARIO
104646 01  REG-HISTUSR.
104646     02  HUS-USER-ID                 PIC X(08).
104646     02  HUS-FECHA                   PIC 9(07).
104646*        JULIANA 0CYYDDD, COMO AUDLOG-FECHA
104646     02  HUS-CANT-CLIENTES           PIC 9(05).
104646     02  HUS-CANT-ACCESOS            PIC 9(07).
104646     02  FILLER                      PIC X(13).
