      *------------------ CASOS DE ACCESO ATIPICO A CLIENTES ----------*
104646*    USUARIOS QUE EL ANALISIS DIARIO DE AUDITLOG (BSEB061) MARCA
104646*    POR COMPORTAMIENTO ATIPICO EN SUS CONSULTAS EXITOSAS. POR
104646*    CADA USUARIO UN REGISTRO 'C' CON EL RESUMEN Y LAS REGLAS QUE
104646*    DISPARO, SEGUIDO DE SUS LINEAS DE EVIDENCIA 'E'. EL PAN DE
104646*    LAS CONSULTAS DE TARJETA VIAJA ENMASCARADO. CABECERA 'H' Y
104646*    COLA 'T' CON CANTIDAD Y SUMA DE CONTROL (TOTAL CASO-CANTIDAD)
104646 01  REG-CASOACC.
104646     02  CASO-TIPO-REG               PIC X(01).
104646*        'C' CASO (RESUMEN DEL USUARIO) / 'E' EVIDENCIA
104646     02  CASO-USER-ID                PIC X(08).
104646     02  CASO-FEC-PROCESO            PIC 9(08).
104646     02  CASO-REGLA                  PIC X(01).
104646*        'V' CLIENTES DISTINTOS SOBRE EL UMBRAL DE REFTAB 'ACC'
104646*        'P' CLIENTES DISTINTOS SOBRE SU PROMEDIO DE 30 DIAS
104646*        'H' CONSULTA FUERA DEL HORARIO DE OFICINA
104646*        'S' CONSULTA DE EMPLEADO, OFICIAL, DIRECTOR O VIGILADO
104646*        'R' RAFAGA DE LA MISMA OPERACION EN POCOS MINUTOS
104646     02  CASO-REGLAS                 PIC X(05).
104646*        EN EL CASO: UNA POSICION POR REGLA DISPARADA (VPHSR)
104646     02  CASO-PROGRAMA               PIC X(08).
104646     02  CASO-OPERACION              PIC X(25).
104646     02  CASO-COD-CLIENTE            PIC X(18).
104646     02  CASO-MARCA                  PIC X(02).
104646*        (1:1) 'E' EMPLEADO / 'O' OFICIAL / 'D' DIRECTOR (SRMR011)
104646*        (2:1) 'V' DOCUMENTO EN LA LISTA DE VIGILANCIA (WATCHLST)
104646     02  CASO-HORA-DESDE             PIC 9(06).
104646     02  CASO-HORA-HASTA             PIC 9(06).
104646     02  CASO-CANTIDAD               PIC 9(07).
104646*        CASO: ACCESOS DEL DIA / EVIDENCIA: CLIENTES O LLAMADAS
104646     02  CASO-REFERENCIA             PIC 9(07)V99.
104646*        UMBRAL O PROMEDIO CONTRA EL QUE SE COMPARO
104646     02  CASO-DETALLE                PIC X(30).
104646     02  FILLER                      PIC X(16).
104646 01  REG-CASOACC-CTL.
104646     02  CASO-CTL-TIPO               PIC X(01).
104646     02  CASO-CTL-PROGRAMA           PIC X(08).
104646     02  CASO-CTL-FECHA              PIC 9(08).
104646     02  CASO-CTL-CANTIDAD           PIC 9(09).
104646     02  CASO-CTL-HASH-CANTIDAD      PIC 9(15).
104646     02  FILLER                      PIC X(109).
