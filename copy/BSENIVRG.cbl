      *------------------ REGISTRO DE NIVELES DE ATRIBUCION -----------*
104659*    NIVEL DE ATRIBUCION ASIGNADO A CADA USUARIO DEL BUS. UN
104659*    USUARIO SIN REGISTRO NO TIENE ATRIBUCION EN LAS OPERACIONES
104659*    SUJETAS A LA MATRIZ (ATRIBUC) Y TODA DECISION SE LE DERIVA
104659 01  REG-NIVUSU.
104659     02  NIVU-USER-ID                PIC X(08).
104659     02  NIVU-NIVEL                  PIC 9(02).
104659*        01 EL MENOR; A MAYOR NUMERO, MAYOR ATRIBUCION
104659     02  NIVU-FEC-ALTA               PIC 9(08).
104659     02  NIVU-USER-MMTO              PIC X(08).
