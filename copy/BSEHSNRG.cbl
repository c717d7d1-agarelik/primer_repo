      *------------------ REGISTRO DE LA FOTO MENSUAL JUDICIAL --------*
104656*    POSICION DE CADA CUENTA DE LA FOTO NOCTURNA (SNAPJUD) AL
104656*    CIERRE DE CADA MES, GUARDADA POR EL ARCHIVO DE FIN DE MES
104656*    (BSEB072) EN HISTSNAP (CLAVE PERIODO AAAAMM + CTAAFI) PARA
104656*    CONSULTAR UNA CUENTA COMO ESTABA EN UN CIERRE ANTERIOR
104656*    (BSEO037). SE CONSERVAN LOS ULTIMOS N PERIODOS (PARM)
104656 01  REG-HISTSNAP.
104656     02  HSN-CLAVE.
104656         04  HSN-PERIODO             PIC 9(06).
104656         04  HSN-CTAAFI              PIC X(10).
104656     02  HSN-FEC-FOTO                PIC 9(08).
104656*        FECHA DE LA FOTO NOCTURNA ARCHIVADA (CABECERA DE SNAPJUD)
104656     02  HSN-NROBOVEDA               PIC X(10).
104656     02  HSN-CODGL                   PIC X(04).
104656     02  HSN-SITUAC                  PIC X(02).
104656     02  HSN-DESC-SITUAC             PIC X(30).
104656     02  HSN-COD-SECTORISTA          PIC X(04).
104656     02  HSN-SECTORISTA              PIC X(30).
104656*        ASIGNADO EN ASIGLOG CON SU NOMBRE DE SECTMAE; SIN
104656*        ASIGNACION, CODIGO EN BLANCO Y NOMBRE DE LA FOTO (CRM)
104656     02  HSN-FEC-INGRESO             PIC 9(08).
104656     02  HSN-FEC-VENCIM              PIC 9(08).
104656     02  HSN-IMPO-ORIG               PIC S9(13)V99.
104656     02  HSN-SALACT                  PIC S9(13)V99.
104656     02  HSN-MONEDA                  PIC X(02).
104656     02  HSN-DESC-MONEDA             PIC X(10).
104656     02  HSN-COD-ESTUDIO             PIC X(04).
104656     02  HSN-DESC-ESTUDIO            PIC X(30).
104656     02  HSN-TASHONCLI               PIC S9(03)V99.
104656     02  FILLER                      PIC X(19).
