      *------------------ REGISTRO DE ALERTAS DE ACEPTANTES ------------*
104643*    ACEPTANTES DE LA CARTERA DESCONTADA QUE EL CRUCE NOCTURNO
104643*    (BSEB058) UBICO COMO DEUDORES JUDICIALES, EN LA LISTA DE
104643*    VIGILANCIA, FALLECIDOS O CON CASTIGO. SE RECARGA COMPLETO
104643*    CADA NOCHE; BSEO007 LO LEE PARA ALERTAR AL ANALISTA EN LA
104643*    EXPOSICION POR ACEPTANTE. MISMA CLAVE QUE ACEPLIM
104643 01  REG-ACEPALR.
104643     02  AALR-CLAVE.
104643         04  AALR-TIPDOC             PIC X(02).
104643         04  AALR-NRODOC             PIC X(11).
104643     02  AALR-FEC-CRUCE              PIC 9(08).
104643     02  AALR-COD-UNICO              PIC X(10).
104643     02  AALR-FLAG-JUDICIAL          PIC X(01).
104643*        'S' CLIENTE CON CUENTA EN LA FOTO SNAPJUD
104643     02  AALR-FLAG-VIGILANCIA        PIC X(01).
104643*        'S' DOCUMENTO EN LA LISTA DE VIGILANCIA (WATCHLST)
104643     02  AALR-FLAG-FALLECIDO         PIC X(01).
104643*        'S' DOCUMENTO MARCADO FALLECIDO (FALLLOG)
104643     02  AALR-FLAG-CASTIGO           PIC X(01).
104643*        'S' CUENTA PROPUESTA O APROBADA PARA CASTIGO (CTGLOG)
104643     02  AALR-CANT-CUENTAS-JUD       PIC 9(05).
104643     02  AALR-SALDO-JUD-SOLES        PIC S9(13)V99.
104643     02  AALR-EXPOSICION-SOLES       PIC S9(13)V99.
104643*        EXPOSICION DESCONTADA VIGENTE DEL ACEPTANTE EN SOLES
104643     02  FILLER                      PIC X(20).
