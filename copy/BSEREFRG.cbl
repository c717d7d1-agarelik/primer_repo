104562     02  REFTAB-CLAVE.
104562         04  REFTAB-TABLA            PIC X(03).
104562*            'MON' MONEDAS / 'GLQ' GRUPOS LIQ. / 'ENT' ENTIDADES
104636*            'EQP' EQUIPO DE SECTORISTAS POR ESTUDIO: CODIGO =
104636*                  ESTUDIO ('*' POR DEFECTO), DESCRIPCION (1:4) =
104636*                  EQUIPO (ASIGNACION NOCTURNA BSEB050)
104637*            'SCO' PESOS DEL PUNTAJE DE PRIORIDAD: CODIGO =
104637*                  COMPONENTE (SAL VEN PRO PIN CNV EMB NOT FAL),
104637*                  DESCRIPCION (1:3) = PESO 000-999 (BSEB052)
104638*            'PLZ' PLAZOS PROCESALES: CODIGO = ETAPA ACTUAL (1:3)
104638*                  Y SIGUIENTE (4:3), EJ. 'DEMSEN'; DESCRIPCION
104638*                  (1:3) = DIAS HABILES, (5:26) = PROXIMO PASO
104638*                  (AGENDA DE PLAZOS BSEB053)
104646*            'ACC' PARAMETROS DE ACCESOS ATIPICOS: CODIGO =
104646*                  MAXCLI FACTOR MINCLI DIAHIS HORINI HORFIN
104646*                  RAFCAN RAFMIN; DESCRIPCION (1:5) = VALOR
104646*                  NUMERICO (ANALISIS DIARIO BSEB061)
104648*            'RET' DIAS DE RETENCION: CODIGO = ARCHIVO (1:5) Y
104648*                  ESTADO DEL REGISTRO (6:1), '*' CUALQUIER
104648*                  ESTADO Y '-' ESTADO EN BLANCO; DESCRIPCION
104648*                  (1:5) = DIAS, 00000 = NO SE DEPURA (BSEB064)
104661*            'RCL' TIPOS DE RECLAMO: CODIGO = TIPO (1:3),
104661*                  DESCRIPCION (1:3) = DIAS CORRIDOS DE PLAZO DE
104661*                  RESPUESTA, 000 = PLAZO GENERAL DE 30 (BSEO041)
104663*            'CIE' CIERRE CONTABLE: CODIGO = PERIODO AAAAMM; LA
104663*                  ENTRADA VIGENTE CIERRA EL PERIODO PARA LOS
104663*                  REGISTROS CON FECHA EFECTIVA EN EL (BSEOCIER)
104663*                  Y LA BAJA LO REABRE; DESCRIPCION LIBRE
104666*            'DOC' TIPOS DE DOCUMENTO DIGITAL: CODIGO = TIPO (1:3)
104666*                  (DEM SEN OFI CNV LET FAC OTR); DESCRIPCION
104666*                  LIBRE (INDICE DOCIDX, BSEO042 Y BSEB082)
104562         04  REFTAB-CODIGO           PIC X(06).
104562     02  REFTAB-DESCRIPCION          PIC X(30).
104562     02  REFTAB-FEC-VIGENCIA         PIC 9(08).
