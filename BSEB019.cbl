************************************************************************
***   * 104666 15/10/26 JCV ACEPTA LAS TABLAS RCL (TIPOS DE RECLAMO) Y *
***   *               DOC (TIPOS DE DOCUMENTO DIGITAL INDEXADO)        *
***   * 104648 15/10/26 JCV ACEPTA LA TABLA RET (DIAS DE RETENCION    *
***   *               POR ARCHIVO Y ESTADO DEL REGISTRO)              *
***   * 104646 15/10/26 JCV ACEPTA LA TABLA ACC (PARAMETROS DEL       *
***   *               ANALISIS DE ACCESOS ATIPICOS)                   *
***   * 104638 15/10/26 JCV ACEPTA LA TABLA PLZ (PLAZOS PROCESALES    *
***   *               POR ETAPA EN DIAS HABILES)                      *
***   * 104637 15/10/26 JCV ACEPTA LA TABLA SCO (PESOS DEL PUNTAJE DE *
***   *               PRIORIDAD DE COBRANZA)                          *
***   * 104636 15/10/26 JCV ACEPTA LA TABLA EQP (EQUIPO DE SECTORISTAS*
***   *               POR ESTUDIO)                                    *
***   * 104616 02/09/26 JCV REGISTRA LA CORRIDA EN RUNCTL (RUTINA    *
***   *               BSEBRUNC) CON CHEQUEO DE PREDECESOR            *
***   * 104562 22/08/26 JCV CARGA INICIAL DEL ARCHIVO REFTAB          *
      *---------------------*
       ARMAR-REGISTRO-CARGA.
      *---------------------*
104638     IF TAR-TABLA NOT = 'MON' AND 'GLQ' AND 'ENT' AND 'EQP' AND
104666                        'SCO' AND 'PLZ' AND 'ACC' AND 'RET' AND
104666                        'RCL' AND 'DOC'
              ADD  1                   TO WE-CONT-ERRORES
           ELSE
              MOVE TAR-TABLA           TO REFTAB-TABLA
