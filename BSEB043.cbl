************************************************************************
***   * 104633 15/10/26 JCV LA COTIZACION VENCIDA ('V') TAMPOCO SE   *
***   *               RECONTROLA                                      *
***   * 104629 02/09/26 JCV LA RECARGA PRELNEW LLEVA LA LONGITUD     *
***   *               COMPLETA DEL REGISTRO (222): ANTES TRUNCABA LA  *
***   *               MARCA DE ESTADO QUE ESTE PROCESO DEBE PERSISTIR *
      *------------------------*
       CONTROLAR-COTIZACION.
      *------------------------*
104633*--- UNA COTIZACION YA APLICADA, OBSERVADA O VENCIDA NO SE
104633*--- RECONTROLA
104633     IF PRELOG-ESTADO = 'A' OR 'O' OR 'V'
              CONTINUE
           ELSE
              MOVE SPACES              TO WE-SW-OBSERVADA
