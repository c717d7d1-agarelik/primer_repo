************************************************************************
***   * 104663 15/10/26 JCV RUTINA DE CONTROL DE PERIODO CERRADO       *
***   *               (REFTAB 'CIE') CON FORZADO AUTORIZADO EN SEGLOG  *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** RUTINA DE CONTROL DE PERIODO CONTABLE CERRADO               **
*OBJET*** EL PERIODO (AAAAMM) DE LA FECHA EFECTIVA ESTA CERRADO       **
*OBJET*** SI TIENE ENTRADA VIGENTE EN REFTAB 'CIE' Y RESPONDE '04'.   **
*OBJET*** SI SE PIDE FORZAR Y EL USUARIO TIENE EL PERMISO PUNTUAL     **
*OBJET*** RESPONDE '06'; EL FORZADO QUEDA EN SEGLOG (REPORTE BSEB079) **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEOCIER.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       DATA DIVISION.
      *=============*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-RC                   PIC S9(08) COMP VALUE ZEROS.
           02  WE-ABSTIME              PIC S9(15) COMP-3 VALUE ZEROS.
           02  WE-FECHA-HOY            PIC 9(08)  VALUE ZEROS.
           02  WE-FECHA-EFECTIVA       PIC 9(08)  VALUE ZEROS.
           02  WE-REGLA-CIERRE.
               03  FILLER              PIC X(04)  VALUE 'CIE-'.
               03  WE-REGLA-PERIODO    PIC 9(06)  VALUE ZEROS.
      *------------------ COMMAREA RUTINA BSEOREFT (TABLAS REF.) ------*
           COPY BSEREFCA.
      *------------------ COMMAREA RUTINA BSEOPERM (PERMISOS) ---------*
           COPY BSEPRMCA.
      *------------------ COMMAREA RUTINA BSEOSEGL (SEGURIDAD) --------*
           COPY BSESEGCA.
      *------------------ COMMAREA RUTINA BSEOCIER --------------------*
           COPY BSECIECA.
      *---------------*
       LINKAGE SECTION.
      *---------------*
       01  DFHCOMMAREA          PIC X(43).
      *------------------*
       PROCEDURE DIVISION.
      *------------------*
           PERFORM  INICIAR-RUTINA.
           PERFORM  PROCESAR-RUTINA.
           PERFORM  TERMINAR-RUTINA.
      *--------------*
       INICIAR-RUTINA.
      *--------------*
           IF EIBCALEN = 0
              EXEC CICS RETURN
              END-EXEC
              GOBACK
           END-IF.
           MOVE DFHCOMMAREA            TO CIE-COMMAREA.
           MOVE '00'                   TO CIE-COD-RESPTA.
           EXEC CICS ASKTIME ABSTIME (WE-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (WE-ABSTIME)
                                YYYYMMDD (WE-FECHA-HOY)
           END-EXEC.
           IF CIE-FEC-EFECTIVA IS NUMERIC AND CIE-FEC-EFECTIVA > 0
              MOVE CIE-FEC-EFECTIVA    TO WE-FECHA-EFECTIVA
           ELSE
              MOVE WE-FECHA-HOY        TO WE-FECHA-EFECTIVA
           END-IF.
           MOVE WE-FECHA-EFECTIVA (1:6) TO CIE-PERIODO.
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
      *--- EL PERIODO ESTA CERRADO MIENTRAS SU ENTRADA EN REFTAB 'CIE'
      *--- ESTE VIGENTE: LA ALTA LA CIERRA Y LA BAJA LA REABRE, AMBAS
      *--- CON APROBACION DE UN SEGUNDO USUARIO (BSEO012)
           PERFORM  BUSCAR-PERIODO-CERRADO.
           EVALUATE TRUE
              WHEN REF-COD-RESPTA = '04' OR '08'
                 MOVE '00'             TO CIE-COD-RESPTA
              WHEN REF-COD-RESPTA NOT = '00'
                 MOVE '12'             TO CIE-COD-RESPTA
              WHEN CIE-FORZAR = 'S'
                 PERFORM  VERIFICAR-PERMISO-FORZAR
              WHEN OTHER
                 MOVE '04'             TO CIE-COD-RESPTA
           END-EVALUATE.
      *----------------------*
       BUSCAR-PERIODO-CERRADO.
      *----------------------*
           MOVE 'B'                    TO REF-MODO.
           MOVE 'CIE'                  TO REF-TABLA.
           MOVE CIE-PERIODO            TO REF-CODIGO.
           EXEC CICS LINK PROGRAM ('BSEOREFT')
                          COMMAREA (REF-COMMAREA)
                          LENGTH   (LENGTH OF REF-COMMAREA)
                          RESP     (WE-RC)
           END-EXEC.
           IF WE-RC NOT = DFHRESP(NORMAL)
              MOVE '12'                TO REF-COD-RESPTA
           END-IF.
      *------------------------*
       VERIFICAR-PERMISO-FORZAR.
      *------------------------*
      *--- FORZAR UN PERIODO CERRADO ES UNA CAPACIDAD PUNTUAL (MODO
      *--- ESTRICTO): EL USO Y EL INTENTO SIN PERMISO QUEDAN EN SEGLOG
      *--- CON LA CUENTA; EL USO LLEVA EL PERIODO EN LA REGLA
           MOVE CIE-USER-ID            TO PRM-USER-ID.
           MOVE 'FORZARPERIODOCERRADO' TO PRM-OPERACION.
           MOVE 'E'                    TO PRM-MODO.
           EXEC CICS LINK PROGRAM ('BSEOPERM')
                          COMMAREA (PRM-COMMAREA)
                          LENGTH   (LENGTH OF PRM-COMMAREA)
                          RESP     (WE-RC)
           END-EXEC.
           IF WE-RC = DFHRESP(NORMAL) AND PRM-COD-RESPTA = '00'
              MOVE '06'                TO CIE-COD-RESPTA
              MOVE CIE-PERIODO         TO WE-REGLA-PERIODO
              MOVE WE-REGLA-CIERRE     TO SEG-REGLA
           ELSE
              MOVE '08'                TO CIE-COD-RESPTA
              MOVE 'CIE-DENEG '        TO SEG-REGLA
           END-IF.
           PERFORM  GRABAR-SEGLOG.
      *-------------*
       GRABAR-SEGLOG.
      *-------------*
           MOVE CIE-USER-ID            TO SEG-USER-ID.
           MOVE CIE-PROGRAMA           TO SEG-PROGRAMA.
           MOVE CIE-CTAAFI             TO SEG-COD-CLIENTE.
           MOVE EIBDATE                TO SEG-FECHA.
           MOVE EIBTIME                TO SEG-HORA.
           EXEC CICS LINK PROGRAM ('BSEOSEGL')
                          COMMAREA (SEG-COMMAREA)
                          LENGTH   (LENGTH OF SEG-COMMAREA)
                          RESP     (WE-RC)
           END-EXEC.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           MOVE CIE-COMMAREA           TO DFHCOMMAREA.
           EXEC CICS RETURN
           END-EXEC.
           GOBACK.
