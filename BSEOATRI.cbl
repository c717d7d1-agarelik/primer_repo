************************************************************************
***   * 104659 15/10/26 JCV RUTINA DE ATRIBUCIONES DELEGADAS POR NIVEL *
***   *               DE USUARIO, OPERACION Y MONEDA                   *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** RUTINA DE ATRIBUCIONES DELEGADAS (ATRIBUC / NIVUSU)         **
*OBJET*** CONVIERTE A SOLES EL IMPORTE DE LA DECISION (BSEOTCAM) Y    **
*OBJET*** LO COMPARA CON EL LIMITE DEL NIVEL DEL USUARIO PARA LA      **
*OBJET*** OPERACION Y MONEDA. SI LO EXCEDE RESPONDE '04' CON EL NIVEL **
*OBJET*** QUE LO CUBRE. CADA DECISION SUJETA QUEDA EN AUTLOG          **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEOATRI.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       DATA DIVISION.
      *=============*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-RC                   PIC S9(08) COMP VALUE ZEROS.
           02  WE-LONG-ATR             PIC S9(04) COMP VALUE ZEROS.
           02  WE-LONG-AUT             PIC S9(04) COMP VALUE ZEROS.
           02  WE-ABSTIME              PIC S9(15) COMP-3 VALUE ZEROS.
           02  WE-FECHA-HOY            PIC 9(08)  VALUE ZEROS.
           02  WE-HORA-HOY             PIC 9(06)  VALUE ZEROS.
           02  WE-SW-SUJETA            PIC X(01)  VALUE SPACES.
           02  WE-SW-FIN-BROWSE        PIC X(01)  VALUE SPACES.
           02  WE-PORC-USO             PIC 9(05)V99 VALUE ZEROS.
      *------------------ REGISTRO DE LA MATRIZ DE ATRIBUCIONES -------*
           COPY BSEATRRG.
      *------------------ REGISTRO DE NIVELES DE ATRIBUCION -----------*
           COPY BSENIVRG.
      *------------------ REGISTRO DE DECISIONES CON ATRIBUCION -------*
           COPY BSEAUTRG.
      *------------------ COMMAREA RUTINA BSEOTCAM (TIPO DE CAMBIO) ---*
           COPY BSETCMCA.
      *------------------ COMMAREA RUTINA BSEOATRI --------------------*
           COPY BSEATRCA.
      *---------------*
       LINKAGE SECTION.
      *---------------*
       01  DFHCOMMAREA          PIC X(110).
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
           MOVE DFHCOMMAREA            TO ATB-COMMAREA.
           MOVE '00'                   TO ATB-COD-RESPTA.
           MOVE ZEROS                  TO ATB-NIVEL.
           MOVE ZEROS                  TO ATB-NIVEL-REQUERIDO.
           MOVE ZEROS                  TO ATB-IMP-SOLES.
           MOVE ZEROS                  TO ATB-LIMITE.
           MOVE ZEROS                  TO TCM-TIPO-CAMBIO.
           MOVE LENGTH OF REG-ATRIBUC  TO WE-LONG-ATR.
           MOVE LENGTH OF REG-AUTLOG   TO WE-LONG-AUT.
           EXEC CICS ASKTIME ABSTIME (WE-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (WE-ABSTIME)
                                YYYYMMDD (WE-FECHA-HOY)
                                TIME     (WE-HORA-HOY)
           END-EXEC.
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
      *--- SOLO LAS OPERACIONES CON FILAS EN LA MATRIZ ESTAN SUJETAS;
      *--- LAS DEMAS PASAN SIN CONTROL NI REGISTRO EN AUTLOG
           PERFORM  VERIFICAR-OPERACION-SUJETA.
           IF ATB-COD-RESPTA = '00' AND WE-SW-SUJETA = 'S'
              PERFORM  CONVERTIR-A-SOLES
              IF ATB-COD-RESPTA = '00'
                 PERFORM  LEER-NIVEL-USUARIO
              END-IF
              IF ATB-COD-RESPTA = '00'
                 PERFORM  LEER-LIMITE-NIVEL
              END-IF
              IF ATB-COD-RESPTA = '00'
                 PERFORM  COMPARAR-CON-LIMITE
                 PERFORM  GRABAR-AUTLOG
              END-IF
           END-IF.
      *--------------------------*
       VERIFICAR-OPERACION-SUJETA.
      *--------------------------*
           MOVE 'N'                    TO WE-SW-SUJETA.
           MOVE ATB-OPERACION          TO ATR-OPERACION.
           MOVE LOW-VALUES             TO ATR-MONEDA.
           MOVE ZEROS                  TO ATR-NIVEL.
           EXEC CICS STARTBR FILE   ('ATRIBUC')
                             RIDFLD (ATR-CLAVE)
                             GTEQ
                             RESP   (WE-RC)
           END-EXEC.
           EVALUATE TRUE
              WHEN WE-RC = DFHRESP(NOTFND)
                 CONTINUE
              WHEN WE-RC NOT = DFHRESP(NORMAL)
                 MOVE '12'             TO ATB-COD-RESPTA
              WHEN OTHER
                 EXEC CICS READNEXT FILE   ('ATRIBUC')
                                    INTO   (REG-ATRIBUC)
                                    LENGTH (WE-LONG-ATR)
                                    RIDFLD (ATR-CLAVE)
                                    RESP   (WE-RC)
                 END-EXEC
                 IF WE-RC = DFHRESP(NORMAL) AND
                    ATR-OPERACION = ATB-OPERACION
                    MOVE 'S'           TO WE-SW-SUJETA
                 END-IF
                 IF WE-RC NOT = DFHRESP(NORMAL) AND
                    WE-RC NOT = DFHRESP(ENDFILE)
                    MOVE '12'          TO ATB-COD-RESPTA
                 END-IF
                 EXEC CICS ENDBR FILE ('ATRIBUC')
                                 RESP (WE-RC)
                 END-EXEC
           END-EVALUATE.
      *-----------------*
       CONVERTIR-A-SOLES.
      *-----------------*
      *--- EL LIMITE ESTA EN SOLES: EL IMPORTE SE CONVIERTE AL CAMBIO
      *--- DEL DIA (BSEOTCAM); SIN COTIZACION NO SE PUEDE DECIDIR
           MOVE ATB-MONEDA             TO TCM-MONEDA.
           EXEC CICS LINK PROGRAM ('BSEOTCAM')
                          COMMAREA (TCM-COMMAREA)
                          LENGTH   (LENGTH OF TCM-COMMAREA)
                          RESP     (WE-RC)
           END-EXEC.
           IF WE-RC NOT = DFHRESP(NORMAL)
              MOVE '12'                TO TCM-COD-RESPTA
           END-IF.
           EVALUATE TRUE
              WHEN TCM-COD-RESPTA = '00' AND TCM-TIPO-CAMBIO > 0
                 COMPUTE ATB-IMP-SOLES ROUNDED =
                         ATB-IMPORTE * TCM-TIPO-CAMBIO
                 END-COMPUTE
              WHEN TCM-COD-RESPTA = '12'
                 MOVE '12'             TO ATB-COD-RESPTA
              WHEN OTHER
                 MOVE '08'             TO ATB-COD-RESPTA
           END-EVALUATE.
      *------------------*
       LEER-NIVEL-USUARIO.
      *------------------*
      *--- SIN NIVEL ASIGNADO EL USUARIO NO TIENE ATRIBUCION (NIVEL 00)
           MOVE ATB-USER-ID            TO NIVU-USER-ID.
           EXEC CICS READ FILE      ('NIVUSU')
                          INTO       (REG-NIVUSU)
                          RIDFLD     (NIVU-USER-ID)
                          RESP       (WE-RC)
           END-EXEC.
           EVALUATE TRUE
              WHEN WE-RC = DFHRESP(NORMAL)
                 MOVE NIVU-NIVEL       TO ATB-NIVEL
              WHEN WE-RC = DFHRESP(NOTFND)
                 MOVE ZEROS            TO ATB-NIVEL
              WHEN OTHER
                 MOVE '12'             TO ATB-COD-RESPTA
           END-EVALUATE.
      *-----------------*
       LEER-LIMITE-NIVEL.
      *-----------------*
      *--- UN NIVEL SIN FILA PARA LA OPERACION Y MONEDA TIENE LIMITE
      *--- CERO: TODA DECISION CON IMPORTE SE DERIVA
           MOVE ZEROS                  TO ATB-LIMITE.
           IF ATB-NIVEL > 0
              MOVE ATB-OPERACION       TO ATR-OPERACION
              MOVE ATB-MONEDA          TO ATR-MONEDA
              MOVE ATB-NIVEL           TO ATR-NIVEL
              EXEC CICS READ FILE   ('ATRIBUC')
                             INTO    (REG-ATRIBUC)
                             RIDFLD  (ATR-CLAVE)
                             RESP    (WE-RC)
              END-EXEC
              EVALUATE TRUE
                 WHEN WE-RC = DFHRESP(NORMAL)
                    MOVE ATR-IMP-MAXIMO TO ATB-LIMITE
                 WHEN WE-RC = DFHRESP(NOTFND)
                    CONTINUE
                 WHEN OTHER
                    MOVE '12'          TO ATB-COD-RESPTA
              END-EVALUATE
           END-IF.
      *-------------------*
       COMPARAR-CON-LIMITE.
      *-------------------*
           EVALUATE TRUE
              WHEN ATB-IMP-SOLES NOT > 0
                 MOVE ZEROS            TO WE-PORC-USO
              WHEN ATB-LIMITE NOT > 0
                 MOVE 99999.99         TO WE-PORC-USO
              WHEN OTHER
                 COMPUTE WE-PORC-USO ROUNDED =
                         ATB-IMP-SOLES * 100 / ATB-LIMITE
                    ON SIZE ERROR
                         MOVE 99999.99 TO WE-PORC-USO
                 END-COMPUTE
           END-EVALUATE.
           IF ATB-IMP-SOLES > ATB-LIMITE
              MOVE '04'                TO ATB-COD-RESPTA
              PERFORM  BUSCAR-NIVEL-REQUERIDO
           END-IF.
      *----------------------*
       BUSCAR-NIVEL-REQUERIDO.
      *----------------------*
      *--- EL MENOR NIVEL SUPERIOR AL DEL USUARIO CUYO LIMITE CUBRE EL
      *--- IMPORTE EN LA MISMA OPERACION Y MONEDA; 99 SI NINGUNO
           MOVE 99                     TO ATB-NIVEL-REQUERIDO.
           MOVE ATB-OPERACION          TO ATR-OPERACION.
           MOVE ATB-MONEDA             TO ATR-MONEDA.
           COMPUTE ATR-NIVEL = ATB-NIVEL + 1.
           EXEC CICS STARTBR FILE   ('ATRIBUC')
                             RIDFLD (ATR-CLAVE)
                             GTEQ
                             RESP   (WE-RC)
           END-EXEC.
           IF WE-RC = DFHRESP(NORMAL)
              MOVE 'N'                 TO WE-SW-FIN-BROWSE
              PERFORM UNTIL WE-SW-FIN-BROWSE = 'S'
                 EXEC CICS READNEXT FILE   ('ATRIBUC')
                                    INTO   (REG-ATRIBUC)
                                    LENGTH (WE-LONG-ATR)
                                    RIDFLD (ATR-CLAVE)
                                    RESP   (WE-RC)
                 END-EXEC
                 EVALUATE TRUE
                    WHEN WE-RC NOT = DFHRESP(NORMAL)
                       MOVE 'S'        TO WE-SW-FIN-BROWSE
                    WHEN ATR-OPERACION NOT = ATB-OPERACION OR
                         ATR-MONEDA    NOT = ATB-MONEDA
                       MOVE 'S'        TO WE-SW-FIN-BROWSE
                    WHEN ATR-IMP-MAXIMO NOT < ATB-IMP-SOLES
                       MOVE ATR-NIVEL  TO ATB-NIVEL-REQUERIDO
                       MOVE 'S'        TO WE-SW-FIN-BROWSE
                 END-EVALUATE
              END-PERFORM
              EXEC CICS ENDBR FILE ('ATRIBUC')
                              RESP (WE-RC)
              END-EXEC
           END-IF.
      *-------------*
       GRABAR-AUTLOG.
      *-------------*
      *--- LA DECISION QUEDA REGISTRADA PARA EL REPORTE MENSUAL; UNA
      *--- FALLA AL GRABAR NO CAMBIA LA RESPUESTA, COMO EN AUDITLOG
           MOVE WE-FECHA-HOY           TO AUTLOG-FECHA.
           MOVE WE-HORA-HOY            TO AUTLOG-HORA.
           MOVE EIBTASKN               TO AUTLOG-TAREA.
           MOVE ATB-USER-ID            TO AUTLOG-USER-ID.
           MOVE ATB-NIVEL              TO AUTLOG-NIVEL.
           MOVE ATB-OPERACION          TO AUTLOG-OPERACION.
           MOVE ATB-CTAAFI             TO AUTLOG-CTAAFI.
           MOVE ATB-REFERENCIA         TO AUTLOG-REFERENCIA.
           MOVE ATB-MONEDA             TO AUTLOG-MONEDA.
           MOVE ATB-IMPORTE            TO AUTLOG-IMPORTE.
           MOVE TCM-TIPO-CAMBIO        TO AUTLOG-TIPO-CAMBIO.
           MOVE ATB-IMP-SOLES          TO AUTLOG-IMP-SOLES.
           MOVE ATB-LIMITE             TO AUTLOG-LIMITE.
           MOVE WE-PORC-USO            TO AUTLOG-PORC-USO.
           IF ATB-COD-RESPTA = '04'
              MOVE 'E'                 TO AUTLOG-RESULTADO
           ELSE
              MOVE 'D'                 TO AUTLOG-RESULTADO
           END-IF.
           MOVE ATB-NIVEL-REQUERIDO    TO AUTLOG-NIVEL-REQUERIDO.
           EXEC CICS WRITE FILE     ('AUTLOG')
                          FROM       (REG-AUTLOG)
                          LENGTH     (WE-LONG-AUT)
                          RIDFLD     (AUTLOG-CLAVE)
                          RESP       (WE-RC)
           END-EXEC.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           MOVE ATB-COMMAREA           TO DFHCOMMAREA.
           EXEC CICS RETURN
           END-EXEC.
           GOBACK.
