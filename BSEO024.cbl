************************************************************************
***   * 104637 15/10/26 JCV LA LINEA DE LA CUENTA MUESTRA EL PUNTAJE  *
***   *               DE PRIORIDAD (SCORJUD) Y SU MOTIVO PRINCIPAL    *
***   * 104636 15/10/26 JCV LA LINEA DEL SECTORISTA MUESTRA CODIGO Y  *
***   *               NOMBRE DEL ASIGNADO EN ASIGLOG/SECTMAE          *
***   * 104632 15/10/26 JCV LOS PAGOS EXTORNADOS (BSEO030) SE MARCAN  *
***   *               EN LAS LINEAS DE PAGO DE LA PANTALLA (VERSION   *
***   *               02 DE CONSULTARPAGOSCOBRANZAJUD)                *
***   * 104629 02/09/26 JCV LA BITACORA SE RECORRE HACIA ADELANTE    *
***   *               GUARDANDO LAS ULTIMAS CUATRO NOTAS: UN READPREV *
***   *               TRAS UN STARTBR GTEQ SIN CLAVE EXACTA DA NOTFND *
           02  WE-D1-CODSIT            PIC X(02)  VALUE SPACES.
           02  FILLER                  PIC X(01)  VALUE SPACES.
           02  WE-D1-DESCODSIT         PIC X(30)  VALUE SPACES.
104637     02  FILLER                  PIC X(08)  VALUE '  PRIOR '.
104637     02  WE-D1-PUNTAJE           PIC ZZZ9   VALUE ZEROS.
104637     02  FILLER                  PIC X(01)  VALUE SPACES.
104637     02  WE-D1-MOTIVO            PIC X(03)  VALUE SPACES.
       01  WE-LINEA-DET2.
           02  FILLER                  PIC X(13)  VALUE 'SALDO ACTUAL '.
           02  WE-D2-SALACT            PIC -9(13).99.
           02  WE-D2-MONEDA            PIC X(10)  VALUE SPACES.
       01  WE-LINEA-DET3.
           02  FILLER                  PIC X(11)  VALUE 'SECTORISTA '.
104636     02  WE-D3-SECTORISTA.
104636         03  WE-D3-SECT-CODIGO   PIC X(04)  VALUE SPACES.
104636         03  FILLER              PIC X(01)  VALUE SPACES.
104636         03  WE-D3-SECT-NOMBRE   PIC X(25)  VALUE SPACES.
           02  FILLER                  PIC X(09)  VALUE '  ESTUDIO'.
           02  FILLER                  PIC X(01)  VALUE SPACES.
           02  WE-D3-ESTUDIO           PIC X(04)  VALUE SPACES.
           02  FILLER                  PIC X(07)  VALUE '  SALDO'.
           02  FILLER                  PIC X(01)  VALUE SPACES.
           02  WE-PA-SALDO             PIC -9(13).99.
104632     02  FILLER                  PIC X(01)  VALUE SPACES.
104632     02  WE-PA-EXTORNO           PIC X(09)  VALUE SPACES.
      *------------------ MAPA SIMBOLICO ------------------------------*
           COPY BSEWRKM.
      *------------------ REGISTRO DEL ARCHIVO DE PROMESAS ------------*
           COPY BSEPRORG.
      *------------------ REGISTRO DEL ARCHIVO DE BITACORA ------------*
104622     COPY BSEBITRG.
      *------------------ REGISTRO DEL ARCHIVO DE ASIGNACIONES --------*
104636     COPY BSEASGRG.
      *------------------ REGISTRO DEL MAESTRO DE SECTORISTAS ---------*
104636     COPY BSESECRG.
      *------------------ REGISTRO DEL PUNTAJE DE PRIORIDAD -----------*
104637     COPY BSEPUNRG.
      *------------------ BUFFER PARA LLAMADAS INTERNAS AL BUS --------*
      *    MISMO LAYOUT DE REG-COMMAREA-BSE (COPY BSECCOM), USADO PARA
      *    ENCADENAR LAS LLAMADAS A BSEO002, BSEO018 Y BSEO014
           MOVE BSEC002O-CTAAFI        TO WE-D1-CTAAFI.
           MOVE BSEC002O-CODSIT        TO WE-D1-CODSIT.
           MOVE BSEC002O-DESCODSIT     TO WE-D1-DESCODSIT.
104637     PERFORM  BUSCAR-PUNTAJE.
           MOVE WE-LINEA-DET1          TO WDETLINO (1).
           MOVE BSEC002O-SALACT        TO WE-D2-SALACT.
           MOVE BSEC002O-DESMONEDA     TO WE-D2-MONEDA.
           MOVE WE-LINEA-DET2          TO WDETLINO (2).
104636     PERFORM  BUSCAR-SECTORISTA-ASIGNADO.
           MOVE BSEC002O-CODESTUDIO    TO WE-D3-ESTUDIO.
           MOVE BSEC002O-DESESTUDIO    TO WE-D3-DESESTUDIO.
           MOVE WE-LINEA-DET3          TO WDETLINO (3).
           MOVE BSEC002O-EXP-ETAPA     TO WE-D6-ETAPA.
           MOVE BSEC002O-EXP-DESC-ETAPA TO WE-D6-DESC-ETAPA.
           MOVE WE-LINEA-DET6          TO WDETLINO (6).
      *----------------------------*
104636 BUSCAR-SECTORISTA-ASIGNADO.
      *----------------------------*
104636*--- EL SECTORISTA ASIGNADO (ASIGLOG) SE MUESTRA CON CODIGO Y
104636*--- NOMBRE DE SECTMAE; SIN ASIGNACION, EL QUE INFORMA CRM
104636     MOVE BSEC002O-SECTORISTA    TO WE-D3-SECTORISTA.
104636     MOVE BSEC002O-CTAAFI        TO ASIG-CTAAFI.
104636     EXEC CICS READ FILE      ('ASIGLOG')
104636                    INTO       (REG-ASIGLOG)
104636                    RIDFLD     (ASIG-CTAAFI)
104636                    RESP       (WE-RC)
104636     END-EXEC.
104636     IF WE-RC = DFHRESP(NORMAL)
104636        MOVE SPACES              TO WE-D3-SECTORISTA
104636        MOVE ASIG-SECTORISTA     TO WE-D3-SECT-CODIGO
104636        MOVE ASIG-SECTORISTA     TO SECT-CODIGO
104636        EXEC CICS READ FILE   ('SECTMAE')
104636                       INTO    (REG-SECTMAE)
104636                       RIDFLD  (SECT-CODIGO)
104636                       RESP    (WE-RC)
104636        END-EXEC
104636        IF WE-RC = DFHRESP(NORMAL)
104636           MOVE SECT-NOMBRE      TO WE-D3-SECT-NOMBRE
104636        END-IF
104636     END-IF.
      *----------------*
104637 BUSCAR-PUNTAJE.
      *----------------*
104637*--- PUNTAJE NOCTURNO DE BSEB052; SIN PUNTAJE LA CUENTA MUESTRA
104637*--- CERO Y MOTIVO EN BLANCO
104637     MOVE ZEROS                  TO WE-D1-PUNTAJE.
104637     MOVE SPACES                 TO WE-D1-MOTIVO.
104637     MOVE BSEC002O-CTAAFI        TO SCOR-CTAAFI.
104637     EXEC CICS READ FILE      ('SCORJUD')
104637                    INTO       (REG-SCORJUD)
104637                    RIDFLD     (SCOR-CTAAFI)
104637                    RESP       (WE-RC)
104637     END-EXEC.
104637     IF WE-RC = DFHRESP(NORMAL)
104637        MOVE SCOR-PUNTAJE        TO WE-D1-PUNTAJE
104637        MOVE SCOR-MOTIVO-PRINCIPAL TO WE-D1-MOTIVO
104637     END-IF.
      *-----------------*
       ARMAR-PROMESAS.
      *-----------------*
           INITIALIZE                  WK-COMMAREA-BSE.
           MOVE 'CONSULTARPAGOSCOBRANZAJUD'
                                       TO WK-CODIGO-OPERACION.
104632     MOVE '02'                   TO WK-VERSION-OPERACION.
           MOVE WE-USER-ID             TO WK-USER-ID.
           INITIALIZE                  REG-BSEC018I.
           MOVE '$CL'                  TO BSEC018I-ID-APLI.
                               K >= 4
                    ADD  1             TO J
                    ADD  1             TO K
104632              MOVE BSEC018O-FEC-PAGO-V02 (J)   TO WE-PA-FECHA
104632              MOVE BSEC018O-IMP-PAGO-V02 (J)   TO WE-PA-IMPORTE
104632              MOVE BSEC018O-SALDO-DESP-V02 (J) TO WE-PA-SALDO
104632              MOVE SPACES        TO WE-PA-EXTORNO
104632              IF BSEC018O-FLAG-EXTORNO (J) = 'X'
104632                 MOVE 'EXTORNADO' TO WE-PA-EXTORNO
104632              END-IF
                    MOVE WE-LINEA-PAGO TO WPAGLINO (K)
                 END-PERFORM
                 IF K = 0
