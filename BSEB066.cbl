************************************************************************
***   * 104661 15/10/26 JCV NO SE EMITE LA RENDICION AL GIRADOR CON    *
***   *               RECLAMO ABIERTO (RECLAMO): VA AL REPORTE         *
***   * 104651 15/10/26 JCV RENDICION MENSUAL AL GIRADOR DE LOS        *
***   *               DOCUMENTOS DESCONTADOS, IMPRESA Y PARA ENVIO     *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO RENDICIONGIRADORES - LOTE MENSUAL                   **
*OBJET*** BARRE LA CARTERA DESCONTADA (TRAMA 030 POR GIRADOR) Y ARMA  **
*OBJET*** POR CADA GIRADOR LA RENDICION DEL MES: DOCUMENTOS COBRADOS  **
*OBJET*** A SUS ACEPTANTES Y DOCUMENTOS DEVUELTOS O CARGADOS AL       **
*OBJET*** GIRADOR EN EL PERIODO (FECHA DE CANCELACION O DEVOLUCION    **
*OBJET*** DE LA TRAMA 029), DOCUMENTOS PENDIENTES CON SU TRAMO DE     **
*OBJET*** ANTIGUEDAD (LOS MISMOS DE BSEO007), RETENCIONES VIGENTES    **
*OBJET*** DE RETHOLD Y TOTALES POR MONEDA. GRABA LA RENDICION         **
*OBJET*** IMPRESA Y UN ARCHIVO DE DATOS POR GIRADOR PARA EL ENVIO     **
*OBJET*** ELECTRONICO; LAS NO EMITIDAS VAN A UN REPORTE               **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB066.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-GIRADORES      ASSIGN TO GIRADOR
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-RETHOLD        ASSIGN TO RETHOLD
                                        ORGANIZATION IS SEQUENTIAL.
104661     SELECT  ARCH-RECLAMO        ASSIGN TO RECLAMO
104661                                  ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-RENDICION      ASSIGN TO RENDGIR
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-RENDDAT        ASSIGN TO RENDDAT
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-REPORTE        ASSIGN TO REPORTE
                                        ORGANIZATION IS SEQUENTIAL.
      *=============*
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------------ FECHA DE CORTE DE LA RENDICION --------------*
       FD  ARCH-PARM
           RECORDING MODE IS F.
       01  REG-PARM.
           02  PARM-FEC-PROCESO            PIC 9(08).
           02  PARM-CODENT                 PIC X(03).
      *------------------ GIRADORES DE LA CARTERA DESCONTADA -----------*
       FD  ARCH-GIRADORES
           RECORDING MODE IS F.
       01  REG-GIRADOR.
           02  GIR-TI-DOCU                 PIC X(02).
           02  GIR-NU-DOCU                 PIC X(10).
           02  GIR-COD-UNICO               PIC X(10).
      *------------------ RETENCIONES (DESCARGA DE RETHOLD) ------------*
       FD  ARCH-RETHOLD
           RECORDING MODE IS F.
           COPY BSERETRG.
      *------------------ RECLAMOS (DESCARGA DE RECLAMO) ---------------*
104661 FD  ARCH-RECLAMO
104661     RECORDING MODE IS F.
104661     COPY BSERCLRG.
      *------------------ RENDICIONES IMPRESAS PARA LOS GIRADORES ------*
       FD  ARCH-RENDICION
           RECORDING MODE IS F.
       01  REG-RENDICION                   PIC X(132).
      *------------------ RENDICIONES PARA EL ENVIO ELECTRONICO --------*
       FD  ARCH-RENDDAT
           RECORDING MODE IS F.
       01  REG-RENDDAT                     PIC X(170).
      *------------------ RENDICIONES NO EMITIDAS ----------------------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(80).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-EOF-GIRADORES            PIC X(01)  VALUE SPACES.
           02  WE-EOF-RETHOLD              PIC X(01)  VALUE SPACES.
           02  WE-SW-ENCONTRO              PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-FEC-DESDE                PIC 9(08)  VALUE ZEROS.
           02  WE-FEC-DESDE-R  REDEFINES  WE-FEC-DESDE.
               03  WE-FD-AAAAMM            PIC 9(06).
               03  WE-FD-DD                PIC 9(02).
           02  WE-CODENT                   PIC X(03)  VALUE '003'.
           02  WE-CTLS-ENT                 PIC X(16)  VALUE SPACES.
           02  WE-CUNICO                   PIC X(10)  VALUE SPACES.
           02  WE-NOMBRE                   PIC X(80)  VALUE SPACES.
           02  WE-MOTIVO                   PIC X(40)  VALUE SPACES.
           02  WE-SECUENCIA                PIC X(10)  VALUE SPACES.
           02  WE-SECCION                  PIC X(01)  VALUE SPACES.
           02  WE-DIAS-PROCESO             PIC 9(07)  VALUE ZEROS.
           02  WE-DIAS-VCTO                PIC 9(07)  VALUE ZEROS.
           02  WE-DIAS-MORA                PIC S9(07) VALUE ZEROS.
           02  WE-FECHA-TRAB               PIC 9(08)  VALUE ZEROS.
           02  FILLER  REDEFINES  WE-FECHA-TRAB.
               03  WE-FT-AAAA              PIC 9(04).
               03  WE-FT-MM                PIC 9(02).
               03  WE-FT-DD                PIC 9(02).
           02  WE-CONT-GIRADORES           PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-DOCS                PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-RENDICIONES         PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-SIN-MOVIM           PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-EXCEDIDOS           PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-RETENCIONES         PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-REGISTROS           PIC 9(09)  VALUE ZEROS.
           02  WE-HASH-IMPORTE             PIC 9(15)  VALUE ZEROS.
           02  WE-CONT-ERRORES             PIC 9(07)  VALUE ZEROS.
           02  I                           PIC 9(05)  VALUE ZEROS.
           02  J                           PIC 9(05)  VALUE ZEROS.
           02  K                           PIC 9(05)  VALUE ZEROS.
           02  N                           PIC 9(03)  VALUE ZEROS.
           02  P                           PIC 9(03)  VALUE ZEROS.
104661     02  WE-EOF-RECLAMO              PIC X(01)  VALUE SPACES.
104661     02  WE-SW-RECLAMO               PIC X(01)  VALUE SPACES.
104661     02  WE-CONT-RECLAMOS            PIC 9(07)  VALUE ZEROS.
104661     02  R9                          PIC 9(05)  VALUE ZEROS.
      *------------------ TRAMOS DE ANTIGUEDAD (MISMOS QUE BSEO007) ----*
       01  WE-TABLA-TRAMOS.
           02  FILLER                      PIC X(50)  VALUE
               'POR VENCER1-30 DIAS 31-60 DIAS61-90 DIASMAS DE 90 '.
       01  WE-TABLA-TRAMOS-R  REDEFINES  WE-TABLA-TRAMOS.
           02  WE-TRA-TEXTO  OCCURS  5  TIMES
                                           PIC X(10).
      *------------------ SECCIONES DE LA RENDICION --------------------*
       01  WE-TABLA-SECCIONES.
           02  FILLER                      PIC X(21)  VALUE
               'CCOBRADOS            '.
           02  FILLER                      PIC X(21)  VALUE
               'DDEVUELTOS           '.
           02  FILLER                      PIC X(21)  VALUE
               'PPENDIENTES          '.
           02  FILLER                      PIC X(21)  VALUE
               'RRETENIDOS           '.
       01  WE-TABLA-SECCIONES-R  REDEFINES  WE-TABLA-SECCIONES.
           02  WE-SEC-OCC  OCCURS  4  TIMES.
               03  WE-SEC-CODIGO           PIC X(01).
               03  WE-SEC-TEXTO            PIC X(20).
      *------------------ RETENCIONES VIGENTES AL CORTE ----------------*
       01  WE-TABLA-RETENCIONES.
           02  WE-CANT-RET                 PIC 9(05)  VALUE ZEROS.
           02  WE-RET-OCC  OCCURS  5000  TIMES.
               03  WE-RET-NUMERO           PIC X(10).
               03  WE-RET-MOTIVO           PIC X(30).
               03  WE-RET-FEC-ALTA         PIC 9(08).
               03  WE-RET-FEC-EXPIRA       PIC 9(08).
      *------------------ CLIENTES CON RECLAMO ABIERTO -----------------*
104661 01  WE-TABLA-RECLAMOS.
104661     02  WE-CANT-RCL                 PIC 9(05)  VALUE ZEROS.
104661     02  WE-RCL-COD-UNICO  OCCURS  5000  TIMES
104661                                     PIC X(10).
      *------------------ DOCUMENTOS DEL GIRADOR EN PROCESO ------------*
       01  WE-GIRADOR.
           02  WE-SW-EXCEDIDO              PIC X(01).
           02  WE-SW-ERROR-CRM             PIC X(01).
           02  WE-CANT-LISTADOS            PIC 9(05).
           02  WE-CANT-RETENIDOS           PIC 9(05).
           02  WE-CANT-DOC                 PIC 9(05).
           02  WE-DOC-OCC  OCCURS  1000  TIMES.
               03  WE-DOC-PROD             PIC X(04).
               03  WE-DOC-NUMERO           PIC X(10).
               03  WE-DOC-FECVTO           PIC 9(08).
               03  WE-DOC-NOMACEP          PIC X(40).
               03  WE-DOC-SITUAC           PIC X(02).
               03  WE-DOC-MONEDA           PIC X(02).
               03  WE-DOC-IMPORTE          PIC S9(13)V99.
               03  WE-DOC-SECCION          PIC X(01).
               03  WE-DOC-FECHA            PIC 9(08).
               03  WE-DOC-TRAMO            PIC 9(01).
               03  WE-DOC-RETENCION        PIC 9(05).
           02  WE-CANT-MON                 PIC 9(02).
           02  WE-MON-OCC  OCCURS  10  TIMES.
               03  WE-MON-CODIGO           PIC X(02).
               03  WE-MON-SEC  OCCURS  4  TIMES.
                   04  WE-MON-CANT         PIC 9(05).
                   04  WE-MON-IMPORTE      PIC S9(13)V99.
      *------------------ LINEAS DE LA RENDICION -----------------------*
       01  WE-RG-TITULO.
           02  FILLER                      PIC X(48)  VALUE
               'RENDICION MENSUAL DE DOCUMENTOS DESCONTADOS'.
           02  FILLER                      PIC X(08)  VALUE 'PERIODO '.
           02  WE-RT-DESDE                 PIC 9(08)  VALUE ZEROS.
           02  FILLER                      PIC X(04)  VALUE ' AL '.
           02  WE-RT-HASTA                 PIC 9(08)  VALUE ZEROS.
           02  FILLER                      PIC X(56)  VALUE SPACES.
       01  WE-RG-GIRADOR.
           02  FILLER                      PIC X(08)  VALUE 'SENORES '.
           02  WE-RN-NOMBRE                PIC X(80)  VALUE SPACES.
           02  FILLER                      PIC X(44)  VALUE SPACES.
       01  WE-RG-DOCUMENTO.
           02  FILLER                      PIC X(10)  VALUE
               'DOCUMENTO '.
           02  WE-RD-TI-DOCU               PIC X(02)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-RD-NU-DOCU               PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(16)  VALUE
               '  CODIGO UNICO '.
           02  WE-RD-COD-UNICO             PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(83)  VALUE SPACES.
       01  WE-RG-SECCION.
           02  FILLER                      PIC X(04)  VALUE '--- '.
           02  WE-SC-TITULO                PIC X(50)  VALUE SPACES.
           02  FILLER                      PIC X(78)  VALUE SPACES.
       01  WE-RG-CAB-DOCS.
           02  FILLER                      PIC X(52)  VALUE
               '  DOCUMENTO  ACEPTANTE'.
           02  FILLER                      PIC X(36)  VALUE
               'MO VENCIMIENTO  FECHA   SITUACION'.
           02  FILLER                      PIC X(44)  VALUE
               '              IMPORTE'.
       01  WE-RG-DOC.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-RC-NUMERO                PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-RC-NOMACEP               PIC X(38)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-RC-MONEDA                PIC X(02)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-RC-FECVTO                PIC 9(08)  VALUE ZEROS.
           02  FILLER                      PIC X(03)  VALUE SPACES.
           02  WE-RC-FECHA                 PIC 9(08)  VALUE ZEROS.
           02  WE-RC-FECHA-X  REDEFINES  WE-RC-FECHA
                                           PIC X(08).
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-RC-SITUAC                PIC X(12)  VALUE SPACES.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-RC-IMPORTE               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(21)  VALUE SPACES.
       01  WE-RG-CAB-RETEN.
           02  FILLER                      PIC X(44)  VALUE
               '  DOCUMENTO  MOTIVO'.
           02  FILLER                      PIC X(88)  VALUE
               'MO ALTA      VENCE                    IMPORTE'.
       01  WE-RG-RETEN.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-RR-NUMERO                PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-RR-MOTIVO                PIC X(30)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-RR-MONEDA                PIC X(02)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-RR-FEC-ALTA              PIC 9(08)  VALUE ZEROS.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-RR-FEC-EXPIRA            PIC 9(08)  VALUE ZEROS.
           02  WE-RR-FEC-EXPIRA-X  REDEFINES  WE-RR-FEC-EXPIRA
                                           PIC X(08).
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-RR-IMPORTE               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(44)  VALUE SPACES.
       01  WE-RG-TOTAL.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  FILLER                      PIC X(07)  VALUE 'MONEDA '.
           02  WE-RL-MONEDA                PIC X(02)  VALUE SPACES.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-RL-TEXTO                 PIC X(20)  VALUE SPACES.
           02  WE-RL-CANT                  PIC ZZ,ZZ9.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-RL-IMPORTE               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(70)  VALUE SPACES.
       01  WE-RG-SIN-DATOS.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-SD-TEXTO                 PIC X(40)  VALUE SPACES.
           02  FILLER                      PIC X(90)  VALUE SPACES.
       01  WE-RG-CORTE.
           02  FILLER                      PIC X(40)  VALUE
               '----------------------------------------'.
           02  FILLER                      PIC X(92)  VALUE SPACES.
      *------------------ LINEAS DEL REPORTE ---------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(44)  VALUE
               'BSEB066 RENDICIONES NO EMITIDAS AL '.
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(28)  VALUE SPACES.
       01  WE-LINEA-EXCEPCION.
           02  WE-EX-TI-DOCU               PIC X(02)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-EX-NU-DOCU               PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-EX-COD-UNICO             PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-EX-MOTIVO                PIC X(40)  VALUE SPACES.
           02  FILLER                      PIC X(15)  VALUE SPACES.
      *------------------ RENDICION PARA EL ENVIO (AREA DE TRABAJO) ----*
           COPY BSERGIRG.
      *--- COPY PARA RUTINA CLLOCRM02 ($CL) --------------------------*
           COPY CL02CRM.
      *------------- RUTINA SRMR011 (CLIENTES) -----------------------*
       01  WF-COMMAREA-CICS.
           COPY SRMCICS.
      *------------------ COMMAREA RUTINA BSEBRUNC (CONTROL) ----------*
           COPY BSERUNCA.
      *------------------*
       PROCEDURE DIVISION.
      *------------------*
           PERFORM  INICIAR-RUTINA.
           PERFORM  REGISTRAR-INICIO-CORRIDA.
           PERFORM  PROCESAR-RUTINA.
           PERFORM  TERMINAR-RUTINA.
      *--------------*
       INICIAR-RUTINA.
      *--------------*
           OPEN INPUT   ARCH-PARM.
           READ ARCH-PARM
                AT END
                   CONTINUE
                NOT AT END
                   MOVE PARM-FEC-PROCESO   TO WE-FEC-PROCESO
                   IF PARM-CODENT NOT = SPACES
                      MOVE PARM-CODENT     TO WE-CODENT
                   END-IF
           END-READ.
           CLOSE  ARCH-PARM.
           IF WE-FEC-PROCESO = 0
              DISPLAY 'BSEB066 FECHA DE CORTE NO INFORMADA'
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *--- LA RENDICION VA DEL PRIMER DIA DEL MES AL CORTE
           MOVE WE-FEC-PROCESO         TO WE-FEC-DESDE.
           MOVE 01                     TO WE-FD-DD.
           MOVE WE-FEC-PROCESO         TO WE-FECHA-TRAB.
           PERFORM  CALCULAR-DIAS.
           MOVE WE-DIAS-MORA           TO WE-DIAS-PROCESO.
           MOVE '0000000000000000'     TO WE-CTLS-ENT.
           MOVE WE-CODENT              TO WE-CTLS-ENT (2:3).
           PERFORM  CARGAR-RETENCIONES.
104661     PERFORM  CARGAR-RECLAMOS.
           OPEN INPUT   ARCH-GIRADORES.
           OPEN OUTPUT  ARCH-RENDICION.
           OPEN OUTPUT  ARCH-RENDDAT.
           OPEN OUTPUT  ARCH-REPORTE.
           MOVE WE-FEC-PROCESO         TO WE-TIT-FECHA.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
           INITIALIZE                     REG-RENDGIR-CTL.
           MOVE 'H'                    TO RGI-CTL-TIPO.
           MOVE 'BSEB066 '             TO RGI-CTL-PROGRAMA.
           MOVE WE-FEC-PROCESO         TO RGI-CTL-FECHA.
           MOVE ZEROS                  TO RGI-CTL-CANTIDAD.
           MOVE ZEROS                  TO RGI-CTL-HASH-IMPORTE.
           WRITE REG-RENDDAT           FROM REG-RENDGIR-CTL.
      *------------------*
       CARGAR-RETENCIONES.
      *------------------*
      *--- SOLO LAS RETENCIONES VIGENTES Y NO VENCIDAS AL CORTE; LAS
      *--- VENCIDAS LAS LIBERA BSEB044 AUNQUE SIGAN EN 'V'
           OPEN INPUT  ARCH-RETHOLD.
           PERFORM UNTIL WE-EOF-RETHOLD = 'S'
              READ ARCH-RETHOLD
                   AT END
                      MOVE 'S'         TO WE-EOF-RETHOLD
                   NOT AT END
                      IF RET-ESTADO = 'V' AND
                         ( RET-FEC-EXPIRA = 0 OR
                           RET-FEC-EXPIRA >= WE-FEC-PROCESO )
                         IF WE-CANT-RET >= 5000
                            DISPLAY 'BSEB066 TABLA RETHOLD DESBORDADA'
                            PERFORM  CANCELAR-PROCESO
                         END-IF
                         ADD  1        TO WE-CANT-RET
                         MOVE RET-NUMERO
                              TO WE-RET-NUMERO     (WE-CANT-RET)
                         MOVE RET-MOTIVO
                              TO WE-RET-MOTIVO     (WE-CANT-RET)
                         MOVE RET-FEC-ALTA
                              TO WE-RET-FEC-ALTA   (WE-CANT-RET)
                         MOVE RET-FEC-EXPIRA
                              TO WE-RET-FEC-EXPIRA (WE-CANT-RET)
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE  ARCH-RETHOLD.
      *---------------*
104661 CARGAR-RECLAMOS.
      *---------------*
104661*--- CLIENTES CON ALGUN RECLAMO ABIERTO, SEA SOBRE UNA CUENTA
104661*--- JUDICIAL O SOBRE UN DOCUMENTO DESCONTADO
104661     OPEN INPUT  ARCH-RECLAMO.
104661     PERFORM UNTIL WE-EOF-RECLAMO = 'S'
104661        READ ARCH-RECLAMO
104661             AT END
104661                MOVE 'S'         TO WE-EOF-RECLAMO
104661             NOT AT END
104661                IF RCL-ESTADO = 'A' AND RCL-COD-UNICO NOT = SPACES
104661                   IF WE-CANT-RCL >= 5000
104661                      DISPLAY 'BSEB066 TABLA RECLAMO DESBORDADA'
104661                      PERFORM  CANCELAR-PROCESO
104661                   END-IF
104661                   ADD  1        TO WE-CANT-RCL
104661                   MOVE RCL-COD-UNICO
104661                            TO WE-RCL-COD-UNICO (WE-CANT-RCL)
104661                END-IF
104661        END-READ
104661     END-PERFORM.
104661     CLOSE  ARCH-RECLAMO.
      *-------------*
       CALCULAR-DIAS.
      *-------------*
      *--- DIAS APROXIMADOS (ANIO COMERCIAL) PARA TRAMOS DE MORA
           COMPUTE WE-DIAS-MORA = (WE-FT-AAAA * 360) +
                                  (WE-FT-MM   * 30)  +
                                   WE-FT-DD
           END-COMPUTE.
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
           PERFORM  LEER-GIRADOR.
           PERFORM UNTIL WE-EOF-GIRADORES = 'S'
              PERFORM  EVALUAR-GIRADOR
              PERFORM  LEER-GIRADOR
           END-PERFORM.
      *------------*
       LEER-GIRADOR.
      *------------*
           READ ARCH-GIRADORES
                AT END
                   MOVE 'S'              TO WE-EOF-GIRADORES
                NOT AT END
                   ADD  1                TO WE-CONT-GIRADORES
           END-READ.
      *---------------*
       EVALUAR-GIRADOR.
      *---------------*
           INITIALIZE                     WE-GIRADOR.
104661     PERFORM  VERIFICAR-RECLAMO.
104661     IF WE-SW-RECLAMO NOT = 'S'
104661        PERFORM  BARRER-GIRADOR
104661        IF WE-SW-ERROR-CRM NOT = 'S' AND WE-SW-EXCEDIDO NOT = 'S'
104661           PERFORM  CLASIFICAR-DOCUMENTOS
104661        END-IF
104661     END-IF.
           EVALUATE TRUE
104661        WHEN WE-SW-RECLAMO = 'S'
104661           ADD  1                TO WE-CONT-RECLAMOS
104661           MOVE 'GIRADOR CON RECLAMO ABIERTO (RECLAMO)'
104661                                 TO WE-MOTIVO
104661           PERFORM  GRABAR-EXCEPCION
              WHEN WE-SW-ERROR-CRM = 'S'
                 ADD  1                TO WE-CONT-ERRORES
                 MOVE 'ERROR DE CLOCRM02 AL LEER LA CARTERA'
                                       TO WE-MOTIVO
                 PERFORM  GRABAR-EXCEPCION
              WHEN WE-SW-EXCEDIDO = 'S'
                 ADD  1                TO WE-CONT-EXCEDIDOS
                 MOVE 'CARTERA EXCEDE EL FORMATO DE LA RENDICION'
                                       TO WE-MOTIVO
                 PERFORM  GRABAR-EXCEPCION
              WHEN WE-CANT-LISTADOS = 0 AND WE-CANT-RETENIDOS = 0
                 ADD  1                TO WE-CONT-SIN-MOVIM
              WHEN OTHER
                 MOVE GIR-COD-UNICO    TO WE-CUNICO
                 PERFORM  BUSCAR-NOMBRE
                 PERFORM  IMPRIMIR-RENDICION
                 PERFORM  GRABAR-RENDICION
                 ADD  1                TO WE-CONT-RENDICIONES
           END-EVALUATE.
      *-----------------*
104661 VERIFICAR-RECLAMO.
      *-----------------*
104661     MOVE SPACES                 TO WE-SW-RECLAMO.
104661     MOVE 0                      TO R9.
104661     PERFORM UNTIL R9 >= WE-CANT-RCL OR WE-SW-RECLAMO = 'S'
104661        ADD  1                   TO R9
104661        IF WE-RCL-COD-UNICO (R9) = GIR-COD-UNICO
104661           MOVE 'S'              TO WE-SW-RECLAMO
104661        END-IF
104661     END-PERFORM.
      *--------------*
       BARRER-GIRADOR.
      *--------------*
      *--- SE GUARDA LA CARTERA COMPLETA DEL GIRADOR ANTES DE PEDIR LA
      *--- TRAMA 029, QUE PISA LA COMMAREA DE LA TRAMA 030
           MOVE SPACES                 TO WE-SECUENCIA.
           MOVE SPACES                 TO CRM-CO-FLAG-CONT.
           MOVE +0000                  TO CRM-CO-COD-RETORNO.
           PERFORM UNTIL CRM-CO-FLAG-CONT = 'U' OR
                         WE-SW-ERROR-CRM = 'S' OR
                         WE-SW-EXCEDIDO  = 'S'
              PERFORM  LLAMAR-CLOCRM02
           END-PERFORM.
      *---------------*
       LLAMAR-CLOCRM02.
      *---------------*
           INITIALIZE                     CRM-CO-COMMAREA.
           MOVE 030                    TO CRM-CO-NRO-TRAMA.
           MOVE '$PR'                  TO CRM-CO-ID-APLI.
           MOVE WE-CODENT              TO CRM-CO-ID-BANCO.
           MOVE GIR-TI-DOCU            TO CRM-CO-TIPDOC.
           MOVE GIR-NU-DOCU            TO CRM-CO-NUMERO.
           MOVE 'D'                    TO CRM-CO-TIPO-BUSQ-30.
           MOVE GIR-COD-UNICO          TO CRM-CO-CODUNICO-30.
           MOVE WE-SECUENCIA           TO CRM-CO-SECUEN-30.
           MOVE 'NEXT'                 TO CRM-CO-FLAGLEC-30.
           CALL 'CLOCRM02'  USING      CRM-CO-COMMAREA.
           IF CRM-CO-COD-RETORNO = +0000
              PERFORM  GUARDAR-DOCUMENTOS
              MOVE CRM-CO-SECUENC-FIN-30 TO WE-SECUENCIA
           ELSE
              MOVE 'S'                 TO WE-SW-ERROR-CRM
           END-IF.
      *------------------*
       GUARDAR-DOCUMENTOS.
      *------------------*
           MOVE 0                      TO I.
           PERFORM UNTIL I >= CRM-CO-NRO-DCTOS OR I >= 20 OR
                         WE-SW-EXCEDIDO = 'S'
              ADD  1                   TO I
              IF WE-CANT-DOC >= 1000
                 MOVE 'S'              TO WE-SW-EXCEDIDO
              ELSE
                 ADD  1                TO WE-CANT-DOC
                 ADD  1                TO WE-CONT-DOCS
                 MOVE WE-CANT-DOC      TO K
                 MOVE CRM-CO-PROD-30    (I) TO WE-DOC-PROD    (K)
                 MOVE CRM-CO-NUMERO-30  (I) TO WE-DOC-NUMERO  (K)
                 MOVE CRM-CO-FECVTO-30  (I) TO WE-DOC-FECVTO  (K)
                 MOVE CRM-CO-NOMACEP-30 (I) TO WE-DOC-NOMACEP (K)
                 MOVE CRM-CO-SITUAC-30  (I) TO WE-DOC-SITUAC  (K)
                 MOVE CRM-CO-MONEDA-30  (I) TO WE-DOC-MONEDA  (K)
                 MOVE CRM-CO-SALDO-30   (I) TO WE-DOC-IMPORTE (K)
              END-IF
           END-PERFORM.
      *---------------------*
       CLASIFICAR-DOCUMENTOS.
      *---------------------*
      *--- LOS DOCUMENTOS CERRADOS ('CA'/'PG') ENTRAN SOLO SI SE
      *--- CANCELARON O DEVOLVIERON DENTRO DEL PERIODO (TRAMA 029);
      *--- LOS ABIERTOS VAN A PENDIENTES CON SU TRAMO DE ANTIGUEDAD
           MOVE 0                      TO K.
           PERFORM UNTIL K >= WE-CANT-DOC OR
                         WE-SW-ERROR-CRM = 'S' OR
                         WE-SW-EXCEDIDO  = 'S'
              ADD  1                   TO K
              IF WE-DOC-SITUAC (K) = 'CA' OR 'PG'
                 PERFORM  CONSULTAR-CIERRE
              ELSE
                 MOVE 'P'              TO WE-DOC-SECCION (K)
                 PERFORM  CLASIFICAR-TRAMO
              END-IF
              IF WE-SW-ERROR-CRM NOT = 'S'
                 IF WE-DOC-SECCION (K) NOT = SPACES
                    ADD  1             TO WE-CANT-LISTADOS
                    MOVE WE-DOC-SECCION (K) TO WE-SECCION
                    PERFORM  ACUMULAR-MONEDA
                 END-IF
                 PERFORM  BUSCAR-RETENCION
              END-IF
           END-PERFORM.
      *----------------*
       CONSULTAR-CIERRE.
      *----------------*
      *--- CANCELADO ('C') ES COBRADO AL ACEPTANTE; CUALQUIER OTRO
      *--- CIERRE CON FECHA ES DEVOLUCION O CARGO AL GIRADOR
           INITIALIZE                     CRM-CO-COMMAREA.
           MOVE 029                    TO CRM-CO-NRO-TRAMA.
           MOVE '$PR'                  TO CRM-CO-ID-APLI.
           MOVE WE-CODENT              TO CRM-CO-ID-BANCO.
           MOVE WE-DOC-PROD    (K) (1:2) TO CRM-CO-TIPDOC.
           MOVE WE-DOC-NUMERO  (K)     TO CRM-CO-NUMERO.
           CALL 'CLOCRM02'  USING      CRM-CO-COMMAREA.
           IF CRM-CO-COD-RETORNO NOT = +0000
              MOVE 'S'                 TO WE-SW-ERROR-CRM
           ELSE
              MOVE CRM-CO-MNTO-ORIG-29 TO WE-DOC-IMPORTE (K)
              MOVE CRM-CO-FEC-DEVCAN-29 TO WE-DOC-FECHA  (K)
              IF CRM-CO-FEC-DEVCAN-29 >= WE-FEC-DESDE AND
                 CRM-CO-FEC-DEVCAN-29 <= WE-FEC-PROCESO
                 IF CRM-CO-SITUAC-29 = 'C'
                    MOVE 'C'           TO WE-DOC-SECCION (K)
                 ELSE
                    MOVE 'D'           TO WE-DOC-SECCION (K)
                 END-IF
              END-IF
           END-IF.
      *----------------*
       CLASIFICAR-TRAMO.
      *----------------*
           MOVE WE-DOC-FECVTO (K)      TO WE-FECHA-TRAB.
           PERFORM  CALCULAR-DIAS.
           MOVE WE-DIAS-MORA           TO WE-DIAS-VCTO.
           COMPUTE WE-DIAS-MORA = WE-DIAS-PROCESO - WE-DIAS-VCTO
           END-COMPUTE.
           EVALUATE TRUE
              WHEN WE-DIAS-MORA <= 0
                 MOVE 1                TO WE-DOC-TRAMO (K)
              WHEN WE-DIAS-MORA <= 30
                 MOVE 2                TO WE-DOC-TRAMO (K)
              WHEN WE-DIAS-MORA <= 60
                 MOVE 3                TO WE-DOC-TRAMO (K)
              WHEN WE-DIAS-MORA <= 90
                 MOVE 4                TO WE-DOC-TRAMO (K)
              WHEN OTHER
                 MOVE 5                TO WE-DOC-TRAMO (K)
           END-EVALUATE.
      *----------------*
       BUSCAR-RETENCION.
      *----------------*
           MOVE 0                      TO WE-DOC-RETENCION (K).
           MOVE SPACES                 TO WE-SW-ENCONTRO.
           MOVE 0                      TO J.
           PERFORM UNTIL J >= WE-CANT-RET OR WE-SW-ENCONTRO = 'S'
              ADD  1                   TO J
              IF WE-RET-NUMERO (J) = WE-DOC-NUMERO (K)
                 MOVE 'S'              TO WE-SW-ENCONTRO
                 MOVE J                TO WE-DOC-RETENCION (K)
                 ADD  1                TO WE-CANT-RETENIDOS
                 ADD  1                TO WE-CONT-RETENCIONES
                 MOVE 'R'              TO WE-SECCION
                 PERFORM  ACUMULAR-MONEDA
              END-IF
           END-PERFORM.
      *---------------*
       ACUMULAR-MONEDA.
      *---------------*
           MOVE SPACES                 TO WE-SW-ENCONTRO.
           MOVE 0                      TO N.
           PERFORM UNTIL N >= WE-CANT-MON OR WE-SW-ENCONTRO = 'S'
              ADD  1                   TO N
              IF WE-MON-CODIGO (N) = WE-DOC-MONEDA (K)
                 MOVE 'S'              TO WE-SW-ENCONTRO
              END-IF
           END-PERFORM.
           IF WE-SW-ENCONTRO NOT = 'S'
              IF WE-CANT-MON >= 10
                 MOVE 'S'              TO WE-SW-EXCEDIDO
              ELSE
                 ADD  1                TO WE-CANT-MON
                 MOVE WE-CANT-MON      TO N
                 MOVE WE-DOC-MONEDA (K) TO WE-MON-CODIGO (N)
              END-IF
           END-IF.
           IF WE-SW-EXCEDIDO NOT = 'S'
              MOVE 0                   TO P
              PERFORM UNTIL P >= 4
                 ADD  1                TO P
                 IF WE-SEC-CODIGO (P) = WE-SECCION
                    ADD  1             TO WE-MON-CANT    (N P)
                    ADD  WE-DOC-IMPORTE (K)
                                       TO WE-MON-IMPORTE (N P)
                 END-IF
              END-PERFORM
           END-IF.
      *-------------*
       BUSCAR-NOMBRE.
      *-------------*
           MOVE SPACES                 TO WE-NOMBRE.
           INITIALIZE WF-COMMAREA-CICS.
           MOVE ' '                TO RM-ACCION      IN WF-COMMAREA-CICS
           MOVE '1'                TO RM-FUNCTION    IN WF-COMMAREA-CICS
           MOVE WE-CTLS-ENT        TO RM-CUST-CTLS-I IN WF-COMMAREA-CICS
           MOVE '0000'       TO RM-CUST-NBR-I IN WF-COMMAREA-CICS (1:4)
           MOVE WE-CUNICO    TO RM-CUST-NBR-I IN WF-COMMAREA-CICS (5:10)
           CALL 'SRMR011'  USING  WF-COMMAREA-CICS.
           IF RM-RETURN-CODE IN WF-COMMAREA-CICS = '00'
              IF RMCMRTCS-CUST-TYP-CD IN WF-COMMAREA-CICS = 'P'
                 MOVE RMCMRTCS-PATERNAL-NAME IN WF-COMMAREA-CICS
                                       TO WE-NOMBRE (1:25)
                 MOVE RMCMRTCS-MATERNAL-NAME IN WF-COMMAREA-CICS
                                       TO WE-NOMBRE (27:25)
                 MOVE RMCMRTCS-FIRST-NAME IN WF-COMMAREA-CICS
                                       TO WE-NOMBRE (53:25)
              ELSE
                 MOVE RMCMRTCS-NAME-LINE-1 IN WF-COMMAREA-CICS
                                       TO WE-NOMBRE (1:40)
              END-IF
           ELSE
              MOVE 'CLIENTE NO UBICADO EN SRMR011'
                                       TO WE-NOMBRE (1:29)
              ADD  1                   TO WE-CONT-ERRORES
           END-IF.
      *------------------*
       IMPRIMIR-RENDICION.
      *------------------*
           MOVE WE-FEC-DESDE           TO WE-RT-DESDE.
           MOVE WE-FEC-PROCESO         TO WE-RT-HASTA.
           WRITE REG-RENDICION         FROM WE-RG-TITULO.
           MOVE WE-NOMBRE              TO WE-RN-NOMBRE.
           WRITE REG-RENDICION         FROM WE-RG-GIRADOR.
           MOVE GIR-TI-DOCU            TO WE-RD-TI-DOCU.
           MOVE GIR-NU-DOCU            TO WE-RD-NU-DOCU.
           MOVE GIR-COD-UNICO          TO WE-RD-COD-UNICO.
           WRITE REG-RENDICION         FROM WE-RG-DOCUMENTO.
           MOVE 'DOCUMENTOS COBRADOS EN EL PERIODO'
                                       TO WE-SC-TITULO.
           MOVE 'C'                    TO WE-SECCION.
           PERFORM  IMPRIMIR-SECCION.
           MOVE 'DOCUMENTOS DEVUELTOS O CARGADOS AL GIRADOR'
                                       TO WE-SC-TITULO.
           MOVE 'D'                    TO WE-SECCION.
           PERFORM  IMPRIMIR-SECCION.
           MOVE 'DOCUMENTOS PENDIENTES DE COBRO'
                                       TO WE-SC-TITULO.
           MOVE 'P'                    TO WE-SECCION.
           PERFORM  IMPRIMIR-SECCION.
           PERFORM  IMPRIMIR-RETENCIONES.
           PERFORM  IMPRIMIR-TOTALES.
           WRITE REG-RENDICION         FROM WE-RG-CORTE.
      *----------------*
       IMPRIMIR-SECCION.
      *----------------*
           WRITE REG-RENDICION         FROM WE-RG-SECCION.
           MOVE SPACES                 TO WE-SW-ENCONTRO.
           MOVE 0                      TO K.
           PERFORM UNTIL K >= WE-CANT-DOC
              ADD  1                   TO K
              IF WE-DOC-SECCION (K) = WE-SECCION
                 IF WE-SW-ENCONTRO NOT = 'S'
                    MOVE 'S'           TO WE-SW-ENCONTRO
                    WRITE REG-RENDICION FROM WE-RG-CAB-DOCS
                 END-IF
                 PERFORM  IMPRIMIR-DOCUMENTO
              END-IF
           END-PERFORM.
           IF WE-SW-ENCONTRO NOT = 'S'
              MOVE 'SIN DOCUMENTOS EN EL PERIODO' TO WE-SD-TEXTO
              WRITE REG-RENDICION      FROM WE-RG-SIN-DATOS
           END-IF.
      *------------------*
       IMPRIMIR-DOCUMENTO.
      *------------------*
           MOVE WE-DOC-NUMERO  (K)     TO WE-RC-NUMERO.
           MOVE WE-DOC-NOMACEP (K)     TO WE-RC-NOMACEP.
           MOVE WE-DOC-MONEDA  (K)     TO WE-RC-MONEDA.
           MOVE WE-DOC-FECVTO  (K)     TO WE-RC-FECVTO.
           MOVE WE-DOC-IMPORTE (K)     TO WE-RC-IMPORTE.
           IF WE-SECCION = 'P'
              MOVE SPACES              TO WE-RC-FECHA-X
              MOVE SPACES              TO WE-RC-SITUAC
              MOVE WE-DOC-SITUAC  (K)  TO WE-RC-SITUAC (1:2)
              MOVE WE-TRA-TEXTO (WE-DOC-TRAMO (K))
                                       TO WE-RC-SITUAC (3:10)
           ELSE
              MOVE WE-DOC-FECHA   (K)  TO WE-RC-FECHA
              MOVE WE-DOC-SITUAC  (K)  TO WE-RC-SITUAC
           END-IF.
           WRITE REG-RENDICION         FROM WE-RG-DOC.
      *--------------------*
       IMPRIMIR-RETENCIONES.
      *--------------------*
           MOVE 'RETENCIONES VIGENTES' TO WE-SC-TITULO.
           WRITE REG-RENDICION         FROM WE-RG-SECCION.
           IF WE-CANT-RETENIDOS = 0
              MOVE 'SIN RETENCIONES VIGENTES' TO WE-SD-TEXTO
              WRITE REG-RENDICION      FROM WE-RG-SIN-DATOS
           ELSE
              WRITE REG-RENDICION      FROM WE-RG-CAB-RETEN
              MOVE 0                   TO K
              PERFORM UNTIL K >= WE-CANT-DOC
                 ADD  1                TO K
                 IF WE-DOC-RETENCION (K) > 0
                    PERFORM  IMPRIMIR-RETENCION
                 END-IF
              END-PERFORM
           END-IF.
      *------------------*
       IMPRIMIR-RETENCION.
      *------------------*
           MOVE WE-DOC-RETENCION (K)   TO J.
           MOVE WE-DOC-NUMERO  (K)     TO WE-RR-NUMERO.
           MOVE WE-RET-MOTIVO  (J)     TO WE-RR-MOTIVO.
           MOVE WE-DOC-MONEDA  (K)     TO WE-RR-MONEDA.
           MOVE WE-RET-FEC-ALTA (J)    TO WE-RR-FEC-ALTA.
           IF WE-RET-FEC-EXPIRA (J) = 0
              MOVE 'SIN VCTO'          TO WE-RR-FEC-EXPIRA-X
           ELSE
              MOVE WE-RET-FEC-EXPIRA (J) TO WE-RR-FEC-EXPIRA
           END-IF.
           MOVE WE-DOC-IMPORTE (K)     TO WE-RR-IMPORTE.
           WRITE REG-RENDICION         FROM WE-RG-RETEN.
      *----------------*
       IMPRIMIR-TOTALES.
      *----------------*
           MOVE 'TOTALES POR MONEDA'   TO WE-SC-TITULO.
           WRITE REG-RENDICION         FROM WE-RG-SECCION.
           MOVE 0                      TO N.
           PERFORM UNTIL N >= WE-CANT-MON
              ADD  1                   TO N
              MOVE 0                   TO P
              PERFORM UNTIL P >= 4
                 ADD  1                TO P
                 MOVE WE-MON-CODIGO  (N)   TO WE-RL-MONEDA
                 MOVE WE-SEC-TEXTO   (P)   TO WE-RL-TEXTO
                 MOVE WE-MON-CANT    (N P) TO WE-RL-CANT
                 MOVE WE-MON-IMPORTE (N P) TO WE-RL-IMPORTE
                 WRITE REG-RENDICION   FROM WE-RG-TOTAL
              END-PERFORM
           END-PERFORM.
      *----------------*
       GRABAR-RENDICION.
      *----------------*
      *--- LA MISMA RENDICION PARA EL ENVIO ELECTRONICO: GIRADOR,
      *--- DOCUMENTOS POR SECCION, RETENCIONES Y TOTALES POR MONEDA
           INITIALIZE                     REG-RENDGIR.
           MOVE 'G'                    TO RGI-TIPO-REG.
           MOVE GIR-COD-UNICO          TO RGI-COD-UNICO.
           MOVE GIR-TI-DOCU            TO RGI-TI-DOCU.
           MOVE GIR-NU-DOCU            TO RGI-NU-DOCU.
           MOVE WE-FEC-DESDE           TO RGI-FEC-DESDE.
           MOVE WE-FEC-PROCESO         TO RGI-FEC-HASTA.
           MOVE WE-NOMBRE              TO RGI-NOMBRE.
           PERFORM  ESCRIBIR-RENDDAT.
           MOVE 0                      TO K.
           PERFORM UNTIL K >= WE-CANT-DOC
              ADD  1                   TO K
              IF WE-DOC-SECCION (K) NOT = SPACES
                 PERFORM  GRABAR-DOCUMENTO
              END-IF
           END-PERFORM.
           MOVE 0                      TO K.
           PERFORM UNTIL K >= WE-CANT-DOC
              ADD  1                   TO K
              IF WE-DOC-RETENCION (K) > 0
                 PERFORM  GRABAR-RETENCION
              END-IF
           END-PERFORM.
           MOVE 0                      TO N.
           PERFORM UNTIL N >= WE-CANT-MON
              ADD  1                   TO N
              MOVE 0                   TO P
              PERFORM UNTIL P >= 4
                 ADD  1                TO P
                 IF WE-MON-CANT (N P) > 0
                    PERFORM  GRABAR-TOTAL
                 END-IF
              END-PERFORM
           END-PERFORM.
      *----------------*
       GRABAR-DOCUMENTO.
      *----------------*
           MOVE 'D'                    TO RGI-TIPO-REG.
           MOVE WE-DOC-SECCION (K)     TO RGI-SECCION.
           MOVE WE-DOC-NUMERO  (K)     TO RGI-NUMERO.
           MOVE WE-DOC-NOMACEP (K)     TO RGI-NOMBRE.
           MOVE WE-DOC-MONEDA  (K)     TO RGI-MONEDA.
           MOVE WE-DOC-FECVTO  (K)     TO RGI-FECVTO.
           MOVE WE-DOC-SITUAC  (K)     TO RGI-SITUAC.
           IF WE-DOC-SECCION (K) = 'P'
              MOVE ZEROS               TO RGI-FECHA
              MOVE WE-DOC-TRAMO   (K)  TO RGI-TRAMO
           ELSE
              MOVE WE-DOC-FECHA   (K)  TO RGI-FECHA
              MOVE ZEROS               TO RGI-TRAMO
           END-IF.
           MOVE WE-DOC-IMPORTE (K)     TO RGI-IMPORTE.
           MOVE ZEROS                  TO RGI-CANTIDAD.
           MOVE SPACES                 TO RGI-MOTIVO.
           ADD  RGI-IMPORTE            TO WE-HASH-IMPORTE.
           PERFORM  ESCRIBIR-RENDDAT.
      *----------------*
       GRABAR-RETENCION.
      *----------------*
           MOVE WE-DOC-RETENCION (K)   TO J.
           MOVE 'R'                    TO RGI-TIPO-REG.
           MOVE 'R'                    TO RGI-SECCION.
           MOVE WE-DOC-NUMERO  (K)     TO RGI-NUMERO.
           MOVE WE-DOC-NOMACEP (K)     TO RGI-NOMBRE.
           MOVE WE-DOC-MONEDA  (K)     TO RGI-MONEDA.
           MOVE WE-RET-FEC-EXPIRA (J)  TO RGI-FECVTO.
           MOVE WE-RET-FEC-ALTA   (J)  TO RGI-FECHA.
           MOVE WE-DOC-SITUAC  (K)     TO RGI-SITUAC.
           MOVE ZEROS                  TO RGI-TRAMO.
           MOVE WE-DOC-IMPORTE (K)     TO RGI-IMPORTE.
           MOVE ZEROS                  TO RGI-CANTIDAD.
           MOVE WE-RET-MOTIVO  (J)     TO RGI-MOTIVO.
           PERFORM  ESCRIBIR-RENDDAT.
      *------------*
       GRABAR-TOTAL.
      *------------*
           MOVE 'M'                    TO RGI-TIPO-REG.
           MOVE WE-SEC-CODIGO  (P)     TO RGI-SECCION.
           MOVE SPACES                 TO RGI-NUMERO.
           MOVE SPACES                 TO RGI-NOMBRE.
           MOVE WE-MON-CODIGO  (N)     TO RGI-MONEDA.
           MOVE ZEROS                  TO RGI-FECVTO.
           MOVE ZEROS                  TO RGI-FECHA.
           MOVE SPACES                 TO RGI-SITUAC.
           MOVE ZEROS                  TO RGI-TRAMO.
           MOVE WE-MON-IMPORTE (N P)   TO RGI-IMPORTE.
           MOVE WE-MON-CANT    (N P)   TO RGI-CANTIDAD.
           MOVE SPACES                 TO RGI-MOTIVO.
           PERFORM  ESCRIBIR-RENDDAT.
      *----------------*
       ESCRIBIR-RENDDAT.
      *----------------*
           WRITE REG-RENDDAT           FROM REG-RENDGIR.
           ADD  1                      TO WE-CONT-REGISTROS.
      *----------------*
       GRABAR-EXCEPCION.
      *----------------*
           MOVE GIR-TI-DOCU            TO WE-EX-TI-DOCU.
           MOVE GIR-NU-DOCU            TO WE-EX-NU-DOCU.
           MOVE GIR-COD-UNICO          TO WE-EX-COD-UNICO.
           MOVE WE-MOTIVO              TO WE-EX-MOTIVO.
           WRITE REG-REPORTE           FROM WE-LINEA-EXCEPCION.
      *----------------*
       CANCELAR-PROCESO.
      *----------------*
           DISPLAY 'BSEB066 PROCESO CANCELADO - REVISAR ENTRADAS'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           INITIALIZE                     REG-RENDGIR-CTL.
           MOVE 'T'                    TO RGI-CTL-TIPO.
           MOVE 'BSEB066 '             TO RGI-CTL-PROGRAMA.
           MOVE WE-FEC-PROCESO         TO RGI-CTL-FECHA.
           MOVE WE-CONT-REGISTROS      TO RGI-CTL-CANTIDAD.
           MOVE WE-HASH-IMPORTE        TO RGI-CTL-HASH-IMPORTE.
           WRITE REG-RENDDAT           FROM REG-RENDGIR-CTL.
           CLOSE  ARCH-GIRADORES.
           CLOSE  ARCH-RENDICION.
           CLOSE  ARCH-RENDDAT.
           CLOSE  ARCH-REPORTE.
           DISPLAY 'BSEB066 GIRADORES LEIDOS    = ' WE-CONT-GIRADORES.
           DISPLAY 'BSEB066 DOCUMENTOS LEIDOS   = ' WE-CONT-DOCS.
           DISPLAY 'BSEB066 RENDICIONES EMITIDAS= ' WE-CONT-RENDICIONES.
           DISPLAY 'BSEB066 SIN MOVIMIENTO      = ' WE-CONT-SIN-MOVIM.
           DISPLAY 'BSEB066 RETENCIONES VIGENTES= ' WE-CONT-RETENCIONES.
           DISPLAY 'BSEB066 EXCEDEN EL FORMATO  = ' WE-CONT-EXCEDIDOS.
104661     DISPLAY 'BSEB066 CON RECLAMO ABIERTO = ' WE-CONT-RECLAMOS.
           DISPLAY 'BSEB066 CASOS EN ERROR      = ' WE-CONT-ERRORES.
           PERFORM  REGISTRAR-FIN-CORRIDA.
           STOP RUN.
      *------------------------*
       REGISTRAR-INICIO-CORRIDA.
      *------------------------*
      *--- LA CORRIDA QUEDA REGISTRADA EN RUNCTL
           INITIALIZE                  RUNC-COMMAREA.
           MOVE 'I'                 TO RUNC-MODO.
           MOVE WE-FEC-PROCESO      TO RUNC-FEC-PROCESO.
           MOVE 'BSEB066 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE SPACES              TO RUNC-PRED-PROGRAMA.
           MOVE 0                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
           IF RUNC-COD-RESPTA = '08'
              DISPLAY 'BSEB066 PREDECESOR SIN CORRIDA EXITOSA'
              DISPLAY 'BSEB066 PROCESO NO INICIADO'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.
      *---------------------*
       REGISTRAR-FIN-CORRIDA.
      *---------------------*
           MOVE 'F'                 TO RUNC-MODO.
           MOVE 'T'                 TO RUNC-ESTADO-FIN.
           MOVE WE-CONT-GIRADORES   TO RUNC-CONT-LEIDOS.
           MOVE WE-CONT-RENDICIONES TO RUNC-CONT-GRABADOS.
           MOVE WE-CONT-ERRORES     TO RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
