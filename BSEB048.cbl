************************************************************************
***   * 104641 15/10/26 JCV LA PROVISION ALINEADA SE CALCULA SOBRE    *
***   *               EL SALDO NO CUBIERTO POR GARANTIAS              *
***   * 104635 15/10/26 JCV ALINEAMIENTO DE LA CLASIFICACION POR      *
***   *               DEUDOR Y REPORTE CREDITICIO DE DEUDORES (RCD)   *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO ALINEACLASIFICACION - LOTE (MENSUAL)               **
*OBJET*** TOMA EL DETALLE CLASIFICADO DE BSEB027 Y UBICA EL DEUDOR   **
*OBJET*** DE CADA CREDITO: CUENTA JUDICIAL POR SRMR013 Y SRMR011,    **
*OBJET*** DOCUMENTO DESCONTADO POR EL DOCUMENTO DE IDENTIDAD DEL     **
*OBJET*** ACEPTANTE (TRAMA 029). EL DEUDOR QUEDA CON LA PEOR         **
*OBJET*** CATEGORIA DE TODOS SUS CREDITOS, QUE SE APLICA A CADA UNO  **
*OBJET*** RECALCULANDO LA PROVISION. GRABA EL DETALLE ALINEADO       **
*OBJET*** (MISMO FORMATO QUE BSEB027), EL REPORTE CREDITICIO DE      **
*OBJET*** DEUDORES CON TOTALES DE CONTROL Y LA CONCILIACION DE LOS   **
*OBJET*** CREDITOS QUE CAMBIARON DE CATEGORIA                        **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB048.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-DETALLE        ASSIGN TO DETALLE
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-DETALIN        ASSIGN TO DETALIN
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-RCD            ASSIGN TO RCD
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-REPORTE        ASSIGN TO REPORTE
                                        ORGANIZATION IS SEQUENTIAL.
      *=============*
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------------ FECHA DE PROCESO -----------------------------*
       FD  ARCH-PARM
           RECORDING MODE IS F.
       01  REG-PARM.
           02  PARM-FEC-PROCESO            PIC 9(08).
           02  PARM-CODENT                 PIC X(03).
      *------------------ DETALLE CLASIFICADO POR CUENTA (BSEB027) -----*
       FD  ARCH-DETALLE
           RECORDING MODE IS F.
       01  REG-DETALLE.
           02  DET-TIPO-CARTERA            PIC X(01).
      *        'J' JUDICIAL / 'D' DESCONTADA
           02  DET-CLAVE                   PIC X(12).
           02  DET-MONEDA                  PIC X(02).
           02  DET-DIAS-MORA               PIC 9(05).
           02  DET-CATEGORIA               PIC X(03).
           02  DET-SALDO                   PIC S9(13)V99.
           02  DET-PCT-PROVISION           PIC 9(03)V99.
           02  DET-PROVISION               PIC S9(13)V99.
104641     02  DET-COBERTURA               PIC S9(13)V99.
      *------------------ DETALLE CON LA CATEGORIA ALINEADA ------------*
       FD  ARCH-DETALIN
           RECORDING MODE IS F.
104641 01  REG-DETALIN                     PIC X(73).
      *------------------ REPORTE CREDITICIO DE DEUDORES ---------------*
       FD  ARCH-RCD
           RECORDING MODE IS F.
           COPY BSERCDRG.
      *------------------ CONCILIACION DEL ALINEAMIENTO ----------------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(132).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-EOF-DETALLE              PIC X(01)  VALUE SPACES.
           02  WE-SW-ENCONTRO              PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-CODENT                   PIC X(03)  VALUE '003'.
           02  WE-ENT4                     PIC X(04)  VALUE SPACES.
           02  WE-CTLS-ENT                 PIC X(16)  VALUE SPACES.
           02  WE-CUNICO                   PIC X(10)  VALUE SPACES.
           02  WE-NOMBRE                   PIC X(80)  VALUE SPACES.
           02  WE-TIN-CD                   PIC X(01)  VALUE SPACES.
           02  WE-TIN                      PIC X(11)  VALUE SPACES.
           02  WE-DEUDOR-CLAVE             PIC X(12)  VALUE SPACES.
           02  WE-CAT-ORIGINAL             PIC X(03)  VALUE SPACES.
           02  WE-PROV-ORIGINAL            PIC S9(13)V99 VALUE ZEROS.
           02  WE-NRO-CREDITO              PIC 9(05)  VALUE ZEROS.
           02  WE-CONT-CREDITOS            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-GRABADOS            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-CAMBIADOS           PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-SIN-DEUDOR          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-ERRORES             PIC 9(07)  VALUE ZEROS.
           02  WE-HASH-SALDO               PIC 9(15)  VALUE ZEROS.
           02  WE-TOT-SALDO-MN             PIC S9(13)V99 VALUE ZEROS.
           02  WE-TOT-SALDO-ME             PIC S9(13)V99 VALUE ZEROS.
           02  WE-TOT-PROV-MN              PIC S9(13)V99 VALUE ZEROS.
           02  WE-TOT-PROV-ME              PIC S9(13)V99 VALUE ZEROS.
           02  I                           PIC 9(05)  VALUE ZEROS.
           02  J                           PIC 9(03)  VALUE ZEROS.
      *------------------ PORCENTAJES DE PROVISION POR CATEGORIA -------*
      *--- MISMA TABLA QUE BSEB027; EL ORDEN ES DE MENOR A MAYOR RIESGO
       01  WE-TABLA-CATEG.
           02  FILLER                      PIC X(10) VALUE 'NOR00100'.
           02  FILLER                      PIC X(10) VALUE 'CPP00500'.
           02  FILLER                      PIC X(10) VALUE 'DEF02500'.
           02  FILLER                      PIC X(10) VALUE 'DUD06000'.
           02  FILLER                      PIC X(10) VALUE 'PER10000'.
       01  FILLER  REDEFINES  WE-TABLA-CATEG.
           02  WE-CAT-OCC  OCCURS  5  TIMES.
               03  WE-CAT-SIGLA            PIC X(03).
               03  WE-CAT-PCT              PIC 9(03)V99.
               03  FILLER                  PIC X(02).
       01  WE-TABLA-DEUD-CATEG.
           02  WE-DC-CANTIDAD  OCCURS  5  TIMES
                                           PIC 9(07).
      *------------------ DEUDORES UBICADOS ----------------------------*
       01  WE-TABLA-DEUDORES.
           02  WE-CANT-DEUDORES            PIC 9(05)  VALUE ZEROS.
           02  WE-DEU-OCC  OCCURS  5000  TIMES.
               03  WE-DEU-CLAVE            PIC X(12).
               03  WE-DEU-COD-UNICO        PIC X(10).
               03  WE-DEU-NOMBRE           PIC X(80).
               03  WE-DEU-CARTERA          PIC X(01).
               03  WE-DEU-CATEG            PIC 9(01).
               03  WE-DEU-DIAS-MORA        PIC 9(05).
               03  WE-DEU-CANT-CREDITOS    PIC 9(05).
               03  WE-DEU-SALDO-MN         PIC S9(13)V99.
               03  WE-DEU-SALDO-ME         PIC S9(13)V99.
               03  WE-DEU-PROV-MN          PIC S9(13)V99.
               03  WE-DEU-PROV-ME          PIC S9(13)V99.
      *------------------ DEUDOR DE CADA CREDITO (ORDEN DE DETALLE) ----*
      *--- CERO CUANDO NO SE PUDO UBICAR EL DEUDOR DEL CREDITO
       01  WE-TABLA-CREDITOS.
           02  WE-CRE-DEUDOR  OCCURS  5000  TIMES
                                           PIC 9(05).
      *------------------ LINEAS DEL REPORTE ---------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(48)  VALUE
               'BSEB048 ALINEAMIENTO DE CLASIFICACION AL '.
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(76)  VALUE SPACES.
       01  WE-LINEA-CABECERA.
           02  FILLER                      PIC X(60)  VALUE
               'T CLAVE        MO  MORA ORI ALI      PROV ORIGINAL'.
           02  FILLER                      PIC X(72)  VALUE
               '      PROV ALINEADA DEUDOR       OBSERVACION'.
       01  WE-LINEA-DETALLE.
           02  WE-DET-TIPO                 PIC X(01)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-CLAVE                PIC X(12)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-MONEDA               PIC X(02)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-DIAS                 PIC ZZZZ9.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-CAT-ORI              PIC X(03)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-CAT-ALI              PIC X(03)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-PROV-ORI             PIC -9(13).99.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-PROV-ALI             PIC -9(13).99.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-DEUDOR               PIC X(12)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-OBS                  PIC X(20)  VALUE SPACES.
           02  FILLER                      PIC X(30)  VALUE SPACES.
       01  WE-LINEA-RESUMEN.
           02  FILLER                      PIC X(24)  VALUE
               'DEUDORES EN CATEGORIA '.
           02  WE-RES-CAT                  PIC X(03)  VALUE SPACES.
           02  FILLER                      PIC X(03)  VALUE ' = '.
           02  WE-RES-CANTIDAD             PIC ZZZZZZ9.
           02  FILLER                      PIC X(95)  VALUE SPACES.
       01  WE-LINEA-TOTAL.
           02  WE-TOT-ETIQUETA             PIC X(30)  VALUE SPACES.
           02  WE-TOT-CANTIDAD             PIC ZZZZZZ9.
           02  FILLER                      PIC X(95)  VALUE SPACES.
      *--- COPY PARA RUTINA CLLOCRM02 ($PR) --------------------------*
           COPY CL02CRM.
      *------------- RUTINA SRMR013 (CUENTAS) ------------------------*
       01  WF-COMMAREA-CRCS.
           COPY SRMCRCS.
      *------------- RUTINA SRMR011 (CLIENTES) -----------------------*
       01  WF-COMMAREA-CICS.
           COPY SRMCICS.
      *------------- RUTINA SRMR031 (DOCUMENTO IDENTIDAD) ------------*
       01  WF-COMMAREA-DOCU.
           COPY SRMCDOCU.
      *------------------ COMMAREA RUTINA BSEBRUNC (CONTROL) ----------*
           COPY BSERUNCA.
      *------------------*
       PROCEDURE DIVISION.
      *------------------*
           PERFORM  INICIAR-RUTINA.
           PERFORM  REGISTRAR-INICIO-CORRIDA.
           PERFORM  UBICAR-DEUDORES.
           PERFORM  ALINEAR-DETALLE.
           PERFORM  GRABAR-RCD.
           PERFORM  TERMINAR-RUTINA.
      *--------------*
       INICIAR-RUTINA.
      *--------------*
           INITIALIZE  WE-TABLA-DEUDORES.
           INITIALIZE  WE-TABLA-CREDITOS.
           INITIALIZE  WE-TABLA-DEUD-CATEG.
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
           MOVE '0000000000000000'     TO WE-CTLS-ENT.
           MOVE WE-CODENT              TO WE-CTLS-ENT (2:3).
           MOVE '0'                    TO WE-ENT4 (1:1).
           MOVE WE-CODENT              TO WE-ENT4 (2:3).
           OPEN OUTPUT  ARCH-DETALIN.
           OPEN OUTPUT  ARCH-RCD.
           OPEN OUTPUT  ARCH-REPORTE.
           MOVE WE-FEC-PROCESO         TO WE-TIT-FECHA.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
           WRITE REG-REPORTE           FROM WE-LINEA-CABECERA.
      *-----------------*
       UBICAR-DEUDORES.
      *-----------------*
      *--- PRIMERA PASADA: DEUDOR Y PEOR CATEGORIA DE CADA CREDITO
           OPEN INPUT   ARCH-DETALLE.
           MOVE SPACES                 TO WE-EOF-DETALLE.
           PERFORM  LEER-DETALLE.
           PERFORM UNTIL WE-EOF-DETALLE = 'S'
              PERFORM  RESOLVER-DEUDOR
              PERFORM  LEER-DETALLE
           END-PERFORM.
           CLOSE  ARCH-DETALLE.
      *--------------*
       LEER-DETALLE.
      *--------------*
           READ ARCH-DETALLE
                AT END
                   MOVE 'S'              TO WE-EOF-DETALLE
           END-READ.
      *-----------------*
       RESOLVER-DEUDOR.
      *-----------------*
           ADD  1                      TO WE-CONT-CREDITOS.
           IF WE-CONT-CREDITOS > 5000
              DISPLAY 'BSEB048 MAS DE 5000 CREDITOS EN EL DETALLE'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           MOVE WE-CONT-CREDITOS       TO WE-NRO-CREDITO.
           MOVE 0               TO WE-CRE-DEUDOR (WE-NRO-CREDITO).
           MOVE SPACES                 TO WE-DEUDOR-CLAVE.
           MOVE SPACES                 TO WE-CUNICO.
           MOVE SPACES                 TO WE-NOMBRE.
           IF DET-TIPO-CARTERA = 'J'
              PERFORM  BUSCAR-CLIENTE-CUENTA
              IF WE-CUNICO NOT = SPACES
                 PERFORM  BUSCAR-CLIENTE
                 IF WE-TIN NOT = SPACES
                    MOVE WE-TIN-CD     TO WE-DEUDOR-CLAVE (1:1)
                    MOVE WE-TIN        TO WE-DEUDOR-CLAVE (2:11)
                 END-IF
              END-IF
           ELSE
              PERFORM  BUSCAR-ACEPTANTE
           END-IF.
           IF WE-DEUDOR-CLAVE (2:11) = SPACES
              ADD  1                   TO WE-CONT-SIN-DEUDOR
           ELSE
              PERFORM  UBICAR-EN-TABLA
              MOVE I               TO WE-CRE-DEUDOR (WE-NRO-CREDITO)
              PERFORM  ACUMULAR-PEOR-CATEGORIA
           END-IF.
      *-----------------------*
       BUSCAR-CLIENTE-CUENTA.
      *-----------------------*
           MOVE SPACES                 TO WE-CUNICO.
           INITIALIZE WF-COMMAREA-CRCS.
           MOVE ' '  TO RM-ACCION      IN RM-REL-CUSTOMER-FOR-ACCOUNT.
           MOVE '0'  TO RM-FUNCTION    IN RM-REL-CUSTOMER-FOR-ACCOUNT.
           MOVE 'AC' TO RM-FROM-ENT-CD IN RM-REL-CUSTOMER-FOR-ACCOUNT.
           MOVE '10' TO RM-FROM-APPL-CD
                        IN RM-REL-CUSTOMER-FOR-ACCOUNT.
           MOVE '0000'                 TO RM-ACCT-NBR
                        IN RM-REL-CUSTOMER-FOR-ACCOUNT (01:04).
           MOVE DET-CLAVE (1:10)       TO RM-ACCT-NBR
                        IN RM-REL-CUSTOMER-FOR-ACCOUNT (05:10).
           MOVE SPACES                 TO RM-ACCT-NBR
                        IN RM-REL-CUSTOMER-FOR-ACCOUNT (15:14).
           MOVE WE-ENT4                TO RM-ACCT-CTLS
                        IN RM-REL-CUSTOMER-FOR-ACCOUNT (01:04).
           CALL 'SRMR013'  USING  WF-COMMAREA-CRCS.
           IF RM-RETURN-CODE IN RM-REL-CUSTOMER-FOR-ACCOUNT = '00'
              MOVE RMCMACRL-CUST-KEY
                   IN RM-REL-CUSTOMER-FOR-ACCOUNT (1) (21:10)
                                       TO WE-CUNICO
           ELSE
              ADD  1                   TO WE-CONT-ERRORES
           END-IF.
      *----------------*
       BUSCAR-CLIENTE.
      *----------------*
           MOVE SPACES                 TO WE-NOMBRE.
           MOVE SPACES                 TO WE-TIN-CD.
           MOVE SPACES                 TO WE-TIN.
           INITIALIZE WF-COMMAREA-CICS.
           MOVE ' '                TO RM-ACCION      IN WF-COMMAREA-CICS
           MOVE '1'                TO RM-FUNCTION    IN WF-COMMAREA-CICS
           MOVE WE-CTLS-ENT        TO RM-CUST-CTLS-I IN WF-COMMAREA-CICS
           MOVE '0000'       TO RM-CUST-NBR-I IN WF-COMMAREA-CICS (1:4)
           MOVE WE-CUNICO    TO RM-CUST-NBR-I IN WF-COMMAREA-CICS (5:10)
           CALL 'SRMR011'  USING  WF-COMMAREA-CICS.
           IF RM-RETURN-CODE IN WF-COMMAREA-CICS = '00'
              MOVE RMCMRTCS-TIN-CD IN WF-COMMAREA-CICS TO WE-TIN-CD
              MOVE RMCMRTCS-TIN    IN WF-COMMAREA-CICS TO WE-TIN
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
       BUSCAR-ACEPTANTE.
      *------------------*
      *--- EL TIPO DE DOCUMENTO DEL ACEPTANTE VIENE AJUSTADO A LA
      *--- IZQUIERDA EN DOS POSICIONES; EL DEUDOR SE ARMA COMO EN
      *--- SRMR011 (TIPO DE UNA POSICION MAS NUMERO DE ONCE)
           INITIALIZE                     CRM-CO-COMMAREA.
           MOVE 029                    TO CRM-CO-NRO-TRAMA.
           MOVE '$PR'                  TO CRM-CO-ID-APLI.
           MOVE WE-CODENT              TO CRM-CO-ID-BANCO.
           MOVE DET-CLAVE (1:2)        TO CRM-CO-TIPDOC.
           MOVE DET-CLAVE (3:10)       TO CRM-CO-NUMERO.
           CALL 'CLOCRM02'  USING      CRM-CO-COMMAREA.
           IF CRM-CO-COD-RETORNO NOT = +0000
              ADD  1                   TO WE-CONT-ERRORES
           ELSE
              MOVE CRM-CO-TIPDOC-IDEN (1:1) TO WE-DEUDOR-CLAVE (1:1)
              MOVE CRM-CO-NRODOC-IDEN       TO WE-DEUDOR-CLAVE (2:11)
           END-IF.
      *-----------------*
       UBICAR-EN-TABLA.
      *-----------------*
           MOVE SPACES                 TO WE-SW-ENCONTRO.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-DEUDORES OR WE-SW-ENCONTRO = 'S'
              ADD  1                   TO I
              IF WE-DEU-CLAVE (I) = WE-DEUDOR-CLAVE
                 MOVE 'S'              TO WE-SW-ENCONTRO
              END-IF
           END-PERFORM.
           IF WE-SW-ENCONTRO = 'S'
              IF WE-DEU-CARTERA (I) NOT = DET-TIPO-CARTERA
                 MOVE 'A'              TO WE-DEU-CARTERA (I)
              END-IF
           ELSE
              IF WE-CANT-DEUDORES >= 5000
                 DISPLAY 'BSEB048 MAS DE 5000 DEUDORES EN EL DETALLE'
                 PERFORM  CANCELAR-PROCESO
              END-IF
              IF DET-TIPO-CARTERA NOT = 'J'
                 PERFORM  BUSCAR-CODIGO-DOCUMENTO
                 IF WE-CUNICO NOT = SPACES
                    PERFORM  BUSCAR-CLIENTE
                 END-IF
              END-IF
              ADD  1                   TO WE-CANT-DEUDORES
              MOVE WE-CANT-DEUDORES    TO I
              MOVE WE-DEUDOR-CLAVE     TO WE-DEU-CLAVE (I)
              MOVE WE-CUNICO           TO WE-DEU-COD-UNICO (I)
              MOVE WE-NOMBRE           TO WE-DEU-NOMBRE (I)
              MOVE DET-TIPO-CARTERA    TO WE-DEU-CARTERA (I)
              MOVE 1                   TO WE-DEU-CATEG (I)
           END-IF.
      *-------------------------*
       BUSCAR-CODIGO-DOCUMENTO.
      *-------------------------*
      *--- CODIGO UNICO DEL ACEPTANTE PARA EL NOMBRE DEL DEUDOR
           MOVE SPACES                 TO WE-CUNICO.
           INITIALIZE WF-COMMAREA-DOCU.
           MOVE 'R'               TO RM-ACCION      IN WF-COMMAREA-DOCU.
           MOVE '2'               TO RM-FUNCTION    IN WF-COMMAREA-DOCU.
           MOVE WE-ENT4           TO RM-CTL1-CUST-I IN WF-COMMAREA-DOCU.
           MOVE '0000'            TO RM-CTL2-CUST-I IN WF-COMMAREA-DOCU.
           MOVE '0000'            TO RM-CTL3-CUST-I IN WF-COMMAREA-DOCU.
           MOVE '0000'            TO RM-CTL4-CUST-I IN WF-COMMAREA-DOCU.
           MOVE WE-DEUDOR-CLAVE (1:1)
                                  TO RM-TIN-CD      IN WF-COMMAREA-DOCU.
           MOVE WE-DEUDOR-CLAVE (2:11)
                                  TO RM-TIN         IN WF-COMMAREA-DOCU.
           CALL 'SRMR031'  USING  WF-COMMAREA-DOCU.
           IF RM-RETURN-CODE IN WF-COMMAREA-DOCU = '00'
              MOVE RM-CUST-NBR-O IN WF-COMMAREA-DOCU (5:10)
                                 TO WE-CUNICO
           ELSE
              MOVE 'ACEPTANTE SIN CODIGO UNICO'
                                 TO WE-NOMBRE (1:26)
              ADD  1             TO WE-CONT-ERRORES
           END-IF.
      *-------------------------*
       ACUMULAR-PEOR-CATEGORIA.
      *-------------------------*
           MOVE 0                      TO J.
           MOVE SPACES                 TO WE-SW-ENCONTRO.
           PERFORM UNTIL J >= 5 OR WE-SW-ENCONTRO = 'S'
              ADD  1                   TO J
              IF WE-CAT-SIGLA (J) = DET-CATEGORIA
                 MOVE 'S'              TO WE-SW-ENCONTRO
              END-IF
           END-PERFORM.
           IF WE-SW-ENCONTRO NOT = 'S'
              ADD  1                   TO WE-CONT-ERRORES
           ELSE
              IF J > WE-DEU-CATEG (I)
                 MOVE J                TO WE-DEU-CATEG (I)
              END-IF
           END-IF.
           IF DET-DIAS-MORA > WE-DEU-DIAS-MORA (I)
              MOVE DET-DIAS-MORA       TO WE-DEU-DIAS-MORA (I)
           END-IF.
           ADD  1                      TO WE-DEU-CANT-CREDITOS (I).
      *-----------------*
       ALINEAR-DETALLE.
      *-----------------*
      *--- SEGUNDA PASADA: CATEGORIA DEL DEUDOR EN CADA CREDITO
           OPEN INPUT   ARCH-DETALLE.
           MOVE SPACES                 TO WE-EOF-DETALLE.
           MOVE 0                      TO WE-NRO-CREDITO.
           PERFORM  LEER-DETALLE.
           PERFORM UNTIL WE-EOF-DETALLE = 'S'
              PERFORM  APLICAR-ALINEAMIENTO
              PERFORM  LEER-DETALLE
           END-PERFORM.
           CLOSE  ARCH-DETALLE.
      *----------------------*
       APLICAR-ALINEAMIENTO.
      *----------------------*
           ADD  1                      TO WE-NRO-CREDITO.
           MOVE WE-CRE-DEUDOR (WE-NRO-CREDITO) TO I.
           MOVE DET-CATEGORIA          TO WE-CAT-ORIGINAL.
           MOVE DET-PROVISION          TO WE-PROV-ORIGINAL.
           IF I = 0
              MOVE SPACES              TO WE-DET-DEUDOR
              MOVE 'DEUDOR NO UBICADO'  TO WE-DET-OBS
              PERFORM  GRABAR-CONCILIACION
           ELSE
              MOVE WE-DEU-CATEG (I)    TO J
              IF WE-CAT-SIGLA (J) NOT = DET-CATEGORIA
                 MOVE WE-CAT-SIGLA (J) TO DET-CATEGORIA
                 MOVE WE-CAT-PCT (J)   TO DET-PCT-PROVISION
104641           COMPUTE DET-PROVISION ROUNDED =
104641                   (DET-SALDO - DET-COBERTURA) *
104641                   WE-CAT-PCT (J) / 100
                 END-COMPUTE
                 MOVE WE-DEU-CLAVE (I) TO WE-DET-DEUDOR
                 MOVE 'ALINEADO A DEUDOR'  TO WE-DET-OBS
                 PERFORM  GRABAR-CONCILIACION
                 ADD  1                TO WE-CONT-CAMBIADOS
              END-IF
              IF DET-MONEDA = 'SO'
                 ADD  DET-SALDO        TO WE-DEU-SALDO-MN (I)
                 ADD  DET-PROVISION    TO WE-DEU-PROV-MN (I)
              ELSE
                 ADD  DET-SALDO        TO WE-DEU-SALDO-ME (I)
                 ADD  DET-PROVISION    TO WE-DEU-PROV-ME (I)
              END-IF
           END-IF.
           WRITE REG-DETALIN           FROM REG-DETALLE.
           ADD  1                      TO WE-CONT-GRABADOS.
      *---------------------*
       GRABAR-CONCILIACION.
      *---------------------*
           MOVE DET-TIPO-CARTERA       TO WE-DET-TIPO.
           MOVE DET-CLAVE              TO WE-DET-CLAVE.
           MOVE DET-MONEDA             TO WE-DET-MONEDA.
           MOVE DET-DIAS-MORA          TO WE-DET-DIAS.
           MOVE WE-CAT-ORIGINAL        TO WE-DET-CAT-ORI.
           MOVE DET-CATEGORIA          TO WE-DET-CAT-ALI.
           MOVE WE-PROV-ORIGINAL       TO WE-DET-PROV-ORI.
           MOVE DET-PROVISION          TO WE-DET-PROV-ALI.
           WRITE REG-REPORTE           FROM WE-LINEA-DETALLE.
      *------------*
       GRABAR-RCD.
      *------------*
           MOVE SPACES                 TO REG-RCD-CTL.
           MOVE 'H'                    TO RCD-CTL-TIPO.
           MOVE 'BSEB048 '             TO RCD-CTL-PROGRAMA.
           MOVE WE-FEC-PROCESO         TO RCD-CTL-FECHA.
           MOVE ZEROS                  TO RCD-CTL-CANTIDAD.
           MOVE ZEROS                  TO RCD-CTL-HASH-SALDO.
           MOVE ZEROS                  TO RCD-CTL-TOT-SALDO-MN.
           MOVE ZEROS                  TO RCD-CTL-TOT-SALDO-ME.
           MOVE ZEROS                  TO RCD-CTL-TOT-PROV-MN.
           MOVE ZEROS                  TO RCD-CTL-TOT-PROV-ME.
           WRITE REG-RCD-CTL.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-DEUDORES
              ADD  1                   TO I
              PERFORM  GRABAR-DEUDOR
           END-PERFORM.
           MOVE SPACES                 TO REG-RCD-CTL.
           MOVE 'T'                    TO RCD-CTL-TIPO.
           MOVE 'BSEB048 '             TO RCD-CTL-PROGRAMA.
           MOVE WE-FEC-PROCESO         TO RCD-CTL-FECHA.
           MOVE WE-CANT-DEUDORES       TO RCD-CTL-CANTIDAD.
           MOVE WE-HASH-SALDO          TO RCD-CTL-HASH-SALDO.
           MOVE WE-TOT-SALDO-MN        TO RCD-CTL-TOT-SALDO-MN.
           MOVE WE-TOT-SALDO-ME        TO RCD-CTL-TOT-SALDO-ME.
           MOVE WE-TOT-PROV-MN         TO RCD-CTL-TOT-PROV-MN.
           MOVE WE-TOT-PROV-ME         TO RCD-CTL-TOT-PROV-ME.
           WRITE REG-RCD-CTL.
      *---------------*
       GRABAR-DEUDOR.
      *---------------*
           MOVE WE-DEU-CATEG (I)       TO J.
           MOVE SPACES                 TO REG-RCD.
           MOVE 'D'                    TO RCD-TIPO.
           MOVE WE-FEC-PROCESO         TO RCD-FEC-CORTE.
           MOVE WE-DEU-CLAVE (I) (1:1) TO RCD-TIPDOC.
           MOVE WE-DEU-CLAVE (I) (2:11) TO RCD-NRODOC.
           MOVE WE-DEU-COD-UNICO (I)   TO RCD-COD-UNICO.
           MOVE WE-DEU-NOMBRE (I)      TO RCD-NOMBRE.
           MOVE WE-DEU-CARTERA (I)     TO RCD-CARTERA.
           MOVE WE-CAT-SIGLA (J)       TO RCD-CATEGORIA.
           COMPUTE RCD-COD-CATEGORIA = J - 1
           END-COMPUTE.
           MOVE WE-DEU-DIAS-MORA (I)   TO RCD-DIAS-MORA.
           MOVE WE-DEU-CANT-CREDITOS (I) TO RCD-CANT-CREDITOS.
           MOVE WE-DEU-SALDO-MN (I)    TO RCD-SALDO-MN.
           MOVE WE-DEU-SALDO-ME (I)    TO RCD-SALDO-ME.
           MOVE WE-DEU-PROV-MN (I)     TO RCD-PROVISION-MN.
           MOVE WE-DEU-PROV-ME (I)     TO RCD-PROVISION-ME.
           WRITE REG-RCD.
           ADD  WE-DEU-SALDO-MN (I)    TO WE-TOT-SALDO-MN.
           ADD  WE-DEU-SALDO-ME (I)    TO WE-TOT-SALDO-ME.
           ADD  WE-DEU-PROV-MN (I)     TO WE-TOT-PROV-MN.
           ADD  WE-DEU-PROV-ME (I)     TO WE-TOT-PROV-ME.
           ADD  WE-DEU-SALDO-MN (I)    TO WE-HASH-SALDO.
           ADD  WE-DEU-SALDO-ME (I)    TO WE-HASH-SALDO.
           ADD  1                      TO WE-DC-CANTIDAD (J).
      *------------------*
       CANCELAR-PROCESO.
      *------------------*
           DISPLAY 'BSEB048 PROCESO CANCELADO - AMPLIAR TABLAS'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           MOVE 0                      TO J.
           PERFORM UNTIL J >= 5
              ADD  1                   TO J
              MOVE WE-CAT-SIGLA (J)    TO WE-RES-CAT
              MOVE WE-DC-CANTIDAD (J)  TO WE-RES-CANTIDAD
              WRITE REG-REPORTE        FROM WE-LINEA-RESUMEN
           END-PERFORM.
           MOVE 'CREDITOS LEIDOS'      TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-CREDITOS       TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'CREDITOS QUE CAMBIARON'  TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-CAMBIADOS      TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'CREDITOS SIN DEUDOR'  TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-SIN-DEUDOR     TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'DEUDORES REPORTADOS'  TO WE-TOT-ETIQUETA.
           MOVE WE-CANT-DEUDORES       TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           CLOSE  ARCH-DETALIN.
           CLOSE  ARCH-RCD.
           CLOSE  ARCH-REPORTE.
           DISPLAY 'BSEB048 CREDITOS LEIDOS     = ' WE-CONT-CREDITOS.
           DISPLAY 'BSEB048 CREDITOS CAMBIADOS  = ' WE-CONT-CAMBIADOS.
           DISPLAY 'BSEB048 CREDITOS SIN DEUDOR = ' WE-CONT-SIN-DEUDOR.
           DISPLAY 'BSEB048 DEUDORES REPORTADOS = ' WE-CANT-DEUDORES.
           DISPLAY 'BSEB048 LLAMADAS EN ERROR   = ' WE-CONT-ERRORES.
           PERFORM  REGISTRAR-FIN-CORRIDA.
           STOP RUN.
      *---------------------------*
       REGISTRAR-INICIO-CORRIDA.
      *---------------------------*
      *--- SE ALINEA SOBRE LA CLASIFICACION DEL MISMO CORTE: BSEB027
      *--- DEBE HABER TERMINADO BIEN PARA LA FECHA
           INITIALIZE                  RUNC-COMMAREA.
           MOVE 'I'                 TO RUNC-MODO.
           MOVE WE-FEC-PROCESO      TO RUNC-FEC-PROCESO.
           MOVE 'BSEB048 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE 'BSEB027 '          TO RUNC-PRED-PROGRAMA.
           MOVE 1                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
           IF RUNC-COD-RESPTA = '08'
              DISPLAY 'BSEB048 PREDECESOR SIN CORRIDA EXITOSA'
              DISPLAY 'BSEB048 PROCESO NO INICIADO'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.
      *-------------------------*
       REGISTRAR-FIN-CORRIDA.
      *-------------------------*
           MOVE 'F'                 TO RUNC-MODO.
           MOVE 'T'                 TO RUNC-ESTADO-FIN.
           MOVE WE-CONT-CREDITOS    TO RUNC-CONT-LEIDOS.
           MOVE WE-CONT-GRABADOS    TO RUNC-CONT-GRABADOS.
           MOVE WE-CONT-ERRORES     TO RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
