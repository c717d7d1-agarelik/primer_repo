************************************************************************
***   * 104661 15/10/26 JCV NO SE EMITE EL ESTADO DE LAS CUENTAS CON   *
***   *               RECLAMO ABIERTO (RECLAMO): VAN AL REPORTE        *
***   * 104650 15/10/26 JCV ESTADO DE CUENTA MENSUAL IMPRIMIBLE POR    *
***   *               DEUDOR JUDICIAL CON CONSTANCIA DE ENVIO          *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO ESTADOCUENTAJUD - LOTE MENSUAL                      **
*OBJET*** ARMA POR CADA CUENTA DE LA FOTO SNAPJUD UN ESTADO DE        **
*OBJET*** CUENTA IMPRIMIBLE DEL MES: POSICION DE LA FOTO, PAGOS DEL   **
*OBJET*** PERIODO (CLOCRM02 TRAMA 038 CRUZADA CON PAGOLOG), PLAN Y    **
*OBJET*** CUMPLIMIENTO DEL CONVENIO (CNVLOG), EMBARGOS VIGENTES       **
*OBJET*** (EMBGLOG) Y PROMESAS PENDIENTES (PROMLOG). SE DIRIGE AL     **
*OBJET*** DOMICILIO POSTAL DE SRMR007 SALTEANDO LOS MARCADOS          **
*OBJET*** INVALIDOS EN DIRCAL; NO SE EMITE PARA DEUDORES FALLECIDOS   **
*OBJET*** (FALLLOG) NI PARA QUIEN SUPRIMIO LA CARTA DE COBRANZA       **
*OBJET*** (CONTPREF). CADA ESTADO QUEDA EN ESTCLOG COMO CONSTANCIA    **
*OBJET*** DE ENVIO Y LOS NO EMITIDOS VAN A UN REPORTE. LAS DESCARGAS  **
*OBJET*** VIENEN CLASIFICADAS POR CTAAFI COMO LA FOTO                 **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB065.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-SNAPSHOT       ASSIGN TO SNAPSHOT
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-PAGOLOG        ASSIGN TO PAGOLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-CNVLOG         ASSIGN TO CNVLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-EMBGLOG        ASSIGN TO EMBGLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-PROMLOG        ASSIGN TO PROMLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-FALLEC         ASSIGN TO FALLEC
                                        ORGANIZATION IS SEQUENTIAL.
104661     SELECT  ARCH-RECLAMO        ASSIGN TO RECLAMO
104661                                  ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-CONTPREF       ASSIGN TO CONTPREF
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-DIRCAL         ASSIGN TO DIRCAL
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-ESTCLOG        ASSIGN TO ESTCLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-ESTCNEW        ASSIGN TO ESTCNEW
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-ESTCTA         ASSIGN TO ESTCTA
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-REPORTE        ASSIGN TO REPORTE
                                        ORGANIZATION IS SEQUENTIAL.
      *=============*
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------------ FECHA DE CORTE DEL ESTADO --------------------*
       FD  ARCH-PARM
           RECORDING MODE IS F.
       01  REG-PARM.
           02  PARM-FEC-PROCESO            PIC 9(08).
           02  PARM-CODENT                 PIC X(03).
      *------------------ FOTO DE LA CARTERA JUDICIAL (BSEB034) --------*
       FD  ARCH-SNAPSHOT
           RECORDING MODE IS F.
           COPY BSESNJRG.
      *------------------ PAGOS DEL BUS (DESCARGA DE PAGOLOG) ----------*
       FD  ARCH-PAGOLOG
           RECORDING MODE IS F.
           COPY BSEPAGRG.
      *------------------ CONVENIOS (DESCARGA DE CNVLOG) ---------------*
       FD  ARCH-CNVLOG
           RECORDING MODE IS F.
           COPY BSECNVRG.
      *------------------ EMBARGOS (DESCARGA DE EMBGLOG) ---------------*
       FD  ARCH-EMBGLOG
           RECORDING MODE IS F.
           COPY BSEEMBRG.
      *------------------ PROMESAS (DESCARGA DE PROMLOG) ---------------*
       FD  ARCH-PROMLOG
           RECORDING MODE IS F.
           COPY BSEPRORG.
      *------------------ FALLECIDOS (DESCARGA DE FALLLOG) -------------*
       FD  ARCH-FALLEC
           RECORDING MODE IS F.
           COPY BSEFALRG.
      *------------------ RECLAMOS (DESCARGA DE RECLAMO) ---------------*
104661 FD  ARCH-RECLAMO
104661     RECORDING MODE IS F.
104661     COPY BSERCLRG.
      *------------------ PREFERENCIAS (DESCARGA DE CONTPREF) ----------*
       FD  ARCH-CONTPREF
           RECORDING MODE IS F.
           COPY BSECPFRG.
      *------------------ CALIDAD DE DOMICILIOS (DESCARGA DE DIRCAL) --*
       FD  ARCH-DIRCAL
           RECORDING MODE IS F.
           COPY BSEDIRRG.
      *------------------ ESTADOS YA ENVIADOS (DESCARGA DE ESTCLOG) ---*
       FD  ARCH-ESTCLOG
           RECORDING MODE IS F.
       01  REG-ESTCLOG-ENT                 PIC X(140).
      *------------------ ESTADOS ENVIADOS ACTUALIZADOS (RECARGA) ------*
       FD  ARCH-ESTCNEW
           RECORDING MODE IS F.
       01  REG-ESTCNEW                     PIC X(140).
      *------------------ ESTADOS DE CUENTA PARA LA IMPRENTA -----------*
       FD  ARCH-ESTCTA
           RECORDING MODE IS F.
       01  REG-ESTCTA                      PIC X(132).
      *------------------ ESTADOS NO EMITIDOS --------------------------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(80).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-EOF-SNAPSHOT             PIC X(01)  VALUE SPACES.
           02  WE-EOF-FALLEC               PIC X(01)  VALUE SPACES.
           02  WE-EOF-CONTPREF             PIC X(01)  VALUE SPACES.
           02  WE-EOF-DIRCAL               PIC X(01)  VALUE SPACES.
           02  WE-EOF-ESTCLOG              PIC X(01)  VALUE SPACES.
           02  WE-SW-LEYO                  PIC X(01)  VALUE SPACES.
           02  WE-SW-COLA                  PIC X(01)  VALUE SPACES.
           02  WE-SW-FALLECIDO             PIC X(01)  VALUE SPACES.
           02  WE-SW-ENVIADO               PIC X(01)  VALUE SPACES.
           02  WE-SW-SUPRIMIDO             PIC X(01)  VALUE SPACES.
           02  WE-SW-INVALIDO              PIC X(01)  VALUE SPACES.
           02  WE-SW-MARCADO               PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-FEC-DESDE                PIC 9(08)  VALUE ZEROS.
           02  WE-FEC-DESDE-R  REDEFINES  WE-FEC-DESDE.
               03  WE-FD-AAAAMM            PIC 9(06).
               03  WE-FD-DD                PIC 9(02).
           02  WE-CODENT                   PIC X(03)  VALUE '003'.
           02  WE-ENT4                     PIC X(04)  VALUE SPACES.
           02  WE-CTLS-ENT                 PIC X(16)  VALUE SPACES.
           02  WE-CUNICO                   PIC X(10)  VALUE SPACES.
           02  WE-NOMBRE                   PIC X(80)  VALUE SPACES.
           02  WE-DIRECCION                PIC X(40)  VALUE SPACES.
           02  WE-TIPO-DOM                 PIC X(06)  VALUE SPACES.
           02  WE-MOTIVO                   PIC X(40)  VALUE SPACES.
           02  WE-CLAVE-PAG                PIC X(10)  VALUE SPACES.
           02  WE-CLAVE-CNV                PIC X(10)  VALUE SPACES.
           02  WE-CLAVE-EMB                PIC X(10)  VALUE SPACES.
           02  WE-CLAVE-PROM               PIC X(10)  VALUE SPACES.
           02  WE-SECUENCIA                PIC X(10)  VALUE SPACES.
           02  WE-CONT-PAGINAS             PIC 9(03)  VALUE ZEROS.
           02  WE-CONT-FOTO                PIC 9(07)  VALUE ZEROS.
           02  WE-HASH-SALACT              PIC 9(15)  VALUE ZEROS.
           02  WE-CONT-ESTADOS             PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-FALLECIDOS          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-SUPRIMIDOS          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-DUPLICADOS          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-SIN-DOMICILIO       PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-DOM-INVALIDOS       PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-SIN-MOVIM           PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-EXCEDIDOS           PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-ERRORES             PIC 9(07)  VALUE ZEROS.
           02  I                           PIC 9(05)  VALUE ZEROS.
           02  J                           PIC 9(03)  VALUE ZEROS.
           02  K                           PIC 9(03)  VALUE ZEROS.
           02  N                           PIC 9(03)  VALUE ZEROS.
           02  P                           PIC 9(05)  VALUE ZEROS.
           02  F9                          PIC 9(05)  VALUE ZEROS.
104661     02  WE-EOF-RECLAMO              PIC X(01)  VALUE SPACES.
104661     02  WE-SW-RECLAMO               PIC X(01)  VALUE SPACES.
104661     02  WE-CONT-RECLAMOS            PIC 9(07)  VALUE ZEROS.
104661     02  R9                          PIC 9(05)  VALUE ZEROS.
      *------------------ CABECERA Y COLA DE LA FOTO -------------------*
       01  REG-SNAPJUD-CTL.
           02  SNJ-CTL-TIPO                PIC X(01).
           02  SNJ-CTL-PROGRAMA            PIC X(08).
           02  SNJ-CTL-FECHA               PIC 9(08).
           02  SNJ-CTL-CANTIDAD            PIC 9(09).
           02  SNJ-CTL-HASH-SALACT         PIC 9(15).
           02  FILLER                      PIC X(142).
      *------------------ ESTADO ENVIADO (AREA DE TRABAJO) -------------*
           COPY BSEESTRG.
      *------------------ CUENTAS DE DEUDOR FALLECIDO ------------------*
       01  WE-TABLA-FALLECIDOS.
           02  WE-CANT-FALL                PIC 9(05)  VALUE ZEROS.
           02  WE-FAL-CTAAFI  OCCURS  5000  TIMES
                                           PIC X(10).
      *------------------ CUENTAS CON RECLAMO ABIERTO ------------------*
104661 01  WE-TABLA-RECLAMOS.
104661     02  WE-CANT-RCL                 PIC 9(05)  VALUE ZEROS.
104661     02  WE-RCL-CTAAFI  OCCURS  5000  TIMES
104661                                     PIC X(10).
      *------------------ CLIENTES SIN CARTA DE COBRANZA ---------------*
       01  WE-TABLA-SUPRIMIDOS.
           02  WE-CANT-SUPR                PIC 9(05)  VALUE ZEROS.
           02  WE-SUP-COD-UNICO  OCCURS  5000  TIMES
                                           PIC X(10).
      *------------------ DOMICILIOS INVALIDOS (DIRCAL) ----------------*
       01  WE-TABLA-INVALIDOS.
           02  WE-CANT-INV                 PIC 9(05)  VALUE ZEROS.
           02  WE-INV-OCC  OCCURS  5000  TIMES.
               03  WE-INV-COD-UNICO        PIC X(10).
               03  WE-INV-TIPO-DOM         PIC X(06).
      *------------------ ESTADOS YA ENVIADOS PARA EL CORTE ------------*
       01  WE-TABLA-ENVIADOS.
           02  WE-CANT-ENV                 PIC 9(05)  VALUE ZEROS.
           02  WE-ENV-CTAAFI  OCCURS  5000  TIMES
                                           PIC X(10).
      *------------------ DATOS DE LA CUENTA EN EMISION ----------------*
       01  WE-CUENTA.
           02  WE-SW-EXCEDIDO              PIC X(01).
           02  WE-SW-ERROR-CRM             PIC X(01).
           02  WE-CANT-PAGOS               PIC 9(03).
           02  WE-TOT-PAGOS                PIC S9(13)V99.
           02  WE-CANT-PGL                 PIC 9(03).
           02  WE-PGL-OCC  OCCURS  50  TIMES.
               03  WE-PGL-ESTADO           PIC X(01).
               03  WE-PGL-FEC-PAGO         PIC 9(08).
               03  WE-PGL-FEC-EXTORNO      PIC 9(08).
               03  WE-PGL-TOTPAGAR         PIC S9(13)V99.
               03  WE-PGL-USADO            PIC X(01).
           02  WE-CANT-MOV                 PIC 9(03).
           02  WE-MOV-OCC  OCCURS  60  TIMES.
               03  WE-MOV-FECHA            PIC 9(08).
               03  WE-MOV-IMPORTE          PIC S9(13)V99.
               03  WE-MOV-CON-SALDO        PIC X(01).
               03  WE-MOV-SALDO            PIC S9(13)V99.
               03  WE-MOV-OBSERV           PIC X(30).
           02  WE-CNV-TIENE                PIC X(01).
           02  WE-CNV-FEC-ALTA             PIC 9(08).
           02  WE-CNV-ESTADO               PIC X(01).
           02  WE-CNV-SALACT               PIC S9(13)V99.
           02  WE-CNV-CANT-CUOTAS          PIC 9(02).
           02  WE-CUO-OCC  OCCURS  24  TIMES.
               03  WE-CUO-FECHA            PIC 9(08).
               03  WE-CUO-IMPORTE          PIC S9(13)V99.
               03  WE-CUO-ESTADO           PIC X(01).
           02  WE-CUO-CUMPLIDAS            PIC 9(03).
           02  WE-CUO-IMPAGAS              PIC 9(03).
           02  WE-CUO-PENDIENTES           PIC 9(03).
           02  WE-IMP-CUMPLIDAS            PIC S9(13)V99.
           02  WE-IMP-IMPAGAS              PIC S9(13)V99.
           02  WE-IMP-PENDIENTES           PIC S9(13)V99.
           02  WE-CANT-EMB                 PIC 9(03).
           02  WE-TOT-EMBARGOS             PIC S9(13)V99.
           02  WE-EMB-OCC  OCCURS  20  TIMES.
               03  WE-EMB-REFERENCIA       PIC X(14).
               03  WE-EMB-JUZGADO          PIC X(30).
               03  WE-EMB-FEC-ALTA         PIC 9(08).
               03  WE-EMB-IMPORTE          PIC S9(13)V99.
           02  WE-CANT-PRO                 PIC 9(03).
           02  WE-TOT-PROMESAS             PIC S9(13)V99.
           02  WE-PRO-OCC  OCCURS  20  TIMES.
               03  WE-PRO-FECHA            PIC 9(08).
               03  WE-PRO-IMPORTE          PIC S9(13)V99.
      *------------------ LINEAS DEL ESTADO DE CUENTA ------------------*
       01  WE-EC-TITULO.
           02  FILLER                      PIC X(45)  VALUE
               'ESTADO DE CUENTA DE COBRANZA JUDICIAL'.
           02  FILLER                      PIC X(08)  VALUE 'PERIODO '.
           02  WE-ET-DESDE                 PIC 9(08)  VALUE ZEROS.
           02  FILLER                      PIC X(04)  VALUE ' AL '.
           02  WE-ET-HASTA                 PIC 9(08)  VALUE ZEROS.
           02  FILLER                      PIC X(59)  VALUE SPACES.
       01  WE-EC-NOMBRE.
           02  FILLER                      PIC X(08)  VALUE 'SENORES '.
           02  WE-EN-NOMBRE                PIC X(80)  VALUE SPACES.
           02  FILLER                      PIC X(44)  VALUE SPACES.
       01  WE-EC-DIRECCION.
           02  WE-ED-DIRECCION             PIC X(40)  VALUE SPACES.
           02  FILLER                      PIC X(92)  VALUE SPACES.
       01  WE-EC-CUENTA.
           02  FILLER                      PIC X(07)  VALUE 'CUENTA '.
           02  WE-EU-CTAAFI                PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(09)  VALUE
               '  MONEDA '.
           02  WE-EU-MONEDA                PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(12)  VALUE
               '  SITUACION '.
           02  WE-EU-SITUAC                PIC X(30)  VALUE SPACES.
           02  FILLER                      PIC X(54)  VALUE SPACES.
       01  WE-EC-POSICION.
           02  FILLER                      PIC X(15)  VALUE
               'SALDO ACTUAL'.
           02  WE-EP-SALACT                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(19)  VALUE
               '  IMPORTE ORIGINAL '.
           02  WE-EP-IMPO-ORIG             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(14)  VALUE
               '  VENCIMIENTO '.
           02  WE-EP-FEC-VENCIM            PIC 9(08)  VALUE ZEROS.
           02  FILLER                      PIC X(34)  VALUE SPACES.
       01  WE-EC-ESTUDIO.
           02  FILLER                      PIC X(20)  VALUE
               'ESTUDIO A CARGO'.
           02  WE-ES-ESTUDIO               PIC X(30)  VALUE SPACES.
           02  FILLER                      PIC X(82)  VALUE SPACES.
       01  WE-EC-SECCION.
           02  FILLER                      PIC X(04)  VALUE '--- '.
           02  WE-SC-TITULO                PIC X(40)  VALUE SPACES.
           02  FILLER                      PIC X(88)  VALUE SPACES.
       01  WE-EC-CAB-PAGOS.
           02  FILLER                      PIC X(12)  VALUE
               '  FECHA'.
           02  FILLER                      PIC X(23)  VALUE
               '              IMPORTE'.
           02  FILLER                      PIC X(23)  VALUE
               '                SALDO'.
           02  FILLER                      PIC X(74)  VALUE
               'OBSERVACION'.
       01  WE-EC-PAGO.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-EG-FECHA                 PIC 9(08)  VALUE ZEROS.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-EG-IMPORTE               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-EG-SALDO                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  WE-EG-SALDO-X  REDEFINES  WE-EG-SALDO
                                           PIC X(21).
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-EG-OBSERV                PIC X(30)  VALUE SPACES.
           02  FILLER                      PIC X(44)  VALUE SPACES.
       01  WE-EC-TOTAL.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-EL-TEXTO                 PIC X(30)  VALUE SPACES.
           02  WE-EL-CANT                  PIC ZZ9.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-EL-IMPORTE               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(74)  VALUE SPACES.
       01  WE-EC-CONVENIO.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  FILLER                      PIC X(18)  VALUE
               'CONVENIO FIRMADO'.
           02  WE-EV-FEC-ALTA              PIC 9(08)  VALUE ZEROS.
           02  FILLER                      PIC X(10)  VALUE
               '  ESTADO '.
           02  WE-EV-ESTADO                PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(17)  VALUE
               '  SALDO PACTADO '.
           02  WE-EV-SALACT                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(46)  VALUE SPACES.
       01  WE-EC-CUOTA.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  FILLER                      PIC X(06)  VALUE 'CUOTA '.
           02  WE-EQ-NRO                   PIC Z9.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-EQ-FECHA                 PIC 9(08)  VALUE ZEROS.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-EQ-IMPORTE               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-EQ-ESTADO                PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(77)  VALUE SPACES.
       01  WE-EC-EMBARGO.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-EE-REFERENCIA            PIC X(14)  VALUE SPACES.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-EE-JUZGADO               PIC X(30)  VALUE SPACES.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-EE-FEC-ALTA              PIC 9(08)  VALUE ZEROS.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-EE-IMPORTE               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(51)  VALUE SPACES.
       01  WE-EC-PROMESA.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  FILLER                      PIC X(17)  VALUE
               'PROMESA DE PAGO'.
           02  WE-EO-FECHA                 PIC 9(08)  VALUE ZEROS.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-EO-IMPORTE               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(82)  VALUE SPACES.
       01  WE-EC-SIN-DATOS.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-SD-TEXTO                 PIC X(40)  VALUE SPACES.
           02  FILLER                      PIC X(90)  VALUE SPACES.
       01  WE-EC-CORTE.
           02  FILLER                      PIC X(40)  VALUE
               '----------------------------------------'.
           02  FILLER                      PIC X(92)  VALUE SPACES.
      *------------------ LINEAS DEL REPORTE ---------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(44)  VALUE
               'BSEB065 ESTADOS DE CUENTA NO EMITIDOS AL '.
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(28)  VALUE SPACES.
       01  WE-LINEA-EXCEPCION.
           02  WE-EX-CTAAFI                PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-EX-COD-UNICO             PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-EX-MOTIVO                PIC X(40)  VALUE SPACES.
           02  FILLER                      PIC X(18)  VALUE SPACES.
      *--- COPY PARA RUTINA CLLOCRM02 ($CL) --------------------------*
           COPY CL02CRM.
      *------------- RUTINA SRMR013 (CUENTAS) ------------------------*
       01  WF-COMMAREA-CRCS.
           COPY SRMCRCS.
      *------------- RUTINA SRMR011 (CLIENTES) -----------------------*
       01  WF-COMMAREA-CICS.
           COPY SRMCICS.
      *------------- RUTINA SRMR007 (DIRECCIONES) --------------------*
       01  WF-COMMAREA-007C.
           COPY SRMR007C.
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
              DISPLAY 'BSEB065 FECHA DE CORTE NO INFORMADA'
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *--- EL PERIODO DEL ESTADO VA DEL PRIMER DIA DEL MES AL CORTE
           MOVE WE-FEC-PROCESO         TO WE-FEC-DESDE.
           MOVE 01                     TO WE-FD-DD.
           MOVE '0000000000000000'     TO WE-CTLS-ENT.
           MOVE WE-CODENT              TO WE-CTLS-ENT (2:3).
           MOVE '0'                    TO WE-ENT4 (1:1).
           MOVE WE-CODENT              TO WE-ENT4 (2:3).
           PERFORM  CARGAR-FALLECIDOS.
104661     PERFORM  CARGAR-RECLAMOS.
           PERFORM  CARGAR-SUPRIMIDOS.
           PERFORM  CARGAR-INVALIDOS.
           OPEN INPUT   ARCH-ESTCLOG.
           OPEN OUTPUT  ARCH-ESTCNEW.
           PERFORM  CARGAR-ENVIADOS.
           CLOSE  ARCH-ESTCLOG.
           OPEN INPUT   ARCH-SNAPSHOT.
           OPEN INPUT   ARCH-PAGOLOG.
           OPEN INPUT   ARCH-CNVLOG.
           OPEN INPUT   ARCH-EMBGLOG.
           OPEN INPUT   ARCH-PROMLOG.
           OPEN OUTPUT  ARCH-ESTCTA.
           OPEN OUTPUT  ARCH-REPORTE.
           MOVE WE-FEC-PROCESO         TO WE-TIT-FECHA.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
           PERFORM  LEER-PAGOLOG.
           PERFORM  LEER-CNVLOG.
           PERFORM  LEER-EMBGLOG.
           PERFORM  LEER-PROMLOG.
      *-----------------*
       CARGAR-FALLECIDOS.
      *-----------------*
           OPEN INPUT  ARCH-FALLEC.
           PERFORM UNTIL WE-EOF-FALLEC = 'S'
              READ ARCH-FALLEC
                   AT END
                      MOVE 'S'         TO WE-EOF-FALLEC
                   NOT AT END
                      IF WE-CANT-FALL >= 5000
                         DISPLAY 'BSEB065 TABLA FALLLOG DESBORDADA'
                         PERFORM  CANCELAR-PROCESO
                      END-IF
                      ADD  1           TO WE-CANT-FALL
                      MOVE FALL-CTAAFI
                           TO WE-FAL-CTAAFI (WE-CANT-FALL)
              END-READ
           END-PERFORM.
           CLOSE  ARCH-FALLEC.
      *---------------*
104661 CARGAR-RECLAMOS.
      *---------------*
104661*--- SOLO LOS RECLAMOS ABIERTOS SOBRE UNA CUENTA JUDICIAL
104661     OPEN INPUT  ARCH-RECLAMO.
104661     PERFORM UNTIL WE-EOF-RECLAMO = 'S'
104661        READ ARCH-RECLAMO
104661             AT END
104661                MOVE 'S'         TO WE-EOF-RECLAMO
104661             NOT AT END
104661                IF RCL-ESTADO = 'A' AND RCL-CTAAFI NOT = SPACES
104661                   IF WE-CANT-RCL >= 5000
104661                      DISPLAY 'BSEB065 TABLA RECLAMO DESBORDADA'
104661                      PERFORM  CANCELAR-PROCESO
104661                   END-IF
104661                   ADD  1        TO WE-CANT-RCL
104661                   MOVE RCL-CTAAFI
104661                            TO WE-RCL-CTAAFI (WE-CANT-RCL)
104661                END-IF
104661        END-READ
104661     END-PERFORM.
104661     CLOSE  ARCH-RECLAMO.
      *-----------------*
       CARGAR-SUPRIMIDOS.
      *-----------------*
           OPEN INPUT  ARCH-CONTPREF.
           PERFORM UNTIL WE-EOF-CONTPREF = 'S'
              READ ARCH-CONTPREF
                   AT END
                      MOVE 'S'         TO WE-EOF-CONTPREF
                   NOT AT END
                      IF CPF-COB-CARTA = 'S'
                         IF WE-CANT-SUPR >= 5000
                            DISPLAY 'BSEB065 TABLA CONTPREF '
                                    'DESBORDADA'
                            PERFORM  CANCELAR-PROCESO
                         END-IF
                         ADD  1        TO WE-CANT-SUPR
                         MOVE CPF-COD-UNICO
                              TO WE-SUP-COD-UNICO (WE-CANT-SUPR)
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE  ARCH-CONTPREF.
      *----------------*
       CARGAR-INVALIDOS.
      *----------------*
      *--- SOLO INTERESAN LOS DOMICILIOS REBOTADOS; LOS CORREGIDOS
      *--- VUELVEN A SER VALIDOS
           OPEN INPUT  ARCH-DIRCAL.
           PERFORM UNTIL WE-EOF-DIRCAL = 'S'
              READ ARCH-DIRCAL
                   AT END
                      MOVE 'S'         TO WE-EOF-DIRCAL
                   NOT AT END
                      IF DIRCAL-ESTADO = 'I'
                         IF WE-CANT-INV >= 5000
                            DISPLAY 'BSEB065 TABLA DIRCAL DESBORDADA'
                            PERFORM  CANCELAR-PROCESO
                         END-IF
                         ADD  1        TO WE-CANT-INV
                         MOVE DIRCAL-COD-UNICO
                              TO WE-INV-COD-UNICO (WE-CANT-INV)
                         MOVE DIRCAL-TIPO-DOM
                              TO WE-INV-TIPO-DOM  (WE-CANT-INV)
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE  ARCH-DIRCAL.
      *---------------*
       CARGAR-ENVIADOS.
      *---------------*
      *--- LOS ESTADOS YA ENVIADOS PASAN TAL CUAL A LA RECARGA; LOS DEL
      *--- MISMO CORTE QUEDAN EN MEMORIA PARA QUE UNA NUEVA CORRIDA NO
      *--- IMPRIMA DOS VECES EL ESTADO DE LA MISMA CUENTA
           PERFORM UNTIL WE-EOF-ESTCLOG = 'S'
              READ ARCH-ESTCLOG
                   AT END
                      MOVE 'S'         TO WE-EOF-ESTCLOG
                   NOT AT END
                      MOVE REG-ESTCLOG-ENT TO REG-ESTCLOG
                      WRITE REG-ESTCNEW    FROM REG-ESTCLOG
                      IF ESTLOG-FEC-CORTE = WE-FEC-PROCESO
                         IF WE-CANT-ENV >= 5000
                            DISPLAY 'BSEB065 TABLA ESTCLOG DESBORDADA'
                            PERFORM  CANCELAR-PROCESO
                         END-IF
                         ADD  1        TO WE-CANT-ENV
                         MOVE ESTLOG-CTAAFI
                              TO WE-ENV-CTAAFI (WE-CANT-ENV)
                      END-IF
              END-READ
           END-PERFORM.
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
           PERFORM  LEER-SNAPSHOT.
           PERFORM UNTIL WE-EOF-SNAPSHOT = 'S'
              PERFORM  EVALUAR-CUENTA
              PERFORM  LEER-SNAPSHOT
           END-PERFORM.
           IF WE-SW-COLA NOT = 'S' AND WE-CONT-FOTO > 0
              DISPLAY 'BSEB065 FOTO SNAPJUD SIN COLA DE CONTROL'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           CLOSE  ARCH-SNAPSHOT.
           CLOSE  ARCH-PAGOLOG.
           CLOSE  ARCH-CNVLOG.
           CLOSE  ARCH-EMBGLOG.
           CLOSE  ARCH-PROMLOG.
      *-------------*
       LEER-SNAPSHOT.
      *-------------*
      *--- ENTREGA EL PROXIMO DETALLE: SALTEA LA CABECERA Y VALIDA LA
      *--- COLA CUANDO APARECE
           MOVE 'N'                    TO WE-SW-LEYO.
           PERFORM UNTIL WE-SW-LEYO = 'S' OR WE-EOF-SNAPSHOT = 'S'
              READ ARCH-SNAPSHOT
                   AT END
                      MOVE 'S'         TO WE-EOF-SNAPSHOT
                   NOT AT END
                      EVALUATE SNJ-CTAAFI (1:1)
                         WHEN 'H'
                            CONTINUE
                         WHEN 'T'
                            MOVE REG-SNAPJUD TO REG-SNAPJUD-CTL
                            PERFORM  VALIDAR-COLA
                            MOVE 'S'   TO WE-EOF-SNAPSHOT
                         WHEN OTHER
                            ADD  1          TO WE-CONT-FOTO
                            ADD  SNJ-SALACT TO WE-HASH-SALACT
                            MOVE 'S'   TO WE-SW-LEYO
                      END-EVALUATE
              END-READ
           END-PERFORM.
      *------------*
       VALIDAR-COLA.
      *------------*
           MOVE 'S'                    TO WE-SW-COLA.
           IF SNJ-CTL-CANTIDAD    NOT = WE-CONT-FOTO OR
              SNJ-CTL-HASH-SALACT NOT = WE-HASH-SALACT
              DISPLAY 'BSEB065 FOTO SNAPJUD NO CIERRA CONTRA SU COLA'
              DISPLAY 'BSEB065 COLA CANT=' SNJ-CTL-CANTIDAD
                      ' LEIDO=' WE-CONT-FOTO
              DISPLAY 'BSEB065 COLA HASH=' SNJ-CTL-HASH-SALACT
                      ' LEIDO=' WE-HASH-SALACT
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *------------*
       LEER-PAGOLOG.
      *------------*
           READ ARCH-PAGOLOG
                AT END
                   MOVE HIGH-VALUES      TO WE-CLAVE-PAG
                NOT AT END
                   MOVE PAGLOG-CTAAFI    TO WE-CLAVE-PAG
           END-READ.
      *-----------*
       LEER-CNVLOG.
      *-----------*
           READ ARCH-CNVLOG
                AT END
                   MOVE HIGH-VALUES      TO WE-CLAVE-CNV
                NOT AT END
                   MOVE CNVLOG-CTAAFI    TO WE-CLAVE-CNV
           END-READ.
      *------------*
       LEER-EMBGLOG.
      *------------*
           READ ARCH-EMBGLOG
                AT END
                   MOVE HIGH-VALUES      TO WE-CLAVE-EMB
                NOT AT END
                   MOVE EMBLOG-CTAAFI    TO WE-CLAVE-EMB
           END-READ.
      *------------*
       LEER-PROMLOG.
      *------------*
           READ ARCH-PROMLOG
                AT END
                   MOVE HIGH-VALUES      TO WE-CLAVE-PROM
                NOT AT END
                   MOVE PROMLOG-CTAAFI   TO WE-CLAVE-PROM
           END-READ.
      *--------------*
       EVALUAR-CUENTA.
      *--------------*
      *--- LAS DESCARGAS SE AVANZAN SIEMPRE HASTA LA CUENTA, AUNQUE
      *--- LA CUENTA NO LLEVE ESTADO
           INITIALIZE                     WE-CUENTA.
           MOVE SPACES                 TO WE-CUNICO.
           PERFORM  JUNTAR-PAGOLOG.
           PERFORM  JUNTAR-CONVENIO.
           PERFORM  JUNTAR-EMBARGOS.
           PERFORM  JUNTAR-PROMESAS.
           PERFORM  VERIFICAR-FALLECIDO.
104661     PERFORM  VERIFICAR-RECLAMO.
           PERFORM  VERIFICAR-ENVIADO.
           EVALUATE TRUE
              WHEN WE-SW-FALLECIDO = 'S'
                 ADD  1                TO WE-CONT-FALLECIDOS
                 MOVE 'DEUDOR FALLECIDO (FALLLOG)' TO WE-MOTIVO
                 PERFORM  GRABAR-EXCEPCION
104661        WHEN WE-SW-RECLAMO = 'S'
104661           ADD  1                TO WE-CONT-RECLAMOS
104661           MOVE 'RECLAMO ABIERTO (RECLAMO)'  TO WE-MOTIVO
104661           PERFORM  GRABAR-EXCEPCION
              WHEN WE-SW-ENVIADO = 'S'
                 ADD  1                TO WE-CONT-DUPLICADOS
              WHEN OTHER
                 PERFORM  PREPARAR-ESTADO
           END-EVALUATE.
      *--------------*
       JUNTAR-PAGOLOG.
      *--------------*
      *--- LOS PAGOS DEL BUS APLICADOS EN EL PERIODO Y LOS EXTORNADOS
      *--- EN EL PERIODO (AUNQUE EL PAGO SEA DE UN PERIODO ANTERIOR)
           PERFORM UNTIL WE-CLAVE-PAG >= SNJ-CTAAFI
              PERFORM  LEER-PAGOLOG
           END-PERFORM.
           PERFORM UNTIL WE-CLAVE-PAG NOT = SNJ-CTAAFI
              IF (PAGLOG-FEC-PAGO >= WE-FEC-DESDE     AND
                  PAGLOG-FEC-PAGO <= WE-FEC-PROCESO)  OR
                 (PAGLOG-ESTADO = 'X'                 AND
                  PAGLOG-FEC-EXTORNO >= WE-FEC-DESDE  AND
                  PAGLOG-FEC-EXTORNO <= WE-FEC-PROCESO)
                 IF WE-CANT-PGL < 50
                    ADD  1             TO WE-CANT-PGL
                    MOVE PAGLOG-ESTADO
                         TO WE-PGL-ESTADO      (WE-CANT-PGL)
                    MOVE PAGLOG-FEC-PAGO
                         TO WE-PGL-FEC-PAGO    (WE-CANT-PGL)
                    MOVE PAGLOG-FEC-EXTORNO
                         TO WE-PGL-FEC-EXTORNO (WE-CANT-PGL)
                    MOVE PAGLOG-TOTPAGAR
                         TO WE-PGL-TOTPAGAR    (WE-CANT-PGL)
                    MOVE 'N' TO WE-PGL-USADO   (WE-CANT-PGL)
                 ELSE
                    MOVE 'S'           TO WE-SW-EXCEDIDO
                 END-IF
              END-IF
              PERFORM  LEER-PAGOLOG
           END-PERFORM.
      *---------------*
       JUNTAR-CONVENIO.
      *---------------*
      *--- SI LA CUENTA TUVO MAS DE UN CONVENIO SE INFORMA EL ULTIMO
           PERFORM UNTIL WE-CLAVE-CNV >= SNJ-CTAAFI
              PERFORM  LEER-CNVLOG
           END-PERFORM.
           PERFORM UNTIL WE-CLAVE-CNV NOT = SNJ-CTAAFI
              MOVE 'S'                 TO WE-CNV-TIENE
              MOVE CNVLOG-FEC-ALTA     TO WE-CNV-FEC-ALTA
              MOVE CNVLOG-ESTADO       TO WE-CNV-ESTADO
              MOVE CNVLOG-SALACT-REGISTRO
                                       TO WE-CNV-SALACT
              MOVE CNVLOG-CANT-CUOTAS  TO WE-CNV-CANT-CUOTAS
              IF WE-CNV-CANT-CUOTAS > 24
                 MOVE 24               TO WE-CNV-CANT-CUOTAS
              END-IF
              MOVE 0                   TO N
              PERFORM UNTIL N >= WE-CNV-CANT-CUOTAS
                 ADD  1                TO N
                 MOVE CNVLOG-CUO-FECHA   (N) TO WE-CUO-FECHA   (N)
                 MOVE CNVLOG-CUO-IMPORTE (N) TO WE-CUO-IMPORTE (N)
                 MOVE CNVLOG-CUO-ESTADO  (N) TO WE-CUO-ESTADO  (N)
              END-PERFORM
              PERFORM  LEER-CNVLOG
           END-PERFORM.
      *---------------*
       JUNTAR-EMBARGOS.
      *---------------*
           PERFORM UNTIL WE-CLAVE-EMB >= SNJ-CTAAFI
              PERFORM  LEER-EMBGLOG
           END-PERFORM.
           PERFORM UNTIL WE-CLAVE-EMB NOT = SNJ-CTAAFI
              IF EMBLOG-ESTADO = 'V'
                 IF WE-CANT-EMB < 20
                    ADD  1             TO WE-CANT-EMB
                    MOVE EMBLOG-REFERENCIA
                         TO WE-EMB-REFERENCIA (WE-CANT-EMB)
                    MOVE EMBLOG-JUZGADO
                         TO WE-EMB-JUZGADO    (WE-CANT-EMB)
                    MOVE EMBLOG-FEC-ALTA
                         TO WE-EMB-FEC-ALTA   (WE-CANT-EMB)
                    MOVE EMBLOG-IMPORTE
                         TO WE-EMB-IMPORTE    (WE-CANT-EMB)
                    ADD  EMBLOG-IMPORTE TO WE-TOT-EMBARGOS
                 ELSE
                    MOVE 'S'           TO WE-SW-EXCEDIDO
                 END-IF
              END-IF
              PERFORM  LEER-EMBGLOG
           END-PERFORM.
      *---------------*
       JUNTAR-PROMESAS.
      *---------------*
           PERFORM UNTIL WE-CLAVE-PROM >= SNJ-CTAAFI
              PERFORM  LEER-PROMLOG
           END-PERFORM.
           PERFORM UNTIL WE-CLAVE-PROM NOT = SNJ-CTAAFI
              IF PROMLOG-ESTADO = 'P'
                 IF WE-CANT-PRO < 20
                    ADD  1             TO WE-CANT-PRO
                    MOVE PROMLOG-FEC-PROMESA
                         TO WE-PRO-FECHA   (WE-CANT-PRO)
                    MOVE PROMLOG-IMPORTE
                         TO WE-PRO-IMPORTE (WE-CANT-PRO)
                    ADD  PROMLOG-IMPORTE TO WE-TOT-PROMESAS
                 ELSE
                    MOVE 'S'           TO WE-SW-EXCEDIDO
                 END-IF
              END-IF
              PERFORM  LEER-PROMLOG
           END-PERFORM.
      *-------------------*
       VERIFICAR-FALLECIDO.
      *-------------------*
           MOVE SPACES                 TO WE-SW-FALLECIDO.
           MOVE 0                      TO F9.
           PERFORM UNTIL F9 >= WE-CANT-FALL OR WE-SW-FALLECIDO = 'S'
              ADD  1                   TO F9
              IF WE-FAL-CTAAFI (F9) = SNJ-CTAAFI
                 MOVE 'S'              TO WE-SW-FALLECIDO
              END-IF
           END-PERFORM.
      *-----------------*
104661 VERIFICAR-RECLAMO.
      *-----------------*
104661     MOVE SPACES                 TO WE-SW-RECLAMO.
104661     MOVE 0                      TO R9.
104661     PERFORM UNTIL R9 >= WE-CANT-RCL OR WE-SW-RECLAMO = 'S'
104661        ADD  1                   TO R9
104661        IF WE-RCL-CTAAFI (R9) = SNJ-CTAAFI
104661           MOVE 'S'              TO WE-SW-RECLAMO
104661        END-IF
104661     END-PERFORM.
      *-----------------*
       VERIFICAR-ENVIADO.
      *-----------------*
           MOVE SPACES                 TO WE-SW-ENVIADO.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-ENV OR WE-SW-ENVIADO = 'S'
              ADD  1                   TO I
              IF WE-ENV-CTAAFI (I) = SNJ-CTAAFI
                 MOVE 'S'              TO WE-SW-ENVIADO
              END-IF
           END-PERFORM.
      *---------------*
       PREPARAR-ESTADO.
      *---------------*
           PERFORM  BUSCAR-CLIENTE-CUENTA.
           IF WE-CUNICO > '0000000000'
              PERFORM  VERIFICAR-SUPRIMIDO
              IF WE-SW-SUPRIMIDO = 'S'
                 ADD  1                TO WE-CONT-SUPRIMIDOS
              ELSE
                 PERFORM  ARMAR-PAGOS
                 PERFORM  EMITIR-ESTADO
              END-IF
           ELSE
              ADD  1                   TO WE-CONT-ERRORES
              MOVE 'CLIENTE NO UBICADO EN SRMR013' TO WE-MOTIVO
              PERFORM  GRABAR-EXCEPCION
           END-IF.
      *-------------*
       EMITIR-ESTADO.
      *-------------*
      *--- UNA CUENTA SIN SALDO Y SIN MOVIMIENTOS EN EL PERIODO NO
      *--- LLEVA ESTADO; UN ESTADO INCOMPLETO TAMPOCO SE IMPRIME
           EVALUATE TRUE
              WHEN WE-SW-ERROR-CRM = 'S'
                 ADD  1                TO WE-CONT-ERRORES
                 MOVE 'HISTORIA DE PAGOS NO DISPONIBLE (038)'
                                       TO WE-MOTIVO
                 PERFORM  GRABAR-EXCEPCION
              WHEN WE-SW-EXCEDIDO = 'S'
                 ADD  1                TO WE-CONT-EXCEDIDOS
                 MOVE 'MOVIMIENTOS EXCEDEN EL FORMATO DEL ESTADO'
                                       TO WE-MOTIVO
                 PERFORM  GRABAR-EXCEPCION
              WHEN SNJ-SALACT NOT > 0 AND WE-CANT-MOV = 0
                 ADD  1                TO WE-CONT-SIN-MOVIM
              WHEN OTHER
                 PERFORM  BUSCAR-DIRECCION
                 IF WE-DIRECCION = SPACES
                    ADD  1             TO WE-CONT-SIN-DOMICILIO
                    MOVE 'SIN DOMICILIO POSTAL VALIDO'
                                       TO WE-MOTIVO
                    PERFORM  GRABAR-EXCEPCION
                 ELSE
                    PERFORM  BUSCAR-NOMBRE
                    PERFORM  IMPRIMIR-ESTADO
                    PERFORM  REGISTRAR-ENVIO
                 END-IF
           END-EVALUATE.
      *-------------------*
       VERIFICAR-SUPRIMIDO.
      *-------------------*
           MOVE SPACES                 TO WE-SW-SUPRIMIDO.
           MOVE 0                      TO P.
           PERFORM UNTIL P >= WE-CANT-SUPR OR WE-SW-SUPRIMIDO = 'S'
              ADD  1                   TO P
              IF WE-SUP-COD-UNICO (P) = WE-CUNICO
                 MOVE 'S'              TO WE-SW-SUPRIMIDO
              END-IF
           END-PERFORM.
      *-----------*
       ARMAR-PAGOS.
      *-----------*
      *--- PAGOS APLICADOS DEL PERIODO (TRAMA 038 PAGINADA, TOPE 50)
      *--- CRUZADOS CON PAGOLOG; LO QUE QUEDA DE PAGOLOG SIN CRUZAR
      *--- SON PAGOS AUN NO APLICADOS O EXTORNOS DE PAGOS ANTERIORES
           MOVE SPACES                 TO WE-SECUENCIA.
           MOVE SPACES                 TO CRM-CO-FLAG-CONT-38.
           MOVE +0000                  TO CRM-CO-COD-RETORNO.
           MOVE 0                      TO WE-CONT-PAGINAS.
           PERFORM UNTIL CRM-CO-FLAG-CONT-38 = 'U'      OR
                         CRM-CO-COD-RETORNO NOT = +0000 OR
                         WE-CONT-PAGINAS >= 50
              ADD  1                   TO WE-CONT-PAGINAS
              PERFORM  LLAMAR-CLOCRM02-PAGOS
           END-PERFORM.
           MOVE 0                      TO J.
           PERFORM UNTIL J >= WE-CANT-PGL
              ADD  1                   TO J
              IF WE-PGL-USADO (J) = 'N'
                 PERFORM  AGREGAR-PAGO-BUS
              END-IF
           END-PERFORM.
      *---------------------*
       LLAMAR-CLOCRM02-PAGOS.
      *---------------------*
           INITIALIZE                     CRM-CO-COMMAREA.
           MOVE 038                    TO CRM-CO-NRO-TRAMA.
           MOVE '$CL'                  TO CRM-CO-ID-APLI.
           MOVE WE-CODENT              TO CRM-CO-ID-BANCO.
           MOVE 'C'                    TO CRM-CO-TIPO-BUSQ.
           MOVE SNJ-CTAAFI             TO CRM-CO-CUENTA-BUSQ.
           MOVE WE-SECUENCIA           TO CRM-CO-SECUEN-38.
           MOVE 'NEXT'                 TO CRM-CO-FLAGLEC-38.
           CALL 'CLOCRM02'  USING      CRM-CO-COMMAREA.
           IF CRM-CO-COD-RETORNO = +0000
              MOVE 0                   TO K
              PERFORM UNTIL K >= CRM-CO-NUM-PAGOS OR K >= 20
                 ADD  1                TO K
                 IF CRM-CO-FEC-PAGO-38 (K) >= WE-FEC-DESDE AND
                    CRM-CO-FEC-PAGO-38 (K) <= WE-FEC-PROCESO
                    PERFORM  AGREGAR-PAGO-APLICADO
                 END-IF
              END-PERFORM
              MOVE CRM-CO-SECUENC-FIN-38 TO WE-SECUENCIA
           ELSE
              MOVE 'S'                 TO WE-SW-ERROR-CRM
           END-IF.
      *---------------------*
       AGREGAR-PAGO-APLICADO.
      *---------------------*
      *--- EL PAGO SE CRUZA CON PAGOLOG POR FECHA DE APLICACION E
      *--- IMPORTE: PRIMERO CONTRA UN EXTORNO (NO SUMA AL TOTAL) Y SI
      *--- NO, CONTRA EL PAGO DEL BUS PARA NO INFORMARLO DOS VECES
           IF WE-CANT-MOV >= 60
              MOVE 'S'                 TO WE-SW-EXCEDIDO
           ELSE
              ADD  1                   TO WE-CANT-MOV
              MOVE CRM-CO-FEC-PAGO-38 (K)
                                  TO WE-MOV-FECHA     (WE-CANT-MOV)
              MOVE CRM-CO-IMP-PAGO-38 (K)
                                  TO WE-MOV-IMPORTE   (WE-CANT-MOV)
              MOVE CRM-CO-SALDO-38    (K)
                                  TO WE-MOV-SALDO     (WE-CANT-MOV)
              MOVE 'S'            TO WE-MOV-CON-SALDO (WE-CANT-MOV)
              MOVE 'X'                 TO WE-SW-MARCADO
              PERFORM  CRUZAR-PAGOLOG
              IF WE-SW-MARCADO = 'S'
                 MOVE 'PAGO EXTORNADO'
                                  TO WE-MOV-OBSERV (WE-CANT-MOV)
              ELSE
                 MOVE 'A'              TO WE-SW-MARCADO
                 PERFORM  CRUZAR-PAGOLOG
                 MOVE 'PAGO APLICADO'
                                  TO WE-MOV-OBSERV (WE-CANT-MOV)
                 ADD  1                TO WE-CANT-PAGOS
                 ADD  CRM-CO-IMP-PAGO-38 (K) TO WE-TOT-PAGOS
              END-IF
           END-IF.
      *--------------*
       CRUZAR-PAGOLOG.
      *--------------*
      *--- WE-SW-MARCADO TRAE EL TIPO BUSCADO ('X' EXTORNO, 'A' PAGO
      *--- APLICADO) Y DEVUELVE 'S' SI ENCONTRO; CADA REGISTRO DE
      *--- PAGOLOG CRUZA UNA SOLA LINEA
           MOVE 0                      TO J.
           PERFORM UNTIL J >= WE-CANT-PGL OR WE-SW-MARCADO = 'S'
              ADD  1                   TO J
              IF WE-PGL-USADO    (J) = 'N'                     AND
                 WE-PGL-FEC-PAGO (J) = CRM-CO-FEC-PAGO-38 (K)  AND
                 WE-PGL-TOTPAGAR (J) = CRM-CO-IMP-PAGO-38 (K)
                 IF (WE-SW-MARCADO = 'X' AND
                     WE-PGL-ESTADO (J) = 'X')    OR
                    (WE-SW-MARCADO = 'A' AND
                     WE-PGL-ESTADO (J) NOT = 'X')
                    MOVE 'S'           TO WE-PGL-USADO (J)
                    MOVE 'S'           TO WE-SW-MARCADO
                 END-IF
              END-IF
           END-PERFORM.
      *----------------*
       AGREGAR-PAGO-BUS.
      *----------------*
      *--- PAGO DEL BUS QUE TODAVIA NO FIGURA EN LA TRAMA 038 (SE
      *--- INFORMA SIN SALDO) O EXTORNO DE UN PAGO DE UN PERIODO
      *--- ANTERIOR (SE DESCUENTA DEL TOTAL DEL PERIODO)
           EVALUATE TRUE
              WHEN WE-PGL-ESTADO (J) NOT = 'X'
                 IF WE-CANT-MOV >= 60
                    MOVE 'S'           TO WE-SW-EXCEDIDO
                 ELSE
                    ADD  1             TO WE-CANT-MOV
                    MOVE WE-PGL-FEC-PAGO (J)
                                  TO WE-MOV-FECHA     (WE-CANT-MOV)
                    MOVE WE-PGL-TOTPAGAR (J)
                                  TO WE-MOV-IMPORTE   (WE-CANT-MOV)
                    MOVE 'N'      TO WE-MOV-CON-SALDO (WE-CANT-MOV)
                    MOVE 'PAGO EN PROCESO DE APLICACION'
                                  TO WE-MOV-OBSERV    (WE-CANT-MOV)
                    ADD  1             TO WE-CANT-PAGOS
                    ADD  WE-PGL-TOTPAGAR (J) TO WE-TOT-PAGOS
                 END-IF
              WHEN WE-PGL-FEC-PAGO (J) < WE-FEC-DESDE
                 IF WE-CANT-MOV >= 60
                    MOVE 'S'           TO WE-SW-EXCEDIDO
                 ELSE
                    ADD  1             TO WE-CANT-MOV
                    MOVE WE-PGL-FEC-EXTORNO (J)
                                  TO WE-MOV-FECHA     (WE-CANT-MOV)
                    COMPUTE WE-MOV-IMPORTE (WE-CANT-MOV) =
                            0 - WE-PGL-TOTPAGAR (J)
                    END-COMPUTE
                    MOVE 'N'      TO WE-MOV-CON-SALDO (WE-CANT-MOV)
                    MOVE 'EXTORNO DE PAGO ANTERIOR'
                                  TO WE-MOV-OBSERV    (WE-CANT-MOV)
                    SUBTRACT WE-PGL-TOTPAGAR (J) FROM WE-TOT-PAGOS
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *---------------------*
       BUSCAR-CLIENTE-CUENTA.
      *---------------------*
           MOVE SPACES                 TO WE-CUNICO.
           INITIALIZE WF-COMMAREA-CRCS.
           MOVE ' '  TO RM-ACCION      IN RM-REL-CUSTOMER-FOR-ACCOUNT.
           MOVE '0'  TO RM-FUNCTION    IN RM-REL-CUSTOMER-FOR-ACCOUNT.
           MOVE 'AC' TO RM-FROM-ENT-CD IN RM-REL-CUSTOMER-FOR-ACCOUNT.
           MOVE '10' TO RM-FROM-APPL-CD
                        IN RM-REL-CUSTOMER-FOR-ACCOUNT.
           MOVE '0000'                 TO RM-ACCT-NBR
                        IN RM-REL-CUSTOMER-FOR-ACCOUNT (01:04).
           MOVE SNJ-CTAAFI             TO RM-ACCT-NBR
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
      *----------------*
       BUSCAR-DIRECCION.
      *----------------*
      *--- EL DOMICILIO PERSONAL (DIRPER) TIENE PRIORIDAD; SI ESTA
      *--- MARCADO INVALIDO EN DIRCAL SE USA OTRO DOMICILIO VALIDO
           MOVE SPACES                 TO WE-DIRECCION.
           MOVE SPACES                 TO WE-TIPO-DOM.
           INITIALIZE WF-COMMAREA-007C.
           MOVE WE-CTLS-ENT            TO RM7-CUST-CTLS.
           MOVE '0000'                 TO RM7-CUST-NBR (1:4).
           MOVE WE-CUNICO              TO RM7-CUST-NBR (5:10).
           CALL 'SRMR007'  USING  WF-COMMAREA-007C.
           IF RM7-RETURN-CODE = '00'
              MOVE 0                   TO K
              PERFORM UNTIL K >= RM7-QTY-DOMICILIOS OR K >= 10
                 ADD  1                TO K
                 IF RM7-DIRECCION (K) NOT = SPACES
                    PERFORM  VERIFICAR-INVALIDO
                    IF WE-SW-INVALIDO = 'S'
                       ADD  1          TO WE-CONT-DOM-INVALIDOS
                    ELSE
                       IF RM7-TIPO-DOMICILIO (K) = 'DIRPER' OR
                          WE-DIRECCION = SPACES
                          MOVE RM7-DIRECCION      (K) TO WE-DIRECCION
                          MOVE RM7-TIPO-DOMICILIO (K) TO WE-TIPO-DOM
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           ELSE
              ADD  1                   TO WE-CONT-ERRORES
           END-IF.
      *------------------*
       VERIFICAR-INVALIDO.
      *------------------*
           MOVE SPACES                 TO WE-SW-INVALIDO.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-INV OR WE-SW-INVALIDO = 'S'
              ADD  1                   TO I
              IF WE-INV-COD-UNICO (I) = WE-CUNICO AND
                 WE-INV-TIPO-DOM  (I) = RM7-TIPO-DOMICILIO (K)
                 MOVE 'S'              TO WE-SW-INVALIDO
              END-IF
           END-PERFORM.
      *---------------*
       IMPRIMIR-ESTADO.
      *---------------*
           MOVE WE-FEC-DESDE           TO WE-ET-DESDE.
           MOVE WE-FEC-PROCESO         TO WE-ET-HASTA.
           WRITE REG-ESTCTA            FROM WE-EC-TITULO.
           MOVE WE-NOMBRE              TO WE-EN-NOMBRE.
           WRITE REG-ESTCTA            FROM WE-EC-NOMBRE.
           MOVE WE-DIRECCION           TO WE-ED-DIRECCION.
           WRITE REG-ESTCTA            FROM WE-EC-DIRECCION.
           MOVE SNJ-CTAAFI             TO WE-EU-CTAAFI.
           MOVE SNJ-DESC-MONEDA        TO WE-EU-MONEDA.
           MOVE SNJ-DESC-SITUAC        TO WE-EU-SITUAC.
           WRITE REG-ESTCTA            FROM WE-EC-CUENTA.
           MOVE SNJ-SALACT             TO WE-EP-SALACT.
           MOVE SNJ-IMPO-ORIG          TO WE-EP-IMPO-ORIG.
           MOVE SNJ-FEC-VENCIM         TO WE-EP-FEC-VENCIM.
           WRITE REG-ESTCTA            FROM WE-EC-POSICION.
           MOVE SNJ-DESC-ESTUDIO       TO WE-ES-ESTUDIO.
           WRITE REG-ESTCTA            FROM WE-EC-ESTUDIO.
           PERFORM  IMPRIMIR-PAGOS.
           PERFORM  IMPRIMIR-CONVENIO.
           PERFORM  IMPRIMIR-EMBARGOS.
           PERFORM  IMPRIMIR-PROMESAS.
           WRITE REG-ESTCTA            FROM WE-EC-CORTE.
           ADD  1                      TO WE-CONT-ESTADOS.
      *--------------*
       IMPRIMIR-PAGOS.
      *--------------*
           MOVE 'PAGOS DEL PERIODO'    TO WE-SC-TITULO.
           WRITE REG-ESTCTA            FROM WE-EC-SECCION.
           IF WE-CANT-MOV = 0
              MOVE 'SIN PAGOS EN EL PERIODO' TO WE-SD-TEXTO
              WRITE REG-ESTCTA         FROM WE-EC-SIN-DATOS
           ELSE
              WRITE REG-ESTCTA         FROM WE-EC-CAB-PAGOS
              MOVE 0                   TO N
              PERFORM UNTIL N >= WE-CANT-MOV
                 ADD  1                TO N
                 MOVE WE-MOV-FECHA   (N) TO WE-EG-FECHA
                 MOVE WE-MOV-IMPORTE (N) TO WE-EG-IMPORTE
                 IF WE-MOV-CON-SALDO (N) = 'S'
                    MOVE WE-MOV-SALDO (N) TO WE-EG-SALDO
                 ELSE
                    MOVE SPACES        TO WE-EG-SALDO-X
                 END-IF
                 MOVE WE-MOV-OBSERV  (N) TO WE-EG-OBSERV
                 WRITE REG-ESTCTA      FROM WE-EC-PAGO
              END-PERFORM
           END-IF.
           MOVE 'TOTAL RECIBIDO EN EL PERIODO' TO WE-EL-TEXTO.
           MOVE WE-CANT-PAGOS          TO WE-EL-CANT.
           MOVE WE-TOT-PAGOS           TO WE-EL-IMPORTE.
           WRITE REG-ESTCTA            FROM WE-EC-TOTAL.
      *-----------------*
       IMPRIMIR-CONVENIO.
      *-----------------*
      *--- EL CUMPLIMIENTO DEL PLAN SALE DEL ESTADO DE CADA CUOTA QUE
      *--- MANTIENE EL SEGUIMIENTO NOCTURNO DE CONVENIOS
           MOVE 'CONVENIO DE PAGO'     TO WE-SC-TITULO.
           WRITE REG-ESTCTA            FROM WE-EC-SECCION.
           IF WE-CNV-TIENE NOT = 'S'
              MOVE 'NO REGISTRA CONVENIO' TO WE-SD-TEXTO
              WRITE REG-ESTCTA         FROM WE-EC-SIN-DATOS
           ELSE
              MOVE WE-CNV-FEC-ALTA     TO WE-EV-FEC-ALTA
              EVALUATE WE-CNV-ESTADO
                 WHEN 'D'
                    MOVE 'AL DIA'      TO WE-EV-ESTADO
                 WHEN 'T'
                    MOVE 'ATRASADO'    TO WE-EV-ESTADO
                 WHEN 'C'
                    MOVE 'CAIDO'       TO WE-EV-ESTADO
                 WHEN OTHER
                    MOVE WE-CNV-ESTADO TO WE-EV-ESTADO
              END-EVALUATE
              MOVE WE-CNV-SALACT       TO WE-EV-SALACT
              WRITE REG-ESTCTA         FROM WE-EC-CONVENIO
              MOVE 0                   TO N
              PERFORM UNTIL N >= WE-CNV-CANT-CUOTAS
                 ADD  1                TO N
                 PERFORM  IMPRIMIR-CUOTA
              END-PERFORM
              MOVE 'CUOTAS CUMPLIDAS'  TO WE-EL-TEXTO
              MOVE WE-CUO-CUMPLIDAS    TO WE-EL-CANT
              MOVE WE-IMP-CUMPLIDAS    TO WE-EL-IMPORTE
              WRITE REG-ESTCTA         FROM WE-EC-TOTAL
              MOVE 'CUOTAS IMPAGAS'    TO WE-EL-TEXTO
              MOVE WE-CUO-IMPAGAS      TO WE-EL-CANT
              MOVE WE-IMP-IMPAGAS      TO WE-EL-IMPORTE
              WRITE REG-ESTCTA         FROM WE-EC-TOTAL
              MOVE 'CUOTAS PENDIENTES' TO WE-EL-TEXTO
              MOVE WE-CUO-PENDIENTES   TO WE-EL-CANT
              MOVE WE-IMP-PENDIENTES   TO WE-EL-IMPORTE
              WRITE REG-ESTCTA         FROM WE-EC-TOTAL
           END-IF.
      *--------------*
       IMPRIMIR-CUOTA.
      *--------------*
           MOVE N                      TO WE-EQ-NRO.
           MOVE WE-CUO-FECHA   (N)     TO WE-EQ-FECHA.
           MOVE WE-CUO-IMPORTE (N)     TO WE-EQ-IMPORTE.
           EVALUATE WE-CUO-ESTADO (N)
              WHEN 'C'
                 MOVE 'CUMPLIDA'       TO WE-EQ-ESTADO
                 ADD  1                TO WE-CUO-CUMPLIDAS
                 ADD  WE-CUO-IMPORTE (N) TO WE-IMP-CUMPLIDAS
              WHEN 'I'
                 MOVE 'IMPAGA'         TO WE-EQ-ESTADO
                 ADD  1                TO WE-CUO-IMPAGAS
                 ADD  WE-CUO-IMPORTE (N) TO WE-IMP-IMPAGAS
              WHEN OTHER
                 MOVE 'PENDIENTE'      TO WE-EQ-ESTADO
                 ADD  1                TO WE-CUO-PENDIENTES
                 ADD  WE-CUO-IMPORTE (N) TO WE-IMP-PENDIENTES
           END-EVALUATE.
           WRITE REG-ESTCTA            FROM WE-EC-CUOTA.
      *-----------------*
       IMPRIMIR-EMBARGOS.
      *-----------------*
           MOVE 'EMBARGOS VIGENTES'    TO WE-SC-TITULO.
           WRITE REG-ESTCTA            FROM WE-EC-SECCION.
           IF WE-CANT-EMB = 0
              MOVE 'NO REGISTRA EMBARGOS VIGENTES' TO WE-SD-TEXTO
              WRITE REG-ESTCTA         FROM WE-EC-SIN-DATOS
           ELSE
              MOVE 0                   TO N
              PERFORM UNTIL N >= WE-CANT-EMB
                 ADD  1                TO N
                 MOVE WE-EMB-REFERENCIA (N) TO WE-EE-REFERENCIA
                 MOVE WE-EMB-JUZGADO    (N) TO WE-EE-JUZGADO
                 MOVE WE-EMB-FEC-ALTA   (N) TO WE-EE-FEC-ALTA
                 MOVE WE-EMB-IMPORTE    (N) TO WE-EE-IMPORTE
                 WRITE REG-ESTCTA      FROM WE-EC-EMBARGO
              END-PERFORM
              MOVE 'TOTAL EMBARGADO'   TO WE-EL-TEXTO
              MOVE WE-CANT-EMB         TO WE-EL-CANT
              MOVE WE-TOT-EMBARGOS     TO WE-EL-IMPORTE
              WRITE REG-ESTCTA         FROM WE-EC-TOTAL
           END-IF.
      *-----------------*
       IMPRIMIR-PROMESAS.
      *-----------------*
           MOVE 'PROMESAS DE PAGO PENDIENTES' TO WE-SC-TITULO.
           WRITE REG-ESTCTA            FROM WE-EC-SECCION.
           IF WE-CANT-PRO = 0
              MOVE 'NO REGISTRA PROMESAS PENDIENTES' TO WE-SD-TEXTO
              WRITE REG-ESTCTA         FROM WE-EC-SIN-DATOS
           ELSE
              MOVE 0                   TO N
              PERFORM UNTIL N >= WE-CANT-PRO
                 ADD  1                TO N
                 MOVE WE-PRO-FECHA   (N) TO WE-EO-FECHA
                 MOVE WE-PRO-IMPORTE (N) TO WE-EO-IMPORTE
                 WRITE REG-ESTCTA      FROM WE-EC-PROMESA
              END-PERFORM
              MOVE 'TOTAL PROMETIDO'   TO WE-EL-TEXTO
              MOVE WE-CANT-PRO         TO WE-EL-CANT
              MOVE WE-TOT-PROMESAS     TO WE-EL-IMPORTE
              WRITE REG-ESTCTA         FROM WE-EC-TOTAL
           END-IF.
      *---------------*
       REGISTRAR-ENVIO.
      *---------------*
      *--- LA CONSTANCIA GUARDA EL DOMICILIO USADO Y LAS CIFRAS
      *--- INFORMADAS: ES LA PRUEBA DEL ENVIO
           INITIALIZE                     REG-ESTCLOG.
           MOVE SNJ-CTAAFI             TO ESTLOG-CTAAFI.
           MOVE WE-FEC-PROCESO         TO ESTLOG-FEC-CORTE.
           MOVE WE-CUNICO              TO ESTLOG-COD-UNICO.
           MOVE WE-TIPO-DOM            TO ESTLOG-TIPO-DOM.
           MOVE WE-DIRECCION           TO ESTLOG-DIRECCION.
           MOVE SNJ-MONEDA             TO ESTLOG-MONEDA.
           MOVE SNJ-SALACT             TO ESTLOG-SALACT.
           MOVE WE-CANT-PAGOS          TO ESTLOG-CANT-PAGOS.
           MOVE WE-TOT-PAGOS           TO ESTLOG-IMP-PAGOS.
           MOVE 'E'                    TO ESTLOG-ESTADO.
           MOVE WE-FEC-PROCESO         TO ESTLOG-FEC-ENVIO.
           MOVE 'BSEB065 '             TO ESTLOG-USER-ID.
           WRITE REG-ESTCNEW           FROM REG-ESTCLOG.
      *----------------*
       GRABAR-EXCEPCION.
      *----------------*
           MOVE SNJ-CTAAFI             TO WE-EX-CTAAFI.
           MOVE WE-CUNICO              TO WE-EX-COD-UNICO.
           MOVE WE-MOTIVO              TO WE-EX-MOTIVO.
           WRITE REG-REPORTE           FROM WE-LINEA-EXCEPCION.
      *----------------*
       CANCELAR-PROCESO.
      *----------------*
           DISPLAY 'BSEB065 PROCESO CANCELADO - REVISAR ENTRADAS'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           CLOSE  ARCH-ESTCNEW.
           CLOSE  ARCH-ESTCTA.
           CLOSE  ARCH-REPORTE.
           DISPLAY 'BSEB065 CUENTAS EN LA FOTO  = ' WE-CONT-FOTO.
           DISPLAY 'BSEB065 ESTADOS EMITIDOS    = ' WE-CONT-ESTADOS.
           DISPLAY 'BSEB065 YA ENVIADOS (CORTE) = ' WE-CONT-DUPLICADOS.
           DISPLAY 'BSEB065 DEUDORES FALLECIDOS = ' WE-CONT-FALLECIDOS.
104661     DISPLAY 'BSEB065 CON RECLAMO ABIERTO = ' WE-CONT-RECLAMOS.
           DISPLAY 'BSEB065 CLIENTES SUPRIMIDOS = ' WE-CONT-SUPRIMIDOS.
           DISPLAY 'BSEB065 SIN SALDO NI MOVIM. = ' WE-CONT-SIN-MOVIM.
           DISPLAY 'BSEB065 SIN DOMICILIO VALIDO= '
                   WE-CONT-SIN-DOMICILIO.
           DISPLAY 'BSEB065 DOMIC. INVALIDOS    = '
                   WE-CONT-DOM-INVALIDOS.
           DISPLAY 'BSEB065 EXCEDEN EL FORMATO  = ' WE-CONT-EXCEDIDOS.
           DISPLAY 'BSEB065 CASOS EN ERROR      = ' WE-CONT-ERRORES.
           PERFORM  REGISTRAR-FIN-CORRIDA.
           STOP RUN.
      *------------------------*
       REGISTRAR-INICIO-CORRIDA.
      *------------------------*
      *--- LA CORRIDA QUEDA REGISTRADA EN RUNCTL; SIN LA FOTO DE LA
      *--- NOCHE (BSEB034) TERMINADA PARA LA FECHA NO SE ARRANCA
           INITIALIZE                  RUNC-COMMAREA.
           MOVE 'I'                 TO RUNC-MODO.
           MOVE WE-FEC-PROCESO      TO RUNC-FEC-PROCESO.
           MOVE 'BSEB065 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE 'BSEB034 '          TO RUNC-PRED-PROGRAMA.
           MOVE 1                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
           IF RUNC-COD-RESPTA = '08'
              DISPLAY 'BSEB065 PREDECESOR SIN CORRIDA EXITOSA'
              DISPLAY 'BSEB065 PROCESO NO INICIADO'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.
      *---------------------*
       REGISTRAR-FIN-CORRIDA.
      *---------------------*
           MOVE 'F'                 TO RUNC-MODO.
           MOVE 'T'                 TO RUNC-ESTADO-FIN.
           MOVE WE-CONT-FOTO        TO RUNC-CONT-LEIDOS.
           MOVE WE-CONT-ESTADOS     TO RUNC-CONT-GRABADOS.
           MOVE WE-CONT-ERRORES     TO RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
