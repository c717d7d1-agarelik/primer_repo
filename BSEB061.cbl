************************************************************************
***   * 104649 15/10/26 JCV CLIENTE DE BSEO036 (CANCELACION ANTICIPADA)*
***   *               POR TIPO Y NUMERO DE DOCUMENTO                   *
***   * 104646 15/10/26 JCV ANALISIS DIARIO DE ACCESOS EXITOSOS EN     *
***   *               AUDITLOG: VOLUMEN DE CLIENTES, PROMEDIO PROPIO, *
***   *               HORARIO, CLIENTES SENSIBLES Y RAFAGAS           *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO ACCESOSATIPICOS - LOTE DIARIO                      **
*OBJET*** RECORRE LOS ACCESOS EXITOSOS (RESPUESTA 00) DEL DIA EN LA  **
*OBJET*** DESCARGA DE AUDITLOG Y MARCA A LOS USUARIOS QUE: CONSULTAN **
*OBJET*** MAS CLIENTES DISTINTOS QUE EL UMBRAL DE REFTAB 'ACC' O QUE **
*OBJET*** SU PROPIO PROMEDIO DE 30 DIAS POR UN FACTOR (HISTUSR);     **
*OBJET*** CONSULTAN FUERA DEL HORARIO DE OFICINA O EN DIA NO HABIL;  **
*OBJET*** CONSULTAN EMPLEADOS, OFICIALES O DIRECTORES (SRMR011) O    **
*OBJET*** DOCUMENTOS EN LA LISTA DE VIGILANCIA (WATCHLST); O REPITEN **
*OBJET*** LA MISMA OPERACION EN RAFAGA. DEJA EL ARCHIVO DE CASOS CON **
*OBJET*** SUS EVIDENCIAS, EL REPORTE PARA CUMPLIMIENTO Y LA RECARGA  **
*OBJET*** DE LA HISTORIA DE 30 DIAS POR USUARIO                      **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB061.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-REFTAB         ASSIGN TO REFTAB
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-FERIADO        ASSIGN TO FERIADO
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-AUDITLOG       ASSIGN TO AUDITLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-WATCHLST       ASSIGN TO WATCHLST
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-HISTORIA       ASSIGN TO HISTORIA
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-HISTNUE        ASSIGN TO HISTNUE
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-CASOS          ASSIGN TO CASOS
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
      *------------------ TABLAS DE REFERENCIA (DESCARGA DE REFTAB) ---*
       FD  ARCH-REFTAB
           RECORDING MODE IS F.
           COPY BSEREFRG.
      *------------------ FERIADOS (DESCARGA DE FERIADO) ---------------*
       FD  ARCH-FERIADO
           RECORDING MODE IS F.
           COPY BSEFERRG.
      *------------------ AUDITORIA (DESCARGA DE AUDITLOG) ------------*
       FD  ARCH-AUDITLOG
           RECORDING MODE IS F.
           COPY BSEAUDRG.
      *------------------ LISTA DE VIGILANCIA (DESCARGA DE WATCHLST) ---*
       FD  ARCH-WATCHLST
           RECORDING MODE IS F.
           COPY BSEWCHRG.
      *------------------ HISTORIA POR USUARIO (CORRIDA ANTERIOR) ------*
       FD  ARCH-HISTORIA
           RECORDING MODE IS F.
           COPY BSEHUSRG.
      *------------------ HISTORIA POR USUARIO (RECARGA) ---------------*
       FD  ARCH-HISTNUE
           RECORDING MODE IS F.
       01  REG-HISTNUE                     PIC X(40).
      *------------------ CASOS DE ACCESO ATIPICO ----------------------*
       FD  ARCH-CASOS
           RECORDING MODE IS F.
           COPY BSECASRG.
      *------------------ REPORTE PARA CUMPLIMIENTO --------------------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(132).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-EOF-REFTAB               PIC X(01)  VALUE SPACES.
           02  WE-EOF-FERIADO              PIC X(01)  VALUE SPACES.
           02  WE-EOF-AUDIT                PIC X(01)  VALUE SPACES.
           02  WE-EOF-WATCHLST             PIC X(01)  VALUE SPACES.
           02  WE-EOF-HISTORIA             PIC X(01)  VALUE SPACES.
           02  WE-SW-ENCONTRO              PIC X(01)  VALUE SPACES.
           02  WE-SW-CAMBIO                PIC X(01)  VALUE SPACES.
           02  WE-SW-HABIL                 PIC X(01)  VALUE SPACES.
           02  WE-SW-FUERA                 PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-JUL-PROCESO              PIC 9(07)  VALUE ZEROS.
           02  WE-CODENT                   PIC X(03)  VALUE '003'.
           02  WE-ENT4                     PIC X(04)  VALUE SPACES.
           02  WE-CTLS-ENT                 PIC X(16)  VALUE SPACES.
           02  WE-CUNICO                   PIC X(10)  VALUE SPACES.
           02  WE-CTAAFI                   PIC X(10)  VALUE SPACES.
           02  WE-TIPO-CLIENTE             PIC X(01)  VALUE SPACES.
           02  WE-CONT-LEIDOS              PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-DEL-DIA             PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-EXITOSOS            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-FUERA-HORA          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-SENSIBLES           PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-VIGILADOS           PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-CASOS               PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-EVIDENCIAS          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-GRABADOS            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-HIST-LEIDOS         PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-HIST-GRABADOS       PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-ERRORES             PIC 9(07)  VALUE ZEROS.
           02  WE-HASH-CANTIDAD            PIC 9(15)  VALUE ZEROS.
           02  WE-DIA-ANIO                 PIC 9(03)  VALUE ZEROS.
           02  WE-DDD-TRAB                 PIC S9(05) VALUE ZEROS.
           02  WE-DIA-SEMANA               PIC 9(01)  VALUE ZEROS.
           02  WE-RESTO                    PIC 9(04)  VALUE ZEROS.
           02  WE-COCIENTE                 PIC 9(04)  VALUE ZEROS.
           02  WE-SUMA                     PIC S9(09) VALUE ZEROS.
           02  WE-ZEL-ANIO                 PIC 9(04)  VALUE ZEROS.
           02  WE-ZEL-MES                  PIC 9(02)  VALUE ZEROS.
           02  WE-SEGUNDOS                 PIC 9(05)  VALUE ZEROS.
           02  WE-LIMITE                   PIC 9(07)V99 VALUE ZEROS.
           02  I                           PIC 9(05)  VALUE ZEROS.
           02  J                           PIC 9(05)  VALUE ZEROS.
           02  K                           PIC 9(05)  VALUE ZEROS.
           02  N                           PIC 9(05)  VALUE ZEROS.
           02  P                           PIC 9(05)  VALUE ZEROS.
           02  R                           PIC 9(05)  VALUE ZEROS.
       01  WE-FECHA-TRAB                   PIC 9(08)  VALUE ZEROS.
       01  FILLER  REDEFINES  WE-FECHA-TRAB.
           02  WE-FT-AAAA                  PIC 9(04).
           02  WE-FT-MM                    PIC 9(02).
           02  WE-FT-DD                    PIC 9(02).
      *--- LA FECHA DE AUDITORIA ES JULIANA 0CYYDDD (FORMATO EIBDATE)
       01  WE-JUL-CORTE                    PIC 9(07)  VALUE ZEROS.
       01  FILLER  REDEFINES  WE-JUL-CORTE.
           02  WE-JC-CYY                   PIC 9(04).
           02  WE-JC-DDD                   PIC 9(03).
      *--- LA HORA DE AUDITORIA ES 0HHMMSS (FORMATO EIBTIME)
       01  WE-HORA-TRAB                    PIC 9(06)  VALUE ZEROS.
       01  FILLER  REDEFINES  WE-HORA-TRAB.
           02  WE-HT-HHMM                  PIC 9(04).
           02  FILLER  REDEFINES  WE-HT-HHMM.
               03  WE-HT-HH                PIC 9(02).
               03  WE-HT-MM                PIC 9(02).
           02  WE-HT-SS                    PIC 9(02).
       01  WE-TABLA-ACUMULADOS.
           02  FILLER                      PIC X(36)  VALUE
               '000031059090120151181212243273304334'.
       01  WE-ACUMULADOS-RED  REDEFINES  WE-TABLA-ACUMULADOS.
           02  WE-ACU-DIAS  OCCURS  12  TIMES
                                           PIC 9(03).
      *------------------ PARAMETROS DEL ANALISIS (DEFECTO) ------------*
      *--- REFTAB 'ACC': CODIGO = PARAMETRO, DESCRIPCION (1:5) = VALOR
      *--- NUMERICO QUE REEMPLAZA AL DE ESTA TABLA. MAXCLI CLIENTES
      *--- DISTINTOS POR DIA; FACTOR SOBRE EL PROMEDIO EN DECIMOS;
      *--- MINCLI MINIMO DE CLIENTES PARA APLICAR EL PROMEDIO; DIAHIS
      *--- DIAS DE HISTORIA EXIGIDOS; HORINI/HORFIN HORARIO DE OFICINA
      *--- HHMM; RAFCAN LLAMADAS Y RAFMIN MINUTOS DE UNA RAFAGA
       01  WE-TABLA-PARAMETROS.
           02  FILLER                      PIC X(44)  VALUE
               'MAXCLI00200FACTOR00030MINCLI00020DIAHIS00005'.
           02  FILLER                      PIC X(44)  VALUE
               'HORINI00800HORFIN01900RAFCAN00020RAFMIN00005'.
       01  WE-PARAMETROS-RED  REDEFINES  WE-TABLA-PARAMETROS.
           02  WE-PAR-OCC  OCCURS  8  TIMES.
               03  WE-PAR-CODIGO           PIC X(06).
               03  WE-PAR-VALOR            PIC 9(05).
       01  WE-UMBRALES.
           02  WE-MAX-CLIENTES             PIC 9(05)  VALUE ZEROS.
           02  WE-FACTOR                   PIC 9(04)V9 VALUE ZEROS.
           02  WE-MIN-CLIENTES             PIC 9(05)  VALUE ZEROS.
           02  WE-DIAS-HISTORIA            PIC 9(03)  VALUE ZEROS.
           02  WE-HORA-INICIO              PIC 9(04)  VALUE ZEROS.
           02  WE-HORA-FIN                 PIC 9(04)  VALUE ZEROS.
           02  WE-RAFAGA-CANT              PIC 9(03)  VALUE ZEROS.
           02  WE-RAFAGA-SEG               PIC 9(05)  VALUE ZEROS.
      *------------------ PROGRAMAS Y CONTENIDO DE AUDLOG-COD-CLIENTE -*
      *--- 'U' CODIGO UNICO / 'C' CUENTA JUDICIAL (CTAAFI) / 'D' TIPO
      *--- (1:2) Y NUMERO (3:10) DE DOCUMENTO / 'M' CTAAFI SI ES
      *--- NUMERICO, SI NO DOCUMENTO. LOS DEMAS PROGRAMAS NO LLEVAN UN
      *--- CLIENTE UBICABLE Y SOLO CUENTAN PARA VOLUMEN Y HORARIO
       01  WE-TABLA-PROGRAMAS.
           02  FILLER                      PIC X(36)  VALUE
               'BSEO001 UBSEO007 UBSEO016 UBSEO026 U'.
           02  FILLER                      PIC X(36)  VALUE
               'BSEO002 MBSEO003 MBSEO018 MBSEO006 D'.
           02  FILLER                      PIC X(27)  VALUE
               'BSEO014 CBSEO019 CBSEO020 C'.
104649     02  FILLER                      PIC X(36)  VALUE
104649         'BSEO021 CBSEO022 CBSEO023 CBSEO036 D'.
       01  WE-PROGRAMAS-RED  REDEFINES  WE-TABLA-PROGRAMAS.
104649     02  WE-PGM-OCC  OCCURS  15  TIMES.
               03  WE-PGM-NOMBRE           PIC X(08).
               03  WE-PGM-TIPO             PIC X(01).
      *------------------ FERIADOS EN MEMORIA --------------------------*
       01  WE-TABLA-FERIADOS.
           02  WE-CANT-FERIADOS            PIC 9(03)  VALUE ZEROS.
           02  WE-FER-FECHA  OCCURS  200  TIMES
                                           PIC 9(08).
      *------------------ USUARIOS DEL DIA -----------------------------*
       01  WE-TABLA-USUARIOS.
           02  WE-CANT-USUARIOS            PIC 9(05)  VALUE ZEROS.
           02  WE-USR-OCC  OCCURS  500  TIMES.
               03  WE-USR-USER-ID          PIC X(08).
               03  WE-USR-ACCESOS          PIC 9(07).
               03  WE-USR-CLIENTES         PIC 9(05).
               03  WE-USR-FUERA-HORA       PIC 9(07).
               03  WE-USR-SENSIBLES        PIC 9(05).
               03  WE-USR-RAFAGAS          PIC 9(05).
               03  WE-USR-DIAS-HIST        PIC 9(03).
               03  WE-USR-SUMA-HIST        PIC 9(07).
               03  WE-USR-PROMEDIO         PIC 9(05)V99.
               03  WE-USR-REGLAS           PIC X(05).
       01  WE-USR-AUX                      PIC X(59).
      *------------------ CLIENTES CONSULTADOS EN EL DIA ---------------*
       01  WE-TABLA-CLIENTES.
           02  WE-CANT-CLIENTES            PIC 9(05)  VALUE ZEROS.
           02  WE-CLI-OCC  OCCURS  10000  TIMES.
               03  WE-CLI-CODIGO           PIC X(18).
               03  WE-CLI-TIPO             PIC X(01).
               03  WE-CLI-COD-UNICO        PIC X(10).
               03  WE-CLI-TIN-CD           PIC X(01).
               03  WE-CLI-TIN              PIC X(11).
               03  WE-CLI-MARCA            PIC X(02).
               03  WE-CLI-MOTIVO           PIC X(30).
      *------------------ USUARIO X CLIENTE DEL DIA --------------------*
      *--- EL CLIENTE 0 AGRUPA LAS CONSULTAS SIN CLIENTE (LISTAS Y
      *--- BUSQUEDAS); NO CUENTA COMO CLIENTE DISTINTO
       01  WE-TABLA-PARES.
           02  WE-CANT-PARES               PIC 9(05)  VALUE ZEROS.
           02  WE-PAR-ENT  OCCURS  20000  TIMES.
               03  WE-PRC-USER-ID          PIC X(08).
               03  WE-PRC-CLIENTE          PIC 9(05).
               03  WE-PRC-ACCESOS          PIC 9(05).
               03  WE-PRC-HORA-PRIMERA     PIC 9(06).
               03  WE-PRC-HORA-ULTIMA      PIC 9(06).
               03  WE-PRC-FUERA-HORA       PIC 9(05).
               03  WE-PRC-HORA-FUERA       PIC 9(06).
               03  WE-PRC-PROGRAMA         PIC X(08).
               03  WE-PRC-OPERACION        PIC X(25).
      *------------------ ULTIMAS LLAMADAS POR USUARIO Y OPERACION -----*
      *--- VENTANA DESLIZANTE CON LOS SEGUNDOS DEL DIA DE LAS ULTIMAS
      *--- RAFCAN LLAMADAS (TOPE 30). AUDITLOG SE GRABA EN EL ORDEN EN
      *--- QUE TERMINAN LAS TRANSACCIONES
       01  WE-TABLA-VENTANAS.
           02  WE-CANT-VENTANAS            PIC 9(05)  VALUE ZEROS.
           02  WE-VEN-OCC  OCCURS  2000  TIMES.
               03  WE-VEN-USER-ID          PIC X(08).
               03  WE-VEN-OPERACION        PIC X(25).
               03  WE-VEN-PROGRAMA         PIC X(08).
               03  WE-VEN-ULT-RAFAGA       PIC 9(05).
               03  WE-VEN-CANT             PIC 9(03).
               03  WE-VEN-SEG  OCCURS  30  TIMES
                                           PIC 9(05).
      *------------------ RAFAGAS DETECTADAS ---------------------------*
       01  WE-TABLA-RAFAGAS.
           02  WE-CANT-RAFAGAS             PIC 9(05)  VALUE ZEROS.
           02  WE-RAF-OCC  OCCURS  5000  TIMES.
               03  WE-RAF-USER-ID          PIC X(08).
               03  WE-RAF-PROGRAMA         PIC X(08).
               03  WE-RAF-OPERACION        PIC X(25).
               03  WE-RAF-SEG-DESDE        PIC 9(05).
               03  WE-RAF-SEG-HASTA        PIC 9(05).
               03  WE-RAF-HORA-DESDE       PIC 9(06).
               03  WE-RAF-HORA-HASTA       PIC 9(06).
               03  WE-RAF-CANTIDAD         PIC 9(05).
      *------------------ LINEAS DEL REPORTE ---------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(28)  VALUE
               'BSEB061 ACCESOS ATIPICOS A '.
           02  FILLER                      PIC X(28)  VALUE
               'DATOS DE CLIENTES AL '.
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(11)  VALUE
               '  HORARIO '.
           02  WE-TIT-HORA-INICIO          PIC 9(04).
           02  FILLER                      PIC X(03)  VALUE ' - '.
           02  WE-TIT-HORA-FIN             PIC 9(04).
           02  WE-TIT-DIA                  PIC X(16)  VALUE SPACES.
           02  FILLER                      PIC X(30)  VALUE SPACES.
       01  WE-LINEA-USUARIO.
           02  FILLER                      PIC X(08)  VALUE 'USUARIO '.
           02  WE-USU-USER-ID              PIC X(08)  VALUE SPACES.
           02  FILLER                      PIC X(10)  VALUE
               '  ACCESOS '.
           02  WE-USU-ACCESOS              PIC Z,ZZZ,ZZ9.
           02  FILLER                      PIC X(11)  VALUE
               '  CLIENTES '.
           02  WE-USU-CLIENTES             PIC ZZ,ZZ9.
           02  FILLER                      PIC X(12)  VALUE
               '  PROMEDIO '.
           02  WE-USU-PROMEDIO             PIC ZZ,ZZ9.99.
           02  FILLER                      PIC X(07)  VALUE
               ' EN '.
           02  WE-USU-DIAS                 PIC ZZ9.
           02  FILLER                      PIC X(15)  VALUE
               ' DIAS  REGLAS '.
           02  WE-USU-REGLAS               PIC X(05)  VALUE SPACES.
           02  FILLER                      PIC X(29)  VALUE SPACES.
       01  WE-LINEA-CABECERA.
           02  FILLER                      PIC X(50)  VALUE
               '  REGLA     PROGRAMA OPERACION                 CLI'.
           02  FILLER                      PIC X(50)  VALUE
               'ENTE            MC DESDE  HASTA   CANTID  REFERENC'.
           02  FILLER                      PIC X(32)  VALUE
               ' DETALLE'.
       01  WE-LINEA-DETALLE.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-REGLA                PIC X(09)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-PROGRAMA             PIC X(08)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-OPERACION            PIC X(25)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-CLIENTE              PIC X(18)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-MARCA                PIC X(02)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-HORA-DESDE           PIC 9(06)  VALUE ZEROS.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-HORA-HASTA           PIC 9(06)  VALUE ZEROS.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-CANTIDAD             PIC ZZZ,ZZ9.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-REFERENCIA           PIC ZZ,ZZ9.99.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-DETALLE              PIC X(30)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
       01  WE-LINEA-TOTAL.
           02  WE-TOT-ETIQUETA             PIC X(30)  VALUE SPACES.
           02  WE-TOT-CANTIDAD             PIC ZZZZZZ9.
           02  FILLER                      PIC X(95)  VALUE SPACES.
      *------------- RUTINA SRMR011 (CLIENTES) -----------------------*
       01  WF-COMMAREA-CICS.
           COPY SRMCICS.
      *------------- RUTINA SRMR013 (CUENTAS) ------------------------*
       01  WF-COMMAREA-CRCS.
           COPY SRMCRCS.
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
           PERFORM  PROCESAR-RUTINA.
           PERFORM  UBICAR-CLIENTES-SENSIBLES.
           PERFORM  CRUZAR-VIGILANCIA.
           PERFORM  RECARGAR-HISTORIA.
           PERFORM  EVALUAR-USUARIOS.
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
           MOVE '0000000000000000'     TO WE-CTLS-ENT.
           MOVE WE-CODENT              TO WE-CTLS-ENT (2:3).
           MOVE '0'                    TO WE-ENT4 (1:1).
           MOVE WE-CODENT              TO WE-ENT4 (2:3).
           PERFORM  CALCULAR-FECHA-JULIANA.
           PERFORM  CALCULAR-FECHA-CORTE.
           OPEN INPUT   ARCH-REFTAB.
           PERFORM  CARGAR-PARAMETROS.
           CLOSE  ARCH-REFTAB.
           OPEN INPUT   ARCH-FERIADO.
           PERFORM  CARGAR-FERIADOS.
           CLOSE  ARCH-FERIADO.
      *--- EN SABADO, DOMINGO O FERIADO TODO EL DIA ES FUERA DE HORARIO
           MOVE WE-FEC-PROCESO         TO WE-FECHA-TRAB.
           PERFORM  VERIFICAR-DIA-HABIL.
           OPEN INPUT   ARCH-AUDITLOG.
           OPEN OUTPUT  ARCH-CASOS.
           OPEN OUTPUT  ARCH-REPORTE.
           MOVE SPACES                 TO REG-CASOACC-CTL.
           MOVE 'H'                    TO CASO-CTL-TIPO.
           MOVE 'BSEB061 '             TO CASO-CTL-PROGRAMA.
           MOVE WE-FEC-PROCESO         TO CASO-CTL-FECHA.
           MOVE ZEROS                  TO CASO-CTL-CANTIDAD.
           MOVE ZEROS                  TO CASO-CTL-HASH-CANTIDAD.
           WRITE REG-CASOACC-CTL.
           PERFORM  LEER-AUDITLOG.
      *--------------------------*
       CALCULAR-FECHA-JULIANA.
      *--------------------------*
      *--- FECHA DE PROCESO EN JULIANA DE CICS (0CYYDDD), COMO EN BSEB052
           MOVE WE-FEC-PROCESO         TO WE-FECHA-TRAB.
           COMPUTE WE-DIA-ANIO = WE-ACU-DIAS (WE-FT-MM) + WE-FT-DD
           END-COMPUTE.
           IF WE-FT-MM > 2
              DIVIDE WE-FT-AAAA BY 4   GIVING WE-COCIENTE
                                       REMAINDER WE-RESTO
              IF WE-RESTO = 0
                 ADD  1                TO WE-DIA-ANIO
                 DIVIDE WE-FT-AAAA BY 100 GIVING WE-COCIENTE
                                          REMAINDER WE-RESTO
                 IF WE-RESTO = 0
                    SUBTRACT 1         FROM WE-DIA-ANIO
                    DIVIDE WE-FT-AAAA BY 400 GIVING WE-COCIENTE
                                             REMAINDER WE-RESTO
                    IF WE-RESTO = 0
                       ADD  1          TO WE-DIA-ANIO
                    END-IF
                 END-IF
              END-IF
           END-IF.
           COMPUTE WE-JUL-PROCESO = ((WE-FT-AAAA - 1900) * 1000)
                                  + WE-DIA-ANIO
           END-COMPUTE.
      *---------------------*
       CALCULAR-FECHA-CORTE.
      *---------------------*
      *--- LA HISTORIA CONSERVA LOS 30 DIAS ANTERIORES AL PROCESO, CON
      *--- EL MISMO CALCULO DE CORTE QUE LA DEPURACION DE BSEB009
           MOVE WE-JUL-PROCESO         TO WE-JUL-CORTE.
           COMPUTE WE-DDD-TRAB = WE-JC-DDD - 30
           END-COMPUTE.
           PERFORM UNTIL WE-DDD-TRAB > 0
              SUBTRACT 1               FROM WE-JC-CYY
              ADD      365             TO   WE-DDD-TRAB
           END-PERFORM.
           MOVE WE-DDD-TRAB            TO WE-JC-DDD.
      *--------------------*
       CARGAR-PARAMETROS.
      *--------------------*
           PERFORM UNTIL WE-EOF-REFTAB = 'S'
              READ ARCH-REFTAB
                   AT END
                      MOVE 'S'         TO WE-EOF-REFTAB
                   NOT AT END
                      IF REFTAB-TABLA = 'ACC' AND
                         REFTAB-FEC-BAJA = 0  AND
                         REFTAB-FEC-VIGENCIA <= WE-FEC-PROCESO AND
                         REFTAB-DESCRIPCION (1:5) IS NUMERIC
                         MOVE 0        TO N
                         PERFORM UNTIL N >= 8
                            ADD  1     TO N
                            IF WE-PAR-CODIGO (N) = REFTAB-CODIGO
                               MOVE REFTAB-DESCRIPCION (1:5)
                                       TO WE-PAR-VALOR (N)
                            END-IF
                         END-PERFORM
                      END-IF
              END-READ
           END-PERFORM.
           MOVE 0                      TO N.
           PERFORM UNTIL N >= 8
              ADD  1                   TO N
              DISPLAY 'BSEB061 PARAMETRO ' WE-PAR-CODIGO (N)
                      ' = ' WE-PAR-VALOR (N)
           END-PERFORM.
           MOVE WE-PAR-VALOR (1)       TO WE-MAX-CLIENTES.
           COMPUTE WE-FACTOR = WE-PAR-VALOR (2) / 10
           END-COMPUTE.
           MOVE WE-PAR-VALOR (3)       TO WE-MIN-CLIENTES.
           MOVE WE-PAR-VALOR (4)       TO WE-DIAS-HISTORIA.
           MOVE WE-PAR-VALOR (5)       TO WE-HORA-INICIO.
           MOVE WE-PAR-VALOR (6)       TO WE-HORA-FIN.
           MOVE WE-PAR-VALOR (7)       TO WE-RAFAGA-CANT.
           IF WE-RAFAGA-CANT > 30
              MOVE 30                  TO WE-RAFAGA-CANT
           END-IF.
           IF WE-RAFAGA-CANT < 2
              MOVE 2                   TO WE-RAFAGA-CANT
           END-IF.
           COMPUTE WE-RAFAGA-SEG = WE-PAR-VALOR (8) * 60
           END-COMPUTE.
      *-----------------*
       CARGAR-FERIADOS.
      *-----------------*
           PERFORM UNTIL WE-EOF-FERIADO = 'S'
              READ ARCH-FERIADO
                   AT END
                      MOVE 'S'         TO WE-EOF-FERIADO
                   NOT AT END
                      IF WE-CANT-FERIADOS < 200
                         ADD  1        TO WE-CANT-FERIADOS
                         MOVE FERI-FECHA
                                  TO WE-FER-FECHA (WE-CANT-FERIADOS)
                      END-IF
              END-READ
           END-PERFORM.
      *---------------------*
       VERIFICAR-DIA-HABIL.
      *---------------------*
           PERFORM  CALCULAR-DIA-SEMANA.
           IF WE-DIA-SEMANA = 0 OR WE-DIA-SEMANA = 1
              MOVE 'N'                 TO WE-SW-HABIL
           ELSE
              MOVE 'S'                 TO WE-SW-HABIL
              MOVE 0                   TO N
              PERFORM UNTIL N >= WE-CANT-FERIADOS OR WE-SW-HABIL = 'N'
                 ADD  1                TO N
                 IF WE-FER-FECHA (N) = WE-FECHA-TRAB
                    MOVE 'N'           TO WE-SW-HABIL
                 END-IF
              END-PERFORM
           END-IF.
      *-----------------------*
       CALCULAR-DIA-SEMANA.
      *-----------------------*
      *--- CONGRUENCIA DE ZELLER: 0 SABADO, 1 DOMINGO, ... 6 VIERNES
           MOVE WE-FT-AAAA             TO WE-ZEL-ANIO.
           MOVE WE-FT-MM               TO WE-ZEL-MES.
           IF WE-ZEL-MES < 3
              ADD  12                  TO WE-ZEL-MES
              SUBTRACT 1               FROM WE-ZEL-ANIO
           END-IF.
           COMPUTE WE-SUMA = WE-FT-DD + WE-ZEL-ANIO
           END-COMPUTE.
           COMPUTE WE-COCIENTE = (13 * (WE-ZEL-MES + 1)) / 5
           END-COMPUTE.
           ADD  WE-COCIENTE            TO WE-SUMA.
           DIVIDE WE-ZEL-ANIO BY 4   GIVING WE-COCIENTE.
           ADD  WE-COCIENTE            TO WE-SUMA.
           DIVIDE WE-ZEL-ANIO BY 100 GIVING WE-COCIENTE.
           SUBTRACT WE-COCIENTE        FROM WE-SUMA.
           DIVIDE WE-ZEL-ANIO BY 400 GIVING WE-COCIENTE.
           ADD  WE-COCIENTE            TO WE-SUMA.
           DIVIDE WE-SUMA BY 7 GIVING WE-COCIENTE
                               REMAINDER WE-DIA-SEMANA.
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
           PERFORM UNTIL WE-EOF-AUDIT = 'S'
              IF AUDLOG-FECHA = WE-JUL-PROCESO
                 ADD  1                TO WE-CONT-DEL-DIA
                 IF AUDLOG-COD-RESPUESTA = 00
                    ADD  1             TO WE-CONT-EXITOSOS
                    PERFORM  ACUMULAR-ACCESO
                 END-IF
              END-IF
              PERFORM  LEER-AUDITLOG
           END-PERFORM.
           CLOSE  ARCH-AUDITLOG.
      *--------------*
       LEER-AUDITLOG.
      *--------------*
           READ ARCH-AUDITLOG
                AT END
                   MOVE 'S'              TO WE-EOF-AUDIT
                NOT AT END
                   ADD  1                TO WE-CONT-LEIDOS
           END-READ.
      *-----------------*
       ACUMULAR-ACCESO.
      *-----------------*
           MOVE AUDLOG-HORA            TO WE-HORA-TRAB.
           COMPUTE WE-SEGUNDOS = (WE-HT-HH * 3600) + (WE-HT-MM * 60)
                               + WE-HT-SS
           END-COMPUTE.
           IF WE-SW-HABIL = 'N' OR
              WE-HT-HHMM < WE-HORA-INICIO OR
              WE-HT-HHMM NOT < WE-HORA-FIN
              MOVE 'S'                 TO WE-SW-FUERA
              ADD  1                   TO WE-CONT-FUERA-HORA
           ELSE
              MOVE 'N'                 TO WE-SW-FUERA
           END-IF.
           PERFORM  UBICAR-USUARIO.
           ADD  1                      TO WE-USR-ACCESOS (I).
           IF WE-SW-FUERA = 'S'
              ADD  1                   TO WE-USR-FUERA-HORA (I)
           END-IF.
           MOVE 0                      TO K.
           IF AUDLOG-COD-CLIENTE NOT = SPACES
              PERFORM  UBICAR-CLIENTE
           END-IF.
           PERFORM  UBICAR-PAR.
           PERFORM  CONTROLAR-RAFAGA.
      *----------------*
       UBICAR-USUARIO.
      *----------------*
           MOVE 'N'                    TO WE-SW-ENCONTRO.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-USUARIOS OR
                         WE-SW-ENCONTRO = 'S'
              ADD  1                   TO I
              IF WE-USR-USER-ID (I) = AUDLOG-USER-ID
                 MOVE 'S'              TO WE-SW-ENCONTRO
              END-IF
           END-PERFORM.
           IF WE-SW-ENCONTRO NOT = 'S'
              IF WE-CANT-USUARIOS >= 500
                 DISPLAY 'BSEB061 MAS DE 500 USUARIOS EN EL DIA'
                 PERFORM  CANCELAR-PROCESO
              END-IF
              ADD  1                   TO WE-CANT-USUARIOS
              MOVE WE-CANT-USUARIOS    TO I
              INITIALIZE                  WE-USR-OCC (I)
              MOVE AUDLOG-USER-ID      TO WE-USR-USER-ID (I)
           END-IF.
      *----------------*
       UBICAR-CLIENTE.
      *----------------*
           MOVE 'N'                    TO WE-SW-ENCONTRO.
           MOVE 0                      TO K.
           PERFORM UNTIL K >= WE-CANT-CLIENTES OR
                         WE-SW-ENCONTRO = 'S'
              ADD  1                   TO K
              IF WE-CLI-CODIGO (K) = AUDLOG-COD-CLIENTE
                 MOVE 'S'              TO WE-SW-ENCONTRO
              END-IF
           END-PERFORM.
           IF WE-SW-ENCONTRO NOT = 'S'
              IF WE-CANT-CLIENTES >= 10000
                 DISPLAY 'BSEB061 MAS DE 10000 CLIENTES EN EL DIA'
                 PERFORM  CANCELAR-PROCESO
              END-IF
              ADD  1                   TO WE-CANT-CLIENTES
              MOVE WE-CANT-CLIENTES    TO K
              INITIALIZE                  WE-CLI-OCC (K)
              MOVE AUDLOG-COD-CLIENTE  TO WE-CLI-CODIGO (K)
              PERFORM  CLASIFICAR-CLIENTE
           END-IF.
      *--------------------*
       CLASIFICAR-CLIENTE.
      *--------------------*
      *--- SEGUN EL PROGRAMA QUE LO GRABO, EL CLIENTE SE PODRA UBICAR
      *--- EN SRM POR CODIGO UNICO, POR CUENTA O POR DOCUMENTO
           MOVE SPACES                 TO WE-TIPO-CLIENTE.
           MOVE 0                      TO N.
104649     PERFORM UNTIL N >= 15 OR WE-TIPO-CLIENTE NOT = SPACES
              ADD  1                   TO N
              IF WE-PGM-NOMBRE (N) = AUDLOG-PROGRAMA
                 MOVE WE-PGM-TIPO (N)  TO WE-TIPO-CLIENTE
              END-IF
           END-PERFORM.
           IF WE-TIPO-CLIENTE = 'M'
              IF AUDLOG-COD-CLIENTE (1:10) IS NUMERIC
                 MOVE 'C'              TO WE-TIPO-CLIENTE
              ELSE
                 MOVE 'D'              TO WE-TIPO-CLIENTE
              END-IF
           END-IF.
           IF WE-TIPO-CLIENTE = 'U' OR 'C'
              IF AUDLOG-COD-CLIENTE (1:10) IS NOT NUMERIC OR
                 AUDLOG-COD-CLIENTE (11:8) NOT = SPACES
                 MOVE SPACES           TO WE-TIPO-CLIENTE
              END-IF
           END-IF.
           MOVE WE-TIPO-CLIENTE        TO WE-CLI-TIPO (K).
           IF WE-TIPO-CLIENTE = 'D'
              MOVE AUDLOG-COD-CLIENTE (1:1)  TO WE-CLI-TIN-CD (K)
              MOVE AUDLOG-COD-CLIENTE (3:10) TO WE-CLI-TIN (K)
           END-IF.
      *------------*
       UBICAR-PAR.
      *------------*
           MOVE 'N'                    TO WE-SW-ENCONTRO.
           MOVE 0                      TO P.
           PERFORM UNTIL P >= WE-CANT-PARES OR
                         WE-SW-ENCONTRO = 'S'
              ADD  1                   TO P
              IF WE-PRC-CLIENTE (P) = K AND
                 WE-PRC-USER-ID (P) = AUDLOG-USER-ID
                 MOVE 'S'              TO WE-SW-ENCONTRO
              END-IF
           END-PERFORM.
           IF WE-SW-ENCONTRO NOT = 'S'
              IF WE-CANT-PARES >= 20000
                 DISPLAY 'BSEB061 MAS DE 20000 PARES USUARIO-CLIENTE'
                 PERFORM  CANCELAR-PROCESO
              END-IF
              ADD  1                   TO WE-CANT-PARES
              MOVE WE-CANT-PARES       TO P
              INITIALIZE                  WE-PAR-ENT (P)
              MOVE AUDLOG-USER-ID      TO WE-PRC-USER-ID (P)
              MOVE K                   TO WE-PRC-CLIENTE (P)
              MOVE WE-HORA-TRAB        TO WE-PRC-HORA-PRIMERA (P)
              IF K > 0
                 ADD  1                TO WE-USR-CLIENTES (I)
              END-IF
           END-IF.
           ADD  1                      TO WE-PRC-ACCESOS (P).
           MOVE WE-HORA-TRAB           TO WE-PRC-HORA-ULTIMA (P).
           MOVE AUDLOG-PROGRAMA        TO WE-PRC-PROGRAMA (P).
           MOVE AUDLOG-OPERACION       TO WE-PRC-OPERACION (P).
           IF WE-SW-FUERA = 'S'
              IF WE-PRC-FUERA-HORA (P) = 0
                 MOVE WE-HORA-TRAB     TO WE-PRC-HORA-FUERA (P)
              END-IF
              ADD  1                   TO WE-PRC-FUERA-HORA (P)
           END-IF.
      *------------------*
       CONTROLAR-RAFAGA.
      *------------------*
      *--- LA VENTANA GUARDA LAS ULTIMAS RAFCAN LLAMADAS DE LA MISMA
      *--- OPERACION; SI LA PRIMERA Y LA ULTIMA DISTAN RAFMIN MINUTOS O
      *--- MENOS ES UNA RAFAGA Y LA VENTANA SE VACIA
           MOVE 'N'                    TO WE-SW-ENCONTRO.
           MOVE 0                      TO J.
           PERFORM UNTIL J >= WE-CANT-VENTANAS OR
                         WE-SW-ENCONTRO = 'S'
              ADD  1                   TO J
              IF WE-VEN-USER-ID (J)   = AUDLOG-USER-ID AND
                 WE-VEN-OPERACION (J) = AUDLOG-OPERACION
                 MOVE 'S'              TO WE-SW-ENCONTRO
              END-IF
           END-PERFORM.
           IF WE-SW-ENCONTRO NOT = 'S'
              IF WE-CANT-VENTANAS >= 2000
                 DISPLAY 'BSEB061 MAS DE 2000 USUARIO-OPERACION'
                 PERFORM  CANCELAR-PROCESO
              END-IF
              ADD  1                   TO WE-CANT-VENTANAS
              MOVE WE-CANT-VENTANAS    TO J
              INITIALIZE                  WE-VEN-OCC (J)
              MOVE AUDLOG-USER-ID      TO WE-VEN-USER-ID (J)
              MOVE AUDLOG-OPERACION    TO WE-VEN-OPERACION (J)
           END-IF.
           MOVE AUDLOG-PROGRAMA        TO WE-VEN-PROGRAMA (J).
           IF WE-VEN-CANT (J) >= WE-RAFAGA-CANT
              MOVE 1                   TO N
              PERFORM UNTIL N >= WE-VEN-CANT (J)
                 ADD  1                TO N
                 COMPUTE R = N - 1
                 END-COMPUTE
                 MOVE WE-VEN-SEG (J N) TO WE-VEN-SEG (J R)
              END-PERFORM
           ELSE
              ADD  1                   TO WE-VEN-CANT (J)
           END-IF.
           MOVE WE-VEN-CANT (J)        TO N.
           MOVE WE-SEGUNDOS            TO WE-VEN-SEG (J N).
           IF WE-VEN-CANT (J) = WE-RAFAGA-CANT AND
              WE-SEGUNDOS - WE-VEN-SEG (J 1) NOT > WE-RAFAGA-SEG
              PERFORM  REGISTRAR-RAFAGA
              MOVE 0                   TO WE-VEN-CANT (J)
           END-IF.
      *------------------*
       REGISTRAR-RAFAGA.
      *------------------*
      *--- SI CONTINUA LA RAFAGA ANTERIOR DE LA MISMA OPERACION (DENTRO
      *--- DE LA VENTANA DE RAFMIN MINUTOS) SE EXTIENDE EN LUGAR DE
      *--- ABRIR OTRA EVIDENCIA
           MOVE WE-VEN-ULT-RAFAGA (J)  TO R.
           IF R > 0 AND
              WE-VEN-SEG (J 1) NOT >
                 WE-RAF-SEG-HASTA (R) + WE-RAFAGA-SEG
              MOVE WE-SEGUNDOS         TO WE-RAF-SEG-HASTA (R)
              MOVE WE-HORA-TRAB        TO WE-RAF-HORA-HASTA (R)
              ADD  WE-RAFAGA-CANT      TO WE-RAF-CANTIDAD (R)
           ELSE
              IF WE-CANT-RAFAGAS >= 5000
                 DISPLAY 'BSEB061 TABLA DE RAFAGAS DESBORDADA'
                 PERFORM  CANCELAR-PROCESO
              END-IF
              ADD  1                   TO WE-CANT-RAFAGAS
              MOVE WE-CANT-RAFAGAS     TO R
              MOVE R                   TO WE-VEN-ULT-RAFAGA (J)
              MOVE AUDLOG-USER-ID      TO WE-RAF-USER-ID (R)
              MOVE AUDLOG-PROGRAMA     TO WE-RAF-PROGRAMA (R)
              MOVE AUDLOG-OPERACION    TO WE-RAF-OPERACION (R)
              MOVE WE-VEN-SEG (J 1)    TO WE-RAF-SEG-DESDE (R)
              MOVE WE-SEGUNDOS         TO WE-RAF-SEG-HASTA (R)
              PERFORM  CONVERTIR-SEGUNDOS
              MOVE WE-HORA-TRAB        TO WE-RAF-HORA-HASTA (R)
              MOVE WE-RAFAGA-CANT      TO WE-RAF-CANTIDAD (R)
              ADD  1                   TO WE-USR-RAFAGAS (I)
           END-IF.
      *--------------------*
       CONVERTIR-SEGUNDOS.
      *--------------------*
      *--- HORA HHMMSS DEL INICIO DE LA RAFAGA A PARTIR DE SUS SEGUNDOS
           DIVIDE WE-RAF-SEG-DESDE (R) BY 3600
                  GIVING WE-COCIENTE REMAINDER WE-RESTO.
           COMPUTE WE-RAF-HORA-DESDE (R) = (WE-COCIENTE * 10000)
           END-COMPUTE.
           DIVIDE WE-RESTO BY 60 GIVING WE-COCIENTE
                                 REMAINDER WE-RESTO.
           COMPUTE WE-RAF-HORA-DESDE (R) = WE-RAF-HORA-DESDE (R)
                                         + (WE-COCIENTE * 100)
                                         + WE-RESTO
           END-COMPUTE.
      *---------------------------*
       UBICAR-CLIENTES-SENSIBLES.
      *---------------------------*
      *--- CADA CLIENTE UBICABLE SE LLEVA A SU CODIGO UNICO Y SE PIDE
      *--- A SRMR011 LA MARCA DE EMPLEADO/OFICIAL/DIRECTOR Y EL
      *--- DOCUMENTO PARA EL CRUCE CON LA LISTA DE VIGILANCIA
           MOVE 0                      TO K.
           PERFORM UNTIL K >= WE-CANT-CLIENTES
              ADD  1                   TO K
              MOVE SPACES              TO WE-CUNICO
              EVALUATE WE-CLI-TIPO (K)
                 WHEN 'U'
                    MOVE WE-CLI-CODIGO (K) (1:10) TO WE-CUNICO
                 WHEN 'C'
                    MOVE WE-CLI-CODIGO (K) (1:10) TO WE-CTAAFI
                    PERFORM  BUSCAR-CLIENTE-CUENTA
                 WHEN 'D'
                    PERFORM  BUSCAR-CLIENTE-DOCUMENTO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              IF WE-CUNICO NOT = SPACES
                 MOVE WE-CUNICO        TO WE-CLI-COD-UNICO (K)
                 PERFORM  BUSCAR-CLIENTE
              END-IF
           END-PERFORM.
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
           MOVE WE-CTAAFI              TO RM-ACCT-NBR
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
      *--------------------------*
       BUSCAR-CLIENTE-DOCUMENTO.
      *--------------------------*
      *--- EL TIPO DE DOCUMENTO VIENE AJUSTADO A LA IZQUIERDA EN DOS
      *--- POSICIONES; SRMR031 LO PIDE DE UNA
           MOVE SPACES                 TO WE-CUNICO.
           INITIALIZE WF-COMMAREA-DOCU.
           MOVE 'R'          TO RM-ACCION      IN WF-COMMAREA-DOCU.
           MOVE '2'          TO RM-FUNCTION    IN WF-COMMAREA-DOCU.
           MOVE WE-ENT4      TO RM-CTL1-CUST-I IN WF-COMMAREA-DOCU.
           MOVE '0000'       TO RM-CTL2-CUST-I IN WF-COMMAREA-DOCU.
           MOVE '0000'       TO RM-CTL3-CUST-I IN WF-COMMAREA-DOCU.
           MOVE '0000'       TO RM-CTL4-CUST-I IN WF-COMMAREA-DOCU.
           MOVE WE-CLI-TIN-CD (K)
                             TO RM-TIN-CD      IN WF-COMMAREA-DOCU.
           MOVE WE-CLI-TIN (K)
                             TO RM-TIN         IN WF-COMMAREA-DOCU.
           CALL 'SRMR031'  USING  WF-COMMAREA-DOCU.
           IF RM-RETURN-CODE IN WF-COMMAREA-DOCU = '00'
              MOVE RM-CUST-NBR-O IN WF-COMMAREA-DOCU (5:10)
                                       TO WE-CUNICO
           ELSE
              ADD  1                   TO WE-CONT-ERRORES
           END-IF.
      *----------------*
       BUSCAR-CLIENTE.
      *----------------*
           INITIALIZE WF-COMMAREA-CICS.
           MOVE ' '                TO RM-ACCION      IN WF-COMMAREA-CICS
           MOVE '1'                TO RM-FUNCTION    IN WF-COMMAREA-CICS
           MOVE WE-CTLS-ENT        TO RM-CUST-CTLS-I IN WF-COMMAREA-CICS
           MOVE '0000'       TO RM-CUST-NBR-I IN WF-COMMAREA-CICS (1:4)
           MOVE WE-CUNICO    TO RM-CUST-NBR-I IN WF-COMMAREA-CICS (5:10)
           CALL 'SRMR011'  USING  WF-COMMAREA-CICS.
           IF RM-RETURN-CODE IN WF-COMMAREA-CICS = '00'
              IF RMCMRTCS-OFF-EMP-DIR-CD IN WF-COMMAREA-CICS =
                 'E' OR 'O' OR 'D'
                 MOVE RMCMRTCS-OFF-EMP-DIR-CD IN WF-COMMAREA-CICS
                                       TO WE-CLI-MARCA (K) (1:1)
              END-IF
              IF WE-CLI-TIPO (K) NOT = 'D'
                 MOVE RMCMRTCS-TIN-CD IN WF-COMMAREA-CICS
                                       TO WE-CLI-TIN-CD (K)
                 MOVE RMCMRTCS-TIN    IN WF-COMMAREA-CICS
                                       TO WE-CLI-TIN (K)
              END-IF
           ELSE
              ADD  1                   TO WE-CONT-ERRORES
           END-IF.
      *-------------------*
       CRUZAR-VIGILANCIA.
      *-------------------*
      *--- WATCHLST LLEVA EL TIPO DE DOCUMENTO DE UNA POSICION
           OPEN INPUT   ARCH-WATCHLST.
           PERFORM UNTIL WE-EOF-WATCHLST = 'S'
              READ ARCH-WATCHLST
                   AT END
                      MOVE 'S'         TO WE-EOF-WATCHLST
                   NOT AT END
                      PERFORM  MARCAR-VIGILADOS
              END-READ
           END-PERFORM.
           CLOSE  ARCH-WATCHLST.
      *------------------*
       MARCAR-VIGILADOS.
      *------------------*
           MOVE 0                      TO K.
           PERFORM UNTIL K >= WE-CANT-CLIENTES
              ADD  1                   TO K
              IF WE-CLI-TIN (K)    NOT = SPACES       AND
                 WE-CLI-TIN-CD (K)     = WATCH-TIN-CD AND
                 WE-CLI-TIN (K)        = WATCH-TIN
                 MOVE 'V'              TO WE-CLI-MARCA (K) (2:1)
                 MOVE WATCH-MOTIVO     TO WE-CLI-MOTIVO (K)
                 ADD  1                TO WE-CONT-VIGILADOS
              END-IF
           END-PERFORM.
      *-------------------*
       RECARGAR-HISTORIA.
      *-------------------*
      *--- SE CONSERVAN LOS DIAS DENTRO DE LA VENTANA Y ANTERIORES AL
      *--- PROCESO (UNA REPETICION DEL DIA NO SE CUENTA DOS VECES); LOS
      *--- DE LOS USUARIOS DEL DIA SE SUMAN PARA SU PROMEDIO. AL FINAL
      *--- SE AGREGA EL DIA PROCESADO
           OPEN INPUT   ARCH-HISTORIA.
           OPEN OUTPUT  ARCH-HISTNUE.
           PERFORM UNTIL WE-EOF-HISTORIA = 'S'
              READ ARCH-HISTORIA
                   AT END
                      MOVE 'S'         TO WE-EOF-HISTORIA
                   NOT AT END
                      ADD  1           TO WE-CONT-HIST-LEIDOS
                      IF HUS-FECHA NOT < WE-JUL-CORTE AND
                         HUS-FECHA     < WE-JUL-PROCESO
                         PERFORM  SUMAR-HISTORIA
                         WRITE REG-HISTNUE FROM REG-HISTUSR
                         ADD  1        TO WE-CONT-HIST-GRABADOS
                      END-IF
              END-READ
           END-PERFORM.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-USUARIOS
              ADD  1                   TO I
              MOVE SPACES              TO REG-HISTUSR
              MOVE WE-USR-USER-ID (I)  TO HUS-USER-ID
              MOVE WE-JUL-PROCESO      TO HUS-FECHA
              MOVE WE-USR-CLIENTES (I) TO HUS-CANT-CLIENTES
              MOVE WE-USR-ACCESOS (I)  TO HUS-CANT-ACCESOS
              WRITE REG-HISTNUE        FROM REG-HISTUSR
              ADD  1                   TO WE-CONT-HIST-GRABADOS
           END-PERFORM.
           CLOSE  ARCH-HISTORIA.
           CLOSE  ARCH-HISTNUE.
      *----------------*
       SUMAR-HISTORIA.
      *----------------*
           MOVE 'N'                    TO WE-SW-ENCONTRO.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-USUARIOS OR
                         WE-SW-ENCONTRO = 'S'
              ADD  1                   TO I
              IF WE-USR-USER-ID (I) = HUS-USER-ID
                 MOVE 'S'              TO WE-SW-ENCONTRO
                 ADD  1                TO WE-USR-DIAS-HIST (I)
                 ADD  HUS-CANT-CLIENTES TO WE-USR-SUMA-HIST (I)
              END-IF
           END-PERFORM.
      *------------------*
       EVALUAR-USUARIOS.
      *------------------*
           PERFORM  ORDENAR-USUARIOS.
           MOVE WE-FEC-PROCESO         TO WE-TIT-FECHA.
           MOVE WE-HORA-INICIO         TO WE-TIT-HORA-INICIO.
           MOVE WE-HORA-FIN            TO WE-TIT-HORA-FIN.
           IF WE-SW-HABIL = 'N'
              MOVE '  DIA NO HABIL'    TO WE-TIT-DIA
           END-IF.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
           MOVE SPACES                 TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-USUARIOS
              ADD  1                   TO I
              PERFORM  CALIFICAR-USUARIO
              IF WE-USR-REGLAS (I) NOT = SPACES
                 PERFORM  GRABAR-CASO
              END-IF
           END-PERFORM.
      *-------------------*
       CALIFICAR-USUARIO.
      *-------------------*
           MOVE SPACES                 TO WE-USR-REGLAS (I).
           IF WE-USR-DIAS-HIST (I) > 0
              COMPUTE WE-USR-PROMEDIO (I) ROUNDED =
                      WE-USR-SUMA-HIST (I) / WE-USR-DIAS-HIST (I)
              END-COMPUTE
           END-IF.
           IF WE-USR-CLIENTES (I) > WE-MAX-CLIENTES
              MOVE 'V'                 TO WE-USR-REGLAS (I) (1:1)
           END-IF.
           COMPUTE WE-LIMITE = WE-USR-PROMEDIO (I) * WE-FACTOR
           END-COMPUTE.
           IF WE-USR-DIAS-HIST (I) NOT < WE-DIAS-HISTORIA AND
              WE-USR-CLIENTES (I)  NOT < WE-MIN-CLIENTES  AND
              WE-USR-CLIENTES (I)      > WE-LIMITE
              MOVE 'P'                 TO WE-USR-REGLAS (I) (2:1)
           END-IF.
           IF WE-USR-FUERA-HORA (I) > 0
              MOVE 'H'                 TO WE-USR-REGLAS (I) (3:1)
           END-IF.
           MOVE 0                      TO P.
           PERFORM UNTIL P >= WE-CANT-PARES
              ADD  1                   TO P
              IF WE-PRC-USER-ID (P) = WE-USR-USER-ID (I) AND
                 WE-PRC-CLIENTE (P) > 0
                 MOVE WE-PRC-CLIENTE (P) TO K
                 IF WE-CLI-MARCA (K) NOT = SPACES
                    ADD  1             TO WE-USR-SENSIBLES (I)
                    ADD  1             TO WE-CONT-SENSIBLES
                    MOVE 'S'           TO WE-USR-REGLAS (I) (4:1)
                 END-IF
              END-IF
           END-PERFORM.
           IF WE-USR-RAFAGAS (I) > 0
              MOVE 'R'                 TO WE-USR-REGLAS (I) (5:1)
           END-IF.
      *-------------*
       GRABAR-CASO.
      *-------------*
           ADD  1                      TO WE-CONT-CASOS.
           MOVE SPACES                 TO REG-CASOACC.
           MOVE 'C'                    TO CASO-TIPO-REG.
           MOVE WE-USR-USER-ID (I)     TO CASO-USER-ID.
           MOVE WE-FEC-PROCESO         TO CASO-FEC-PROCESO.
           MOVE WE-USR-REGLAS (I)      TO CASO-REGLAS.
           MOVE ZEROS                  TO CASO-HORA-DESDE
                                          CASO-HORA-HASTA.
           MOVE WE-USR-ACCESOS (I)     TO CASO-CANTIDAD.
           MOVE WE-USR-PROMEDIO (I)    TO CASO-REFERENCIA.
           PERFORM  ESCRIBIR-CASO.
           MOVE WE-USR-USER-ID (I)     TO WE-USU-USER-ID.
           MOVE WE-USR-ACCESOS (I)     TO WE-USU-ACCESOS.
           MOVE WE-USR-CLIENTES (I)    TO WE-USU-CLIENTES.
           MOVE WE-USR-PROMEDIO (I)    TO WE-USU-PROMEDIO.
           MOVE WE-USR-DIAS-HIST (I)   TO WE-USU-DIAS.
           MOVE WE-USR-REGLAS (I)      TO WE-USU-REGLAS.
           WRITE REG-REPORTE           FROM WE-LINEA-USUARIO.
           WRITE REG-REPORTE           FROM WE-LINEA-CABECERA.
           IF WE-USR-REGLAS (I) (1:1) = 'V'
              PERFORM  INICIAR-EVIDENCIA
              MOVE 'V'                 TO CASO-REGLA
              MOVE WE-USR-CLIENTES (I) TO CASO-CANTIDAD
              MOVE WE-MAX-CLIENTES     TO CASO-REFERENCIA
              MOVE 'CLIENTES DISTINTOS SOBRE UMBRAL'
                                       TO CASO-DETALLE
              PERFORM  GRABAR-EVIDENCIA
           END-IF.
           IF WE-USR-REGLAS (I) (2:1) = 'P'
              PERFORM  INICIAR-EVIDENCIA
              MOVE 'P'                 TO CASO-REGLA
              MOVE WE-USR-CLIENTES (I) TO CASO-CANTIDAD
              MOVE WE-USR-PROMEDIO (I) TO CASO-REFERENCIA
              MOVE 'CLIENTES DISTINTOS SOBRE PROMEDIO'
                                       TO CASO-DETALLE
              PERFORM  GRABAR-EVIDENCIA
           END-IF.
           IF WE-USR-REGLAS (I) (3:1) = 'H' OR
              WE-USR-REGLAS (I) (4:1) = 'S'
              PERFORM  GRABAR-EVIDENCIAS-CLIENTE
           END-IF.
           IF WE-USR-REGLAS (I) (5:1) = 'R'
              PERFORM  GRABAR-EVIDENCIAS-RAFAGA
           END-IF.
           MOVE SPACES                 TO REG-REPORTE.
           WRITE REG-REPORTE.
      *---------------------------*
       GRABAR-EVIDENCIAS-CLIENTE.
      *---------------------------*
      *--- UNA LINEA POR CLIENTE CONSULTADO FUERA DE HORARIO Y OTRA POR
      *--- CLIENTE SENSIBLE, CON LA CANTIDAD DE ACCESOS DEL USUARIO
           MOVE 0                      TO P.
           PERFORM UNTIL P >= WE-CANT-PARES
              ADD  1                   TO P
              IF WE-PRC-USER-ID (P) = WE-USR-USER-ID (I)
                 MOVE WE-PRC-CLIENTE (P) TO K
                 IF WE-PRC-FUERA-HORA (P) > 0
                    PERFORM  INICIAR-EVIDENCIA-PAR
                    MOVE 'H'           TO CASO-REGLA
                    MOVE WE-PRC-HORA-FUERA (P) TO CASO-HORA-DESDE
                    MOVE WE-PRC-FUERA-HORA (P) TO CASO-CANTIDAD
                    IF WE-SW-HABIL = 'N'
                       MOVE 'CONSULTA EN DIA NO HABIL'
                                       TO CASO-DETALLE
                    ELSE
                       MOVE 'CONSULTA FUERA DE HORARIO'
                                       TO CASO-DETALLE
                    END-IF
                    PERFORM  GRABAR-EVIDENCIA
                 END-IF
                 IF K > 0
                    IF WE-CLI-MARCA (K) NOT = SPACES
                       PERFORM  INICIAR-EVIDENCIA-PAR
                       MOVE 'S'        TO CASO-REGLA
                       MOVE WE-PRC-ACCESOS (P) TO CASO-CANTIDAD
                       PERFORM  DESCRIBIR-MARCA
                       PERFORM  GRABAR-EVIDENCIA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *-----------------*
       DESCRIBIR-MARCA.
      *-----------------*
           EVALUATE WE-CLI-MARCA (K) (1:1)
              WHEN 'E'
                 MOVE 'CLIENTE EMPLEADO DEL BANCO'  TO CASO-DETALLE
              WHEN 'O'
                 MOVE 'CLIENTE OFICIAL DEL BANCO'   TO CASO-DETALLE
              WHEN 'D'
                 MOVE 'CLIENTE DIRECTOR DEL BANCO'  TO CASO-DETALLE
              WHEN OTHER
                 MOVE WE-CLI-MOTIVO (K)             TO CASO-DETALLE
           END-EVALUATE.
      *--------------------------*
       GRABAR-EVIDENCIAS-RAFAGA.
      *--------------------------*
           MOVE 0                      TO R.
           PERFORM UNTIL R >= WE-CANT-RAFAGAS
              ADD  1                   TO R
              IF WE-RAF-USER-ID (R) = WE-USR-USER-ID (I)
                 PERFORM  INICIAR-EVIDENCIA
                 MOVE 'R'              TO CASO-REGLA
                 MOVE WE-RAF-PROGRAMA (R)   TO CASO-PROGRAMA
                 MOVE WE-RAF-OPERACION (R)  TO CASO-OPERACION
                 MOVE WE-RAF-HORA-DESDE (R) TO CASO-HORA-DESDE
                 MOVE WE-RAF-HORA-HASTA (R) TO CASO-HORA-HASTA
                 MOVE WE-RAF-CANTIDAD (R)   TO CASO-CANTIDAD
                 MOVE WE-RAFAGA-CANT        TO CASO-REFERENCIA
                 MOVE 'LLAMADAS SEGUIDAS DE LA OPERACION'
                                       TO CASO-DETALLE
                 PERFORM  GRABAR-EVIDENCIA
              END-IF
           END-PERFORM.
      *-------------------*
       INICIAR-EVIDENCIA.
      *-------------------*
           MOVE SPACES                 TO REG-CASOACC.
           MOVE 'E'                    TO CASO-TIPO-REG.
           MOVE WE-USR-USER-ID (I)     TO CASO-USER-ID.
           MOVE WE-FEC-PROCESO         TO CASO-FEC-PROCESO.
           MOVE ZEROS                  TO CASO-HORA-DESDE
                                          CASO-HORA-HASTA
                                          CASO-CANTIDAD
                                          CASO-REFERENCIA.
      *-----------------------*
       INICIAR-EVIDENCIA-PAR.
      *-----------------------*
           PERFORM  INICIAR-EVIDENCIA.
           MOVE WE-PRC-PROGRAMA (P)    TO CASO-PROGRAMA.
           MOVE WE-PRC-OPERACION (P)   TO CASO-OPERACION.
           MOVE WE-PRC-HORA-PRIMERA (P) TO CASO-HORA-DESDE.
           MOVE WE-PRC-HORA-ULTIMA (P) TO CASO-HORA-HASTA.
           IF K > 0
              MOVE WE-CLI-CODIGO (K)   TO CASO-COD-CLIENTE
              MOVE WE-CLI-MARCA (K)    TO CASO-MARCA
      *--- EL PAN COMPLETO NO PUEDE VIAJAR EN CLARO: SE ENMASCARA
              IF CASO-PROGRAMA = 'BSEO017' OR 'BSEO034'
                 MOVE '******'         TO CASO-COD-CLIENTE (7:6)
              END-IF
           END-IF.
      *------------------*
       GRABAR-EVIDENCIA.
      *------------------*
           ADD  1                      TO WE-CONT-EVIDENCIAS.
           PERFORM  ESCRIBIR-CASO.
           EVALUATE CASO-REGLA
              WHEN 'V'
                 MOVE 'VOLUMEN'        TO WE-DET-REGLA
              WHEN 'P'
                 MOVE 'PROMEDIO'       TO WE-DET-REGLA
              WHEN 'H'
                 MOVE 'HORARIO'        TO WE-DET-REGLA
              WHEN 'S'
                 MOVE 'SENSIBLE'       TO WE-DET-REGLA
              WHEN OTHER
                 MOVE 'RAFAGA'         TO WE-DET-REGLA
           END-EVALUATE.
           MOVE CASO-PROGRAMA          TO WE-DET-PROGRAMA.
           MOVE CASO-OPERACION         TO WE-DET-OPERACION.
           MOVE CASO-COD-CLIENTE       TO WE-DET-CLIENTE.
           MOVE CASO-MARCA             TO WE-DET-MARCA.
           MOVE CASO-HORA-DESDE        TO WE-DET-HORA-DESDE.
           MOVE CASO-HORA-HASTA        TO WE-DET-HORA-HASTA.
           MOVE CASO-CANTIDAD          TO WE-DET-CANTIDAD.
           MOVE CASO-REFERENCIA        TO WE-DET-REFERENCIA.
           MOVE CASO-DETALLE           TO WE-DET-DETALLE.
           WRITE REG-REPORTE           FROM WE-LINEA-DETALLE.
      *---------------*
       ESCRIBIR-CASO.
      *---------------*
           WRITE REG-CASOACC.
           ADD  1                      TO WE-CONT-GRABADOS.
           ADD  CASO-CANTIDAD          TO WE-HASH-CANTIDAD.
      *------------------*
       ORDENAR-USUARIOS.
      *------------------*
           MOVE 'S'                    TO WE-SW-CAMBIO.
           PERFORM UNTIL WE-SW-CAMBIO NOT = 'S'
              MOVE 'N'                 TO WE-SW-CAMBIO
              MOVE 0                   TO I
              PERFORM UNTIL I >= WE-CANT-USUARIOS - 1
                 ADD  1                TO I
                 COMPUTE J = I + 1
                 IF WE-USR-USER-ID (I) > WE-USR-USER-ID (J)
                    MOVE WE-USR-OCC (I) TO WE-USR-AUX
                    MOVE WE-USR-OCC (J) TO WE-USR-OCC (I)
                    MOVE WE-USR-AUX     TO WE-USR-OCC (J)
                    MOVE 'S'           TO WE-SW-CAMBIO
                 END-IF
              END-PERFORM
           END-PERFORM.
      *------------------*
       IMPRIMIR-TOTALES.
      *------------------*
           MOVE 'ACCESOS DEL DIA EN AUDITLOG'  TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-DEL-DIA        TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE '  EXITOSOS ANALIZADOS'        TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-EXITOSOS       TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE '  FUERA DE HORARIO'           TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-FUERA-HORA     TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'USUARIOS DEL DIA'             TO WE-TOT-ETIQUETA.
           MOVE WE-CANT-USUARIOS       TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'CLIENTES DISTINTOS DEL DIA'   TO WE-TOT-ETIQUETA.
           MOVE WE-CANT-CLIENTES       TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'PARES CON CLIENTE SENSIBLE'   TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-SENSIBLES      TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'RAFAGAS DETECTADAS'           TO WE-TOT-ETIQUETA.
           MOVE WE-CANT-RAFAGAS        TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'USUARIOS CON CASO'            TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-CASOS          TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'LINEAS DE EVIDENCIA'          TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-EVIDENCIAS     TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'LLAMADAS SRM EN ERROR'        TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-ERRORES        TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
      *------------------*
       CANCELAR-PROCESO.
      *------------------*
           DISPLAY 'BSEB061 PROCESO CANCELADO'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           MOVE SPACES                 TO REG-CASOACC-CTL.
           MOVE 'T'                    TO CASO-CTL-TIPO.
           MOVE 'BSEB061 '             TO CASO-CTL-PROGRAMA.
           MOVE WE-FEC-PROCESO         TO CASO-CTL-FECHA.
           MOVE WE-CONT-GRABADOS       TO CASO-CTL-CANTIDAD.
           MOVE WE-HASH-CANTIDAD       TO CASO-CTL-HASH-CANTIDAD.
           WRITE REG-CASOACC-CTL.
           PERFORM  IMPRIMIR-TOTALES.
           CLOSE  ARCH-CASOS
                  ARCH-REPORTE.
           DISPLAY 'BSEB061 AUDITLOG  LEIDOS     = ' WE-CONT-LEIDOS.
           DISPLAY 'BSEB061 ACCESOS   EXITOSOS   = ' WE-CONT-EXITOSOS.
           DISPLAY 'BSEB061 USUARIOS  CON CASO   = ' WE-CONT-CASOS.
           DISPLAY 'BSEB061 CASOS     GRABADOS   = ' WE-CONT-GRABADOS.
           DISPLAY 'BSEB061 HISTORIA  LEIDOS     = '
                   WE-CONT-HIST-LEIDOS.
           DISPLAY 'BSEB061 HISTORIA  GRABADOS   = '
                   WE-CONT-HIST-GRABADOS.
           DISPLAY 'BSEB061 CLIENTES  VIGILADOS  = ' WE-CONT-VIGILADOS.
           DISPLAY 'BSEB061 LLAMADAS  EN ERROR   = ' WE-CONT-ERRORES.
           PERFORM  REGISTRAR-FIN-CORRIDA.
           STOP RUN.
      *---------------------------*
       REGISTRAR-INICIO-CORRIDA.
      *---------------------------*
      *--- LA CORRIDA QUEDA REGISTRADA EN RUNCTL; SI EL PREDECESOR
      *--- DECLARADO NO TERMINO BIEN PARA LA FECHA, NO SE ARRANCA
           INITIALIZE                  RUNC-COMMAREA.
           MOVE 'I'                 TO RUNC-MODO.
           MOVE WE-FEC-PROCESO      TO RUNC-FEC-PROCESO.
           MOVE 'BSEB061 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE SPACES              TO RUNC-PRED-PROGRAMA.
           MOVE 0                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
           IF RUNC-COD-RESPTA = '08'
              DISPLAY 'BSEB061 PREDECESOR SIN CORRIDA EXITOSA'
              DISPLAY 'BSEB061 PROCESO NO INICIADO'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.
      *-------------------------*
       REGISTRAR-FIN-CORRIDA.
      *-------------------------*
           MOVE 'F'                 TO RUNC-MODO.
           MOVE 'T'                 TO RUNC-ESTADO-FIN.
           MOVE WE-CONT-LEIDOS      TO RUNC-CONT-LEIDOS.
           MOVE WE-CONT-GRABADOS    TO RUNC-CONT-GRABADOS.
           MOVE WE-CONT-ERRORES     TO RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
