************************************************************************
***   * 104653 15/10/26 JCV RECORDATORIO POR SMS Y CORREO ANTES DEL    *
***   *               VENCIMIENTO DE CUOTAS Y PROMESAS DE PAGO         *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO RECORDATORIOSVENCIMIENTO - LOTE DIARIO              **
*OBJET*** RECORRE LA FOTO DE LA CARTERA JUDICIAL (BSEB034) JUNTO CON  **
*OBJET*** PROMLOG Y CNVLOG Y TOMA LAS PROMESAS Y CUOTAS PENDIENTES QUE**
*OBJET*** VENCEN DENTRO DE LOS PROXIMOS N DIAS HABILES (CRITERIO DE   **
*OBJET*** BSEOFERD SOBRE LA DESCARGA DE FERIADO). UBICA AL CLIENTE    **
*OBJET*** (SRMR013), SU NOMBRE (SRMR011) Y SU CORREO PERSONAL Y       **
*OBJET*** CELULAR (SRMR007) Y ARMA EL ARCHIVO DE MENSAJES PARA LA     **
*OBJET*** PASARELA SMS / CORREO, RESPETANDO LAS PREFERENCIAS DE       **
*OBJET*** COBRANZA DE CONTPREF Y EXCLUYENDO LOS DEUDORES FALLECIDOS   **
*OBJET*** (FALLLOG). CADA AVISO QUEDA EN REMILOG PARA NO REPETIRLO    **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB068.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-SNAPSHOT       ASSIGN TO SNAPSHOT
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-PROMLOG        ASSIGN TO PROMLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-CNVLOG         ASSIGN TO CNVLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-FERIADO        ASSIGN TO FERIADO
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-CONTPREF       ASSIGN TO CONTPREF
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-FALLEC         ASSIGN TO FALLEC
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-REMILOG        ASSIGN TO REMILOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-REMINUE        ASSIGN TO REMINUE
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-MENSAJES       ASSIGN TO MENSAJES
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-REPORTE        ASSIGN TO REPORTE
                                        ORGANIZATION IS SEQUENTIAL.
      *=============*
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------------ FECHA DE PROCESO Y ANTICIPACION --------------*
       FD  ARCH-PARM
           RECORDING MODE IS F.
       01  REG-PARM.
           02  PARM-FEC-PROCESO            PIC 9(08).
           02  PARM-DIAS-ANTICIPO          PIC 9(02).
      *        DIAS HABILES DE ANTICIPACION DEL AVISO; CERO = 2
           02  PARM-CODENT                 PIC X(03).
      *------------------ FOTO DE LA CARTERA JUDICIAL (BSEB034) --------*
       FD  ARCH-SNAPSHOT
           RECORDING MODE IS F.
           COPY BSESNJRG.
      *------------------ PROMESAS (DESCARGA DE PROMLOG) ---------------*
       FD  ARCH-PROMLOG
           RECORDING MODE IS F.
           COPY BSEPRORG.
      *------------------ CONVENIOS (DESCARGA DE CNVLOG) ---------------*
       FD  ARCH-CNVLOG
           RECORDING MODE IS F.
           COPY BSECNVRG.
      *------------------ FERIADOS (DESCARGA DE FERIADO) ---------------*
       FD  ARCH-FERIADO
           RECORDING MODE IS F.
           COPY BSEFERRG.
      *------------------ PREFERENCIAS (DESCARGA DE CONTPREF) ----------*
       FD  ARCH-CONTPREF
           RECORDING MODE IS F.
           COPY BSECPFRG.
      *------------------ FALLECIDOS (DESCARGA DE FALLLOG) -------------*
       FD  ARCH-FALLEC
           RECORDING MODE IS F.
           COPY BSEFALRG.
      *------------------ RECORDATORIOS YA ENVIADOS (REMILOG) ----------*
       FD  ARCH-REMILOG
           RECORDING MODE IS F.
           COPY BSERMLRG.
      *------------------ RECORDATORIOS ACTUALIZADOS (RECARGA) ---------*
       FD  ARCH-REMINUE
           RECORDING MODE IS F.
       01  REG-REMINUE                     PIC X(80).
      *------------------ MENSAJES PARA LA PASARELA SMS / CORREO -------*
       FD  ARCH-MENSAJES
           RECORDING MODE IS F.
       01  REG-MENSAJES                    PIC X(350).
      *------------------ REPORTE DE AVISOS NO ENVIADOS ----------------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(132).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-EOF-SNAPSHOT             PIC X(01)  VALUE SPACES.
           02  WE-EOF-FERIADO              PIC X(01)  VALUE SPACES.
           02  WE-EOF-CONTPREF             PIC X(01)  VALUE SPACES.
           02  WE-EOF-FALLEC               PIC X(01)  VALUE SPACES.
           02  WE-EOF-REMILOG              PIC X(01)  VALUE SPACES.
           02  WE-SW-LEYO                  PIC X(01)  VALUE SPACES.
           02  WE-SW-COLA                  PIC X(01)  VALUE SPACES.
           02  WE-SW-ENCONTRO              PIC X(01)  VALUE SPACES.
           02  WE-SW-HABIL                 PIC X(01)  VALUE SPACES.
           02  WE-SW-FER                   PIC X(01)  VALUE SPACES.
           02  WE-SW-FALLECIDO             PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-FEC-LIMITE               PIC 9(08)  VALUE ZEROS.
           02  WE-DIAS-ANTICIPO            PIC 9(02)  VALUE ZEROS.
           02  WE-DIAS-HABILES             PIC 9(02)  VALUE ZEROS.
           02  WE-CODENT                   PIC X(03)  VALUE '003'.
           02  WE-ENT4                     PIC X(04)  VALUE SPACES.
           02  WE-CTLS-ENT                 PIC X(16)  VALUE SPACES.
           02  WE-CLAVE-PROM               PIC X(10)  VALUE SPACES.
           02  WE-CLAVE-CNV                PIC X(10)  VALUE SPACES.
           02  WE-DIA-SEMANA               PIC 9(01)  VALUE ZEROS.
           02  WE-DIAS-MES                 PIC 9(02)  VALUE ZEROS.
           02  WE-RESTO                    PIC 9(04)  VALUE ZEROS.
           02  WE-COCIENTE                 PIC 9(04)  VALUE ZEROS.
           02  WE-SUMA                     PIC S9(09) VALUE ZEROS.
           02  WE-ZEL-ANIO                 PIC 9(04)  VALUE ZEROS.
           02  WE-ZEL-MES                  PIC 9(02)  VALUE ZEROS.
           02  WE-BLANCOS                  PIC 9(02)  VALUE ZEROS.
           02  WE-IMP-EDIT                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           02  WE-MONEDA-TEXTO             PIC X(10)  VALUE SPACES.
           02  WE-CONCEPTO                 PIC X(30)  VALUE SPACES.
           02  WE-MOTIVO                   PIC X(40)  VALUE SPACES.
           02  WE-CONT-FOTO                PIC 9(07)  VALUE ZEROS.
           02  WE-HASH-SALACT              PIC 9(15)  VALUE ZEROS.
           02  WE-HASH-IMPORTE             PIC 9(15)  VALUE ZEROS.
           02  WE-CONT-CANDIDATOS          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-YA-ENVIADOS         PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-FALLECIDOS          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-SIN-CANAL           PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-SUPRIMIDOS          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-RECORDADOS          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-CORREOS             PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-SMS                 PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-MENSAJES            PIC 9(09)  VALUE ZEROS.
           02  WE-CONT-ERRORES             PIC 9(07)  VALUE ZEROS.
           02  I                           PIC 9(05)  VALUE ZEROS.
           02  J                           PIC 9(05)  VALUE ZEROS.
           02  K                           PIC 9(03)  VALUE ZEROS.
           02  N                           PIC 9(03)  VALUE ZEROS.
           02  P                           PIC 9(05)  VALUE ZEROS.
       01  WE-FECHA-TRAB                   PIC 9(08)  VALUE ZEROS.
       01  FILLER  REDEFINES  WE-FECHA-TRAB.
           02  WE-FT-AAAA                  PIC 9(04).
           02  WE-FT-MM                    PIC 9(02).
           02  WE-FT-DD                    PIC 9(02).
       01  WE-FECHA-TEXTO.
           02  WE-FX-DD                    PIC 9(02).
           02  FILLER                      PIC X(01)  VALUE '/'.
           02  WE-FX-MM                    PIC 9(02).
           02  FILLER                      PIC X(01)  VALUE '/'.
           02  WE-FX-AAAA                  PIC 9(04).
       01  WE-CONCEPTO-CUOTA.
           02  FILLER                      PIC X(09)  VALUE
               'LA CUOTA '.
           02  WE-CC-NRO-CUOTA             PIC 9(02).
           02  FILLER                      PIC X(15)  VALUE
               ' DE SU CONVENIO'.
      *------------------ DIAS POR MES (FEBRERO SE AJUSTA) -------------*
       01  WE-TABLA-MESES.
           02  FILLER                      PIC X(24)  VALUE
               '312831303130313130313031'.
       01  FILLER  REDEFINES  WE-TABLA-MESES.
           02  WE-MES-DIAS  OCCURS  12  TIMES  PIC 9(02).
      *------------------ CABECERA Y COLA DE LA FOTO -------------------*
       01  REG-SNAPJUD-CTL.
           02  SNJ-CTL-TIPO                PIC X(01).
           02  SNJ-CTL-PROGRAMA            PIC X(08).
           02  SNJ-CTL-FECHA               PIC 9(08).
           02  SNJ-CTL-CANTIDAD            PIC 9(09).
           02  SNJ-CTL-HASH-SALACT         PIC 9(15).
           02  FILLER                      PIC X(142).
      *------------------ MENSAJE Y CONTROL (AREA DE TRABAJO) ----------*
           COPY BSEMSGRG.
      *------------------ FERIADOS EN MEMORIA --------------------------*
       01  WE-TABLA-FERIADOS.
           02  WE-CANT-FERIADOS            PIC 9(03)  VALUE ZEROS.
           02  WE-FER-FECHA  OCCURS  200  TIMES
                                           PIC 9(08).
      *------------------ CUENTAS DE DEUDOR FALLECIDO ------------------*
       01  WE-TABLA-FALLECIDOS.
           02  WE-CANT-FALL                PIC 9(05)  VALUE ZEROS.
           02  WE-FAL-CTAAFI  OCCURS  5000  TIMES
                                           PIC X(10).
      *------------------ CLIENTES CON CANALES DE COBRANZA SUPRIMIDOS -*
       01  WE-TABLA-PREFERENCIAS.
           02  WE-CANT-PREF                PIC 9(05)  VALUE ZEROS.
           02  WE-PRF-OCC  OCCURS  5000  TIMES.
               03  WE-PRF-COD-UNICO        PIC X(10).
               03  WE-PRF-EMAIL            PIC X(01).
               03  WE-PRF-TELEFONO         PIC X(01).
      *------------------ RECORDATORIOS DE VENCIMIENTOS FUTUROS --------*
       01  WE-TABLA-RECORDADOS.
           02  WE-CANT-REM                 PIC 9(05)  VALUE ZEROS.
           02  WE-REM-CLAVE  OCCURS  5000  TIMES
                                           PIC X(21).
      *------------------ VENCIMIENTOS A RECORDAR DE LA CUENTA ---------*
       01  WE-CUENTA.
           02  WE-CUNICO                   PIC X(10).
           02  WE-NOMBRE                   PIC X(80).
           02  WE-EMAIL                    PIC X(40).
           02  WE-CELULAR                  PIC X(40).
           02  WE-SW-SUPR-EMAIL            PIC X(01).
           02  WE-SW-SUPR-SMS              PIC X(01).
           02  WE-SW-CANAL-EMAIL           PIC X(01).
           02  WE-SW-CANAL-SMS             PIC X(01).
           02  WE-SW-SUPRIMIDO             PIC X(01).
           02  WE-CANT-CAND                PIC 9(02).
           02  WE-CAN-OCC  OCCURS  30  TIMES.
               03  WE-CAN-CLAVE.
                   04  WE-CAN-CTAAFI       PIC X(10).
                   04  WE-CAN-TIPO         PIC X(01).
                   04  WE-CAN-FEC-VENCE    PIC 9(08).
                   04  WE-CAN-NRO-CUOTA    PIC 9(02).
               03  WE-CAN-IMPORTE          PIC S9(13)V99.
               03  WE-CAN-ESTADO           PIC X(01).
      *                'P' POR AVISAR / 'D' YA AVISADO ANTES
      *------------------ LINEAS DEL REPORTE ---------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(37)  VALUE
               'BSEB068 RECORDATORIOS NO ENVIADOS AL '.
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(21)  VALUE
               '  VENCIMIENTOS HASTA '.
           02  WE-TIT-LIMITE               PIC 9(08).
           02  FILLER                      PIC X(58)  VALUE SPACES.
       01  WE-LINEA-CABECERA.
           02  FILLER                      PIC X(49)  VALUE
               'CUENTA     T VENCE    CU          IMPORTE  MOTIVO'.
           02  FILLER                      PIC X(83)  VALUE SPACES.
       01  WE-LINEA-EXCEPCION.
           02  WE-EX-CTAAFI                PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-EX-TIPO                  PIC X(01)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-EX-FEC-VENCE             PIC 9(08)  VALUE ZEROS.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-EX-NRO-CUOTA             PIC Z9.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-EX-IMPORTE               PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-EX-MOTIVO                PIC X(40)  VALUE SPACES.
           02  FILLER                      PIC X(49)  VALUE SPACES.
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
                   MOVE PARM-FEC-PROCESO    TO WE-FEC-PROCESO
                   MOVE PARM-DIAS-ANTICIPO  TO WE-DIAS-ANTICIPO
                   IF PARM-CODENT NOT = SPACES
                      MOVE PARM-CODENT      TO WE-CODENT
                   END-IF
           END-READ.
           CLOSE  ARCH-PARM.
           IF WE-FEC-PROCESO = 0
              DISPLAY 'BSEB068 FECHA DE PROCESO NO INFORMADA'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           IF WE-DIAS-ANTICIPO = 0
              MOVE 2                   TO WE-DIAS-ANTICIPO
           END-IF.
           MOVE '0000000000000000'     TO WE-CTLS-ENT.
           MOVE WE-CODENT              TO WE-CTLS-ENT (2:3).
           MOVE '0'                    TO WE-ENT4 (1:1).
           MOVE WE-CODENT              TO WE-ENT4 (2:3).
           PERFORM  CARGAR-FERIADOS.
           PERFORM  CARGAR-PREFERENCIAS.
           PERFORM  CARGAR-FALLECIDOS.
      *--- SE RECUERDA LO QUE VENCE DESPUES DE HOY Y HASTA N DIAS
      *--- HABILES ADELANTE (CRITERIO BSEOFERD)
           MOVE WE-FEC-PROCESO         TO WE-FECHA-TRAB.
           PERFORM  SUMAR-DIAS-HABILES.
           MOVE WE-FECHA-TRAB          TO WE-FEC-LIMITE.
           OPEN INPUT   ARCH-SNAPSHOT.
           OPEN INPUT   ARCH-PROMLOG.
           OPEN INPUT   ARCH-CNVLOG.
           OPEN INPUT   ARCH-REMILOG.
           OPEN OUTPUT  ARCH-REMINUE.
           OPEN OUTPUT  ARCH-MENSAJES.
           OPEN OUTPUT  ARCH-REPORTE.
           PERFORM  CARGAR-RECORDADOS.
           CLOSE  ARCH-REMILOG.
           MOVE WE-FEC-PROCESO         TO WE-TIT-FECHA.
           MOVE WE-FEC-LIMITE          TO WE-TIT-LIMITE.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
           WRITE REG-REPORTE           FROM WE-LINEA-CABECERA.
           INITIALIZE                     REG-MENSAJE-CTL.
           MOVE 'H'                    TO MSG-CTL-TIPO.
           MOVE 'BSEB068 '             TO MSG-CTL-PROGRAMA.
           MOVE WE-FEC-PROCESO         TO MSG-CTL-FECHA.
           WRITE REG-MENSAJES          FROM REG-MENSAJE-CTL.
           PERFORM  LEER-PROMLOG.
           PERFORM  LEER-CNVLOG.
      *---------------*
       CARGAR-FERIADOS.
      *---------------*
           OPEN INPUT  ARCH-FERIADO.
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
           CLOSE  ARCH-FERIADO.
      *-------------------*
       CARGAR-PREFERENCIAS.
      *-------------------*
      *--- SOLO INTERESAN LOS CLIENTES QUE SUPRIMIERON EL CORREO O EL
      *--- TELEFONO DE COBRANZAS
           OPEN INPUT  ARCH-CONTPREF.
           PERFORM UNTIL WE-EOF-CONTPREF = 'S'
              READ ARCH-CONTPREF
                   AT END
                      MOVE 'S'         TO WE-EOF-CONTPREF
                   NOT AT END
                      IF CPF-COB-EMAIL = 'S' OR CPF-COB-TELEFONO = 'S'
                         IF WE-CANT-PREF >= 5000
                            DISPLAY 'BSEB068 TABLA CONTPREF '
                                    'DESBORDADA'
                            PERFORM  CANCELAR-PROCESO
                         END-IF
                         ADD  1        TO WE-CANT-PREF
                         MOVE CPF-COD-UNICO
                                  TO WE-PRF-COD-UNICO (WE-CANT-PREF)
                         MOVE CPF-COB-EMAIL
                                  TO WE-PRF-EMAIL     (WE-CANT-PREF)
                         MOVE CPF-COB-TELEFONO
                                  TO WE-PRF-TELEFONO  (WE-CANT-PREF)
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE  ARCH-CONTPREF.
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
                         DISPLAY 'BSEB068 TABLA FALLLOG DESBORDADA'
                         PERFORM  CANCELAR-PROCESO
                      END-IF
                      ADD  1           TO WE-CANT-FALL
                      MOVE FALL-CTAAFI
                               TO WE-FAL-CTAAFI (WE-CANT-FALL)
              END-READ
           END-PERFORM.
           CLOSE  ARCH-FALLEC.
      *-----------------*
       CARGAR-RECORDADOS.
      *-----------------*
      *--- LOS RECORDATORIOS YA ENVIADOS PASAN TAL CUAL A LA RECARGA;
      *--- SOLO LOS DE VENCIMIENTOS FUTUROS QUEDAN EN MEMORIA PARA NO
      *--- AVISAR DOS VECES LA MISMA CUOTA O PROMESA
           PERFORM UNTIL WE-EOF-REMILOG = 'S'
              READ ARCH-REMILOG
                   AT END
                      MOVE 'S'         TO WE-EOF-REMILOG
                   NOT AT END
                      WRITE REG-REMINUE FROM REG-REMILOG
                      IF REMLOG-FEC-VENCE > WE-FEC-PROCESO
                         IF WE-CANT-REM >= 5000
                            DISPLAY 'BSEB068 TABLA REMILOG DESBORDADA'
                            PERFORM  CANCELAR-PROCESO
                         END-IF
                         ADD  1        TO WE-CANT-REM
                         MOVE REMLOG-CLAVE
                                  TO WE-REM-CLAVE (WE-CANT-REM)
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
              DISPLAY 'BSEB068 FOTO SNAPJUD SIN COLA DE CONTROL'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           CLOSE  ARCH-SNAPSHOT.
           CLOSE  ARCH-PROMLOG.
           CLOSE  ARCH-CNVLOG.
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
              DISPLAY 'BSEB068 FOTO SNAPJUD NO CIERRA CONTRA SU COLA'
              DISPLAY 'BSEB068 COLA CANT=' SNJ-CTL-CANTIDAD
                      ' LEIDO=' WE-CONT-FOTO
              DISPLAY 'BSEB068 COLA HASH=' SNJ-CTL-HASH-SALACT
                      ' LEIDO=' WE-HASH-SALACT
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *------------*
       LEER-PROMLOG.
      *------------*
           READ ARCH-PROMLOG
                AT END
                   MOVE HIGH-VALUES      TO WE-CLAVE-PROM
                NOT AT END
                   MOVE PROMLOG-CTAAFI   TO WE-CLAVE-PROM
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
      *--------------*
       EVALUAR-CUENTA.
      *--------------*
      *--- SOLO LAS CUENTAS QUE SIGUEN EN LA CARTERA JUDICIAL RECIBEN
      *--- AVISO; PROMLOG Y CNVLOG VIENEN POR CTAAFI COMO LA FOTO
           INITIALIZE                     WE-CUENTA.
           PERFORM  JUNTAR-PROMESAS.
           PERFORM  JUNTAR-CONVENIO.
           IF WE-CANT-CAND > 0
              PERFORM  DESCARTAR-AVISADOS
           END-IF.
           IF WE-CANT-CAND > 0
              PERFORM  VERIFICAR-FALLECIDO
              IF WE-SW-FALLECIDO = 'S'
                 MOVE 'DEUDOR FALLECIDO (FALLLOG)' TO WE-MOTIVO
                 PERFORM  INFORMAR-NO-ENVIADOS
                 ADD  N                TO WE-CONT-FALLECIDOS
              ELSE
                 PERFORM  PREPARAR-CONTACTO
                 PERFORM  ENVIAR-RECORDATORIOS
              END-IF
           END-IF.
      *---------------*
       JUNTAR-PROMESAS.
      *---------------*
           PERFORM UNTIL WE-CLAVE-PROM >= SNJ-CTAAFI
              PERFORM  LEER-PROMLOG
           END-PERFORM.
           PERFORM UNTIL WE-CLAVE-PROM NOT = SNJ-CTAAFI
              IF PROMLOG-ESTADO = 'P'                     AND
                 PROMLOG-FEC-PROMESA >  WE-FEC-PROCESO    AND
                 PROMLOG-FEC-PROMESA <= WE-FEC-LIMITE
                 MOVE 'P'                 TO WE-CAN-TIPO (30)
                 MOVE PROMLOG-FEC-PROMESA TO WE-CAN-FEC-VENCE (30)
                 MOVE 0                   TO WE-CAN-NRO-CUOTA (30)
                 MOVE PROMLOG-IMPORTE     TO WE-CAN-IMPORTE (30)
                 PERFORM  AGREGAR-CANDIDATO
              END-IF
              PERFORM  LEER-PROMLOG
           END-PERFORM.
      *---------------*
       JUNTAR-CONVENIO.
      *---------------*
      *--- UN CONVENIO CAIDO YA NO SE COBRA POR CUOTAS
           PERFORM UNTIL WE-CLAVE-CNV >= SNJ-CTAAFI
              PERFORM  LEER-CNVLOG
           END-PERFORM.
           PERFORM UNTIL WE-CLAVE-CNV NOT = SNJ-CTAAFI
              IF CNVLOG-ESTADO NOT = 'C'
                 MOVE 0                TO J
                 PERFORM UNTIL J >= CNVLOG-CANT-CUOTAS OR J >= 24
                    ADD  1             TO J
                    IF CNVLOG-CUO-ESTADO (J) = 'P'               AND
                       CNVLOG-CUO-FECHA  (J) >  WE-FEC-PROCESO   AND
                       CNVLOG-CUO-FECHA  (J) <= WE-FEC-LIMITE
                       MOVE 'C'        TO WE-CAN-TIPO (30)
                       MOVE CNVLOG-CUO-FECHA (J)
                                       TO WE-CAN-FEC-VENCE (30)
                       MOVE J          TO WE-CAN-NRO-CUOTA (30)
                       MOVE CNVLOG-CUO-IMPORTE (J)
                                       TO WE-CAN-IMPORTE (30)
                       PERFORM  AGREGAR-CANDIDATO
                    END-IF
                 END-PERFORM
              END-IF
              PERFORM  LEER-CNVLOG
           END-PERFORM.
      *-----------------*
       AGREGAR-CANDIDATO.
      *-----------------*
      *--- EL VENCIMIENTO LLEGA ARMADO EN LA ULTIMA POSICION DE LA
      *--- TABLA, QUE QUEDA RESERVADA COMO AREA DE PASO
           IF WE-CANT-CAND >= 29
              DISPLAY 'BSEB068 DEMASIADOS VENCIMIENTOS EN CUENTA '
                      SNJ-CTAAFI
              PERFORM  CANCELAR-PROCESO
           END-IF.
           ADD  1                      TO WE-CANT-CAND.
           ADD  1                      TO WE-CONT-CANDIDATOS.
           MOVE WE-CAN-OCC (30)        TO WE-CAN-OCC (WE-CANT-CAND).
           MOVE SNJ-CTAAFI             TO WE-CAN-CTAAFI (WE-CANT-CAND).
           MOVE 'P'                    TO WE-CAN-ESTADO (WE-CANT-CAND).
      *------------------*
       DESCARTAR-AVISADOS.
      *------------------*
      *--- N QUEDA CON LA CANTIDAD DE VENCIMIENTOS AUN SIN AVISO
           MOVE 0                      TO N.
           MOVE 0                      TO K.
           PERFORM UNTIL K >= WE-CANT-CAND
              ADD  1                   TO K
              MOVE SPACES              TO WE-SW-ENCONTRO
              MOVE 0                   TO P
              PERFORM UNTIL P >= WE-CANT-REM OR WE-SW-ENCONTRO = 'S'
                 ADD  1                TO P
                 IF WE-REM-CLAVE (P) = WE-CAN-CLAVE (K)
                    MOVE 'S'           TO WE-SW-ENCONTRO
                 END-IF
              END-PERFORM
              IF WE-SW-ENCONTRO = 'S'
                 MOVE 'D'              TO WE-CAN-ESTADO (K)
                 ADD  1                TO WE-CONT-YA-ENVIADOS
              ELSE
                 ADD  1                TO N
              END-IF
           END-PERFORM.
           IF N = 0
              MOVE 0                   TO WE-CANT-CAND
           END-IF.
      *-------------------*
       VERIFICAR-FALLECIDO.
      *-------------------*
           MOVE SPACES                 TO WE-SW-FALLECIDO.
           MOVE 0                      TO P.
           PERFORM UNTIL P >= WE-CANT-FALL OR WE-SW-FALLECIDO = 'S'
              ADD  1                   TO P
              IF WE-FAL-CTAAFI (P) = SNJ-CTAAFI
                 MOVE 'S'              TO WE-SW-FALLECIDO
              END-IF
           END-PERFORM.
      *-----------------*
       PREPARAR-CONTACTO.
      *-----------------*
      *--- CLIENTE DE LA CUENTA, SU NOMBRE Y SUS DATOS DE CONTACTO
      *--- (CORREO PERSONAL EMAPER Y CELULAR TELCEL DE SRMR007, COMO
      *--- EN BSEO004) DEPURADOS POR SUS PREFERENCIAS DE COBRANZA
           PERFORM  BUSCAR-CLIENTE-CUENTA.
           IF WE-CUNICO > '0000000000'
              PERFORM  VERIFICAR-PREFERENCIAS
              PERFORM  BUSCAR-NOMBRE
              PERFORM  BUSCAR-CONTACTOS
              IF WE-EMAIL NOT = SPACES AND WE-SW-SUPR-EMAIL NOT = 'S'
                 MOVE 'S'              TO WE-SW-CANAL-EMAIL
              END-IF
              IF WE-CELULAR NOT = SPACES AND WE-SW-SUPR-SMS NOT = 'S'
                 MOVE 'S'              TO WE-SW-CANAL-SMS
              END-IF
              IF WE-EMAIL = SPACES AND WE-CELULAR = SPACES
                 MOVE 'SIN CORREO NI CELULAR EN SRMR007' TO WE-MOTIVO
              ELSE
                 MOVE 'S'              TO WE-SW-SUPRIMIDO
                 MOVE 'CANALES DE COBRANZA SUPRIMIDOS CONTPREF'
                                       TO WE-MOTIVO
              END-IF
           ELSE
              MOVE 'CLIENTE NO UBICADO EN SRMR013' TO WE-MOTIVO
              ADD  1                   TO WE-CONT-ERRORES
           END-IF.
      *----------------------*
       VERIFICAR-PREFERENCIAS.
      *----------------------*
           MOVE SPACES                 TO WE-SW-SUPR-EMAIL.
           MOVE SPACES                 TO WE-SW-SUPR-SMS.
           MOVE SPACES                 TO WE-SW-ENCONTRO.
           MOVE 0                      TO P.
           PERFORM UNTIL P >= WE-CANT-PREF OR WE-SW-ENCONTRO = 'S'
              ADD  1                   TO P
              IF WE-PRF-COD-UNICO (P) = WE-CUNICO
                 MOVE 'S'              TO WE-SW-ENCONTRO
                 MOVE WE-PRF-EMAIL    (P) TO WE-SW-SUPR-EMAIL
                 MOVE WE-PRF-TELEFONO (P) TO WE-SW-SUPR-SMS
              END-IF
           END-PERFORM.
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
           END-IF.
      *----------------*
       BUSCAR-CONTACTOS.
      *----------------*
           MOVE SPACES                 TO WE-EMAIL.
           MOVE SPACES                 TO WE-CELULAR.
           INITIALIZE WF-COMMAREA-007C.
           MOVE WE-CTLS-ENT            TO RM7-CUST-CTLS.
           MOVE '0000'                 TO RM7-CUST-NBR (1:4).
           MOVE WE-CUNICO              TO RM7-CUST-NBR (5:10).
           CALL 'SRMR007'  USING  WF-COMMAREA-007C.
           IF RM7-RETURN-CODE = '00'
              MOVE 0                   TO K
              PERFORM UNTIL K >= RM7-QTY-DOMICILIOS OR K >= 10
                 ADD  1                TO K
                 EVALUATE RM7-TIPO-DOMICILIO (K)
                    WHEN 'EMAPER'
                       MOVE RM7-DIRECCION (K) TO WE-EMAIL
                    WHEN 'TELCEL'
                       MOVE RM7-DIRECCION (K) TO WE-CELULAR
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-PERFORM
           END-IF.
      *--------------------*
       ENVIAR-RECORDATORIOS.
      *--------------------*
      *--- UN MENSAJE POR CANAL HABILITADO Y UNA CONSTANCIA EN REMILOG
      *--- POR VENCIMIENTO; SIN CANAL NO SE REGISTRA Y SE REINTENTA EN
      *--- LA CORRIDA SIGUIENTE
           IF WE-SW-CANAL-EMAIL NOT = 'S' AND WE-SW-CANAL-SMS NOT = 'S'
              PERFORM  INFORMAR-NO-ENVIADOS
              EVALUATE TRUE
                 WHEN WE-CUNICO NOT > '0000000000'
                    CONTINUE
                 WHEN WE-SW-SUPRIMIDO = 'S'
                    ADD  N             TO WE-CONT-SUPRIMIDOS
                 WHEN OTHER
                    ADD  N             TO WE-CONT-SIN-CANAL
              END-EVALUATE
           ELSE
              MOVE 0                   TO K
              PERFORM UNTIL K >= WE-CANT-CAND
                 ADD  1                TO K
                 IF WE-CAN-ESTADO (K) = 'P'
                    PERFORM  ARMAR-MENSAJE
                    IF WE-SW-CANAL-EMAIL = 'S'
                       MOVE 'E'        TO MSG-CANAL
                       MOVE WE-EMAIL   TO MSG-DESTINO
                       MOVE 'VENCIMIENTO PROXIMO - CUENTA'
                                       TO MSG-ASUNTO
                       MOVE SNJ-CTAAFI TO MSG-ASUNTO (30:10)
                       PERFORM  GRABAR-MENSAJE
                       ADD  1          TO WE-CONT-CORREOS
                    END-IF
                    IF WE-SW-CANAL-SMS = 'S'
                       MOVE 'S'        TO MSG-CANAL
                       MOVE WE-CELULAR TO MSG-DESTINO
                       MOVE SPACES     TO MSG-ASUNTO
                       PERFORM  GRABAR-MENSAJE
                       ADD  1          TO WE-CONT-SMS
                    END-IF
                    PERFORM  REGISTRAR-RECORDATORIO
                 END-IF
              END-PERFORM
           END-IF.
      *-------------*
       ARMAR-MENSAJE.
      *-------------*
      *--- EL MISMO TEXTO SIRVE PARA SMS (160) Y CORREO; EL NOMBRE VA
      *--- APARTE PARA EL SALUDO QUE ARMA LA PASARELA
           INITIALIZE                     REG-MENSAJE.
           MOVE SNJ-CTAAFI             TO MSG-CTAAFI.
           MOVE WE-CUNICO              TO MSG-COD-UNICO.
           MOVE WE-CAN-TIPO      (K)   TO MSG-TIPO.
           MOVE WE-CAN-NRO-CUOTA (K)   TO MSG-NRO-CUOTA.
           MOVE WE-CAN-FEC-VENCE (K)   TO MSG-FEC-VENCE.
           MOVE WE-CAN-IMPORTE   (K)   TO MSG-IMPORTE.
           MOVE SNJ-MONEDA             TO MSG-MONEDA.
           MOVE WE-NOMBRE              TO MSG-NOMBRE.
           MOVE WE-CAN-FEC-VENCE (K)   TO WE-FECHA-TRAB.
           MOVE WE-FT-DD               TO WE-FX-DD.
           MOVE WE-FT-MM               TO WE-FX-MM.
           MOVE WE-FT-AAAA             TO WE-FX-AAAA.
           IF WE-CAN-TIPO (K) = 'C'
              MOVE WE-CAN-NRO-CUOTA (K) TO WE-CC-NRO-CUOTA
              MOVE WE-CONCEPTO-CUOTA   TO WE-CONCEPTO
           ELSE
              MOVE 'SU PROMESA DE PAGO' TO WE-CONCEPTO
           END-IF.
           IF SNJ-DESC-MONEDA NOT = SPACES
              MOVE SNJ-DESC-MONEDA     TO WE-MONEDA-TEXTO
           ELSE
              MOVE SNJ-MONEDA          TO WE-MONEDA-TEXTO
           END-IF.
           MOVE WE-CAN-IMPORTE (K)     TO WE-IMP-EDIT.
           MOVE 0                      TO WE-BLANCOS.
           INSPECT WE-IMP-EDIT TALLYING WE-BLANCOS FOR LEADING SPACES.
           ADD  1                      TO WE-BLANCOS.
           STRING 'BSE: LE RECORDAMOS QUE EL '  DELIMITED BY SIZE
                  WE-FECHA-TEXTO                DELIMITED BY SIZE
                  ' VENCE '                     DELIMITED BY SIZE
                  WE-CONCEPTO                   DELIMITED BY '  '
                  ', CUENTA '                   DELIMITED BY SIZE
                  SNJ-CTAAFI                    DELIMITED BY SIZE
                  ', POR '                      DELIMITED BY SIZE
                  WE-MONEDA-TEXTO               DELIMITED BY '  '
                  ' '                           DELIMITED BY SIZE
                  WE-IMP-EDIT (WE-BLANCOS:)     DELIMITED BY SIZE
                  '. SI YA PAGO, OMITA ESTE MENSAJE.'
                                                DELIMITED BY SIZE
             INTO MSG-TEXTO
           END-STRING.
      *--------------*
       GRABAR-MENSAJE.
      *--------------*
           WRITE REG-MENSAJES          FROM REG-MENSAJE.
           ADD  1                      TO WE-CONT-MENSAJES.
           ADD  MSG-IMPORTE            TO WE-HASH-IMPORTE.
      *----------------------*
       REGISTRAR-RECORDATORIO.
      *----------------------*
           INITIALIZE                     REG-REMILOG.
           MOVE WE-CAN-CLAVE   (K)     TO REMLOG-CLAVE.
           MOVE WE-CAN-IMPORTE (K)     TO REMLOG-IMPORTE.
           MOVE WE-CUNICO              TO REMLOG-COD-UNICO.
           MOVE WE-SW-CANAL-EMAIL      TO REMLOG-CANAL-EMAIL.
           MOVE WE-SW-CANAL-SMS        TO REMLOG-CANAL-SMS.
           MOVE 'E'                    TO REMLOG-ESTADO.
           MOVE WE-FEC-PROCESO         TO REMLOG-FEC-ENVIO.
           MOVE 'BSEB068 '             TO REMLOG-USER-ID.
           WRITE REG-REMINUE           FROM REG-REMILOG.
           ADD  1                      TO WE-CONT-RECORDADOS.
      *--------------------*
       INFORMAR-NO-ENVIADOS.
      *--------------------*
           MOVE 0                      TO K.
           PERFORM UNTIL K >= WE-CANT-CAND
              ADD  1                   TO K
              IF WE-CAN-ESTADO (K) = 'P'
                 MOVE SNJ-CTAAFI             TO WE-EX-CTAAFI
                 MOVE WE-CAN-TIPO      (K)   TO WE-EX-TIPO
                 MOVE WE-CAN-FEC-VENCE (K)   TO WE-EX-FEC-VENCE
                 MOVE WE-CAN-NRO-CUOTA (K)   TO WE-EX-NRO-CUOTA
                 MOVE WE-CAN-IMPORTE   (K)   TO WE-EX-IMPORTE
                 MOVE WE-MOTIVO              TO WE-EX-MOTIVO
                 WRITE REG-REPORTE           FROM WE-LINEA-EXCEPCION
              END-IF
           END-PERFORM.
      *------------------*
       SUMAR-DIAS-HABILES.
      *------------------*
      *--- SUMA A WE-FECHA-TRAB TANTOS DIAS HABILES COMO
      *--- WE-DIAS-ANTICIPO, SALTEANDO SABADOS, DOMINGOS Y FERIADOS
           MOVE 0                      TO WE-DIAS-HABILES.
           PERFORM UNTIL WE-DIAS-HABILES >= WE-DIAS-ANTICIPO
              PERFORM  SUMAR-UN-DIA
              PERFORM  VERIFICAR-DIA-HABIL
              IF WE-SW-HABIL = 'S'
                 ADD  1                TO WE-DIAS-HABILES
              END-IF
           END-PERFORM.
      *-------------------*
       VERIFICAR-DIA-HABIL.
      *-------------------*
           PERFORM  CALCULAR-DIA-SEMANA.
           IF WE-DIA-SEMANA = 0 OR WE-DIA-SEMANA = 1
              MOVE 'N'                 TO WE-SW-HABIL
           ELSE
              MOVE SPACES              TO WE-SW-FER
              MOVE 0                   TO N
              PERFORM UNTIL N >= WE-CANT-FERIADOS OR WE-SW-FER = 'S'
                 ADD  1                TO N
                 IF WE-FER-FECHA (N) = WE-FECHA-TRAB
                    MOVE 'S'           TO WE-SW-FER
                 END-IF
              END-PERFORM
              IF WE-SW-FER = 'S'
                 MOVE 'N'              TO WE-SW-HABIL
              ELSE
                 MOVE 'S'              TO WE-SW-HABIL
              END-IF
           END-IF.
      *-------------------*
       CALCULAR-DIA-SEMANA.
      *-------------------*
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
      *------------*
       SUMAR-UN-DIA.
      *------------*
           MOVE WE-MES-DIAS (WE-FT-MM) TO WE-DIAS-MES.
           IF WE-FT-MM = 2
              PERFORM  AJUSTAR-BISIESTO
           END-IF.
           IF WE-FT-DD < WE-DIAS-MES
              ADD  1                   TO WE-FT-DD
           ELSE
              MOVE 01                  TO WE-FT-DD
              IF WE-FT-MM < 12
                 ADD  1                TO WE-FT-MM
              ELSE
                 MOVE 01               TO WE-FT-MM
                 ADD  1                TO WE-FT-AAAA
              END-IF
           END-IF.
      *----------------*
       AJUSTAR-BISIESTO.
      *----------------*
           DIVIDE WE-FT-AAAA BY 4   GIVING WE-COCIENTE
                                    REMAINDER WE-RESTO.
           IF WE-RESTO = 0
              MOVE 29                  TO WE-DIAS-MES
              DIVIDE WE-FT-AAAA BY 100 GIVING WE-COCIENTE
                                       REMAINDER WE-RESTO
              IF WE-RESTO = 0
                 MOVE 28               TO WE-DIAS-MES
                 DIVIDE WE-FT-AAAA BY 400 GIVING WE-COCIENTE
                                          REMAINDER WE-RESTO
                 IF WE-RESTO = 0
                    MOVE 29            TO WE-DIAS-MES
                 END-IF
              END-IF
           END-IF.
      *----------------*
       CANCELAR-PROCESO.
      *----------------*
           DISPLAY 'BSEB068 PROCESO CANCELADO - REVISAR ENTRADAS'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           INITIALIZE                     REG-MENSAJE-CTL.
           MOVE 'T'                    TO MSG-CTL-TIPO.
           MOVE 'BSEB068 '             TO MSG-CTL-PROGRAMA.
           MOVE WE-FEC-PROCESO         TO MSG-CTL-FECHA.
           MOVE WE-CONT-MENSAJES       TO MSG-CTL-CANTIDAD.
           MOVE WE-HASH-IMPORTE        TO MSG-CTL-HASH-IMPORTE.
           WRITE REG-MENSAJES          FROM REG-MENSAJE-CTL.
           CLOSE  ARCH-REMINUE.
           CLOSE  ARCH-MENSAJES.
           CLOSE  ARCH-REPORTE.
           DISPLAY 'BSEB068 CUENTAS EN LA FOTO  = ' WE-CONT-FOTO.
           DISPLAY 'BSEB068 VENCIMIENTOS A AVISAR= ' WE-CONT-CANDIDATOS.
           DISPLAY 'BSEB068 YA AVISADOS ANTES   = ' WE-CONT-YA-ENVIADOS.
           DISPLAY 'BSEB068 DEUDOR FALLECIDO    = ' WE-CONT-FALLECIDOS.
           DISPLAY 'BSEB068 SIN DATOS DE CONTACTO= ' WE-CONT-SIN-CANAL.
           DISPLAY 'BSEB068 CANALES SUPRIMIDOS  = ' WE-CONT-SUPRIMIDOS.
           DISPLAY 'BSEB068 RECORDATORIOS       = ' WE-CONT-RECORDADOS.
           DISPLAY 'BSEB068 CORREOS GENERADOS   = ' WE-CONT-CORREOS.
           DISPLAY 'BSEB068 SMS GENERADOS       = ' WE-CONT-SMS.
           DISPLAY 'BSEB068 CASOS EN ERROR      = ' WE-CONT-ERRORES.
           PERFORM  REGISTRAR-FIN-CORRIDA.
           STOP RUN.
      *------------------------*
       REGISTRAR-INICIO-CORRIDA.
      *------------------------*
      *--- LA CORRIDA QUEDA REGISTRADA EN RUNCTL; LAS PROMESAS DEBEN
      *--- ESTAR AL DIA (BSEB023) PARA NO AVISAR UNA YA CUMPLIDA
           INITIALIZE                  RUNC-COMMAREA.
           MOVE 'I'                 TO RUNC-MODO.
           MOVE WE-FEC-PROCESO      TO RUNC-FEC-PROCESO.
           MOVE 'BSEB068 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE WE-DIAS-ANTICIPO    TO RUNC-PARAMETROS (10:2).
           MOVE 'BSEB023 '          TO RUNC-PRED-PROGRAMA.
           MOVE 1                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
           IF RUNC-COD-RESPTA = '08'
              DISPLAY 'BSEB068 PREDECESOR SIN CORRIDA EXITOSA'
              DISPLAY 'BSEB068 PROCESO NO INICIADO'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.
      *---------------------*
       REGISTRAR-FIN-CORRIDA.
      *---------------------*
           MOVE 'F'                 TO RUNC-MODO.
           MOVE 'T'                 TO RUNC-ESTADO-FIN.
           MOVE WE-CONT-FOTO        TO RUNC-CONT-LEIDOS.
           MOVE WE-CONT-RECORDADOS  TO RUNC-CONT-GRABADOS.
           MOVE WE-CONT-ERRORES     TO RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
