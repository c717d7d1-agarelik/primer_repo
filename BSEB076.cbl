************************************************************************
***   * 104661 15/10/26 JCV AVISO DIARIO DE RECLAMOS VENCIDOS O POR    *
***   *               VENCER EL PLAZO DE RESPUESTA                     *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO RECLAMOSPORVENCER - LOTE DIARIO                     **
*OBJET*** LISTA LOS RECLAMOS ABIERTOS DE LA ENTIDAD (DESCARGA DE      **
*OBJET*** RECLAMO) YA VENCIDOS O QUE VENCEN DENTRO DE LOS DIAS DE     **
*OBJET*** AVISO DEL PARM (DIAS CORRIDOS, 005 POR DEFECTO) CONTRA LA   **
*OBJET*** FECHA DE VENCIMIENTO CALCULADA AL REGISTRARLOS (BSEO041)    **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB076.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-RECLAMO        ASSIGN TO RECLAMO
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-REPORTE        ASSIGN TO REPORTE
                                        ORGANIZATION IS SEQUENTIAL.
      *=============*
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------------ FECHA DE PROCESO Y DIAS DE AVISO ------------*
       FD  ARCH-PARM
           RECORDING MODE IS F.
       01  REG-PARM.
           02  PARM-FEC-PROCESO            PIC 9(08).
           02  PARM-CODENT                 PIC X(03).
           02  PARM-DIAS-AVISO             PIC X(03).
      *        DIAS CORRIDOS ANTES DEL VENCIMIENTO QUE SE LISTAN;
      *        EN BLANCO O NO NUMERICO = 005
      *------------------ RECLAMOS (DESCARGA DE RECLAMO) ---------------*
       FD  ARCH-RECLAMO
           RECORDING MODE IS F.
           COPY BSERCLRG.
      *------------------ REPORTE DE RECLAMOS POR VENCER ---------------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(80).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-EOF-RECLAMO              PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-CODENT                   PIC X(03)  VALUE '003'.
           02  WE-DIAS-AVISO               PIC 9(03)  VALUE 005.
           02  WE-SW-BISIESTO              PIC X(01)  VALUE SPACES.
           02  WE-ANIO-ANT                 PIC 9(04)  VALUE ZEROS.
           02  WE-COCIENTE-4               PIC 9(04)  VALUE ZEROS.
           02  WE-COCIENTE-100             PIC 9(04)  VALUE ZEROS.
           02  WE-COCIENTE-400             PIC 9(04)  VALUE ZEROS.
           02  WE-COCIENTE                 PIC 9(04)  VALUE ZEROS.
           02  WE-RESTO                    PIC 9(04)  VALUE ZEROS.
           02  WE-NUM-DIA                  PIC 9(07)  VALUE ZEROS.
           02  WE-NUM-PROCESO              PIC 9(07)  VALUE ZEROS.
           02  WE-DIAS-RESTAN              PIC S9(05) VALUE ZEROS.
           02  WE-CONT-LEIDOS              PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-ABIERTOS            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-VENCIDOS            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-POR-VENCER          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-LISTADOS            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-ERRORES             PIC 9(07)  VALUE ZEROS.
       01  WE-FECHA-TRAB                   PIC 9(08)  VALUE ZEROS.
       01  FILLER  REDEFINES  WE-FECHA-TRAB.
           02  WE-FT-AAAA                  PIC 9(04).
           02  WE-FT-MM                    PIC 9(02).
           02  WE-FT-DD                    PIC 9(02).
      *------------------ DIAS ACUMULADOS AL INICIO DE CADA MES --------*
       01  WE-TABLA-ACUMULADOS.
           02  FILLER                      PIC X(36)  VALUE
               '000031059090120151181212243273304334'.
       01  WE-ACUMULADOS-RED  REDEFINES  WE-TABLA-ACUMULADOS.
           02  WE-ACU-DIAS  OCCURS  12  TIMES
                                           PIC 9(03).
      *------------------ LINEAS DEL REPORTE ---------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(44)  VALUE
               'BSEB076 RECLAMOS VENCIDOS Y POR VENCER AL '.
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(08)  VALUE
               ' AVISO '.
           02  WE-TIT-DIAS                 PIC ZZ9.
           02  FILLER                      PIC X(17)  VALUE
               ' DIAS'.
       01  WE-LINEA-CABECERA.
           02  FILLER                      PIC X(40)  VALUE
               'NUMERO         TIP CUENTA/DOC COD.UNICO'.
           02  FILLER                      PIC X(40)  VALUE
               '  RECEPCION VENCE     DIAS SITUACION'.
       01  WE-LINEA-DETALLE.
           02  WE-DET-NUMERO               PIC X(14)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-TIPO                 PIC X(03)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-CUENTA               PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-COD-UNICO            PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-RECEPCION            PIC 9(08)  VALUE ZEROS.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-VENCE                PIC 9(08)  VALUE ZEROS.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-DIAS                 PIC ----9  VALUE ZEROS.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-SITUACION            PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(04)  VALUE SPACES.
       01  WE-LINEA-TOTAL.
           02  WE-TOT-ETIQUETA             PIC X(30)  VALUE SPACES.
           02  WE-TOT-CANTIDAD             PIC ZZZ,ZZ9 VALUE ZEROS.
           02  FILLER                      PIC X(43)  VALUE SPACES.
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
                   IF PARM-DIAS-AVISO IS NUMERIC
                      MOVE PARM-DIAS-AVISO TO WE-DIAS-AVISO
                   END-IF
           END-READ.
           CLOSE  ARCH-PARM.
           IF WE-FEC-PROCESO = 0
              DISPLAY 'BSEB076 FECHA DE PROCESO NO INFORMADA'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           MOVE WE-FEC-PROCESO         TO WE-FECHA-TRAB.
           PERFORM  CALCULAR-NUMERO-DIA.
           IF WE-NUM-DIA = 0
              DISPLAY 'BSEB076 FECHA DE PROCESO INVALIDA '
                      WE-FEC-PROCESO
              PERFORM  CANCELAR-PROCESO
           END-IF.
           MOVE WE-NUM-DIA             TO WE-NUM-PROCESO.
           OPEN INPUT   ARCH-RECLAMO.
           OPEN OUTPUT  ARCH-REPORTE.
           MOVE WE-FEC-PROCESO         TO WE-TIT-FECHA.
           MOVE WE-DIAS-AVISO          TO WE-TIT-DIAS.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
           WRITE REG-REPORTE           FROM WE-LINEA-CABECERA.
           PERFORM  LEER-RECLAMO.
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
           PERFORM UNTIL WE-EOF-RECLAMO = 'S'
              IF RCL-ESTADO = 'A' AND RCL-CODENT = WE-CODENT
                 ADD  1                TO WE-CONT-ABIERTOS
                 PERFORM  EVALUAR-RECLAMO
              END-IF
              PERFORM  LEER-RECLAMO
           END-PERFORM.
      *------------*
       LEER-RECLAMO.
      *------------*
           READ ARCH-RECLAMO
                AT END
                   MOVE 'S'              TO WE-EOF-RECLAMO
                NOT AT END
                   ADD  1                TO WE-CONT-LEIDOS
           END-READ.
      *---------------*
       EVALUAR-RECLAMO.
      *---------------*
      *--- SE LISTAN LOS VENCIDOS Y LOS QUE VENCEN DENTRO DE LOS DIAS
      *--- DE AVISO; UN VENCIMIENTO ILEGIBLE SE LISTA PARA REVISION
           MOVE RCL-FEC-VENCE          TO WE-FECHA-TRAB.
           PERFORM  CALCULAR-NUMERO-DIA.
           IF WE-NUM-DIA = 0
              ADD  1                   TO WE-CONT-ERRORES
              MOVE ZEROS               TO WE-DIAS-RESTAN
              MOVE 'SIN FECHA'         TO WE-DET-SITUACION
              PERFORM  GRABAR-DETALLE
           ELSE
              COMPUTE WE-DIAS-RESTAN = WE-NUM-DIA - WE-NUM-PROCESO
              END-COMPUTE
              EVALUATE TRUE
                 WHEN WE-DIAS-RESTAN < 0
                    ADD  1             TO WE-CONT-VENCIDOS
                    MOVE 'VENCIDO'     TO WE-DET-SITUACION
                    PERFORM  GRABAR-DETALLE
                 WHEN WE-DIAS-RESTAN = 0
                    ADD  1             TO WE-CONT-POR-VENCER
                    MOVE 'VENCE HOY'   TO WE-DET-SITUACION
                    PERFORM  GRABAR-DETALLE
                 WHEN WE-DIAS-RESTAN <= WE-DIAS-AVISO
                    ADD  1             TO WE-CONT-POR-VENCER
                    MOVE 'POR VENCER'  TO WE-DET-SITUACION
                    PERFORM  GRABAR-DETALLE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *--------------*
       GRABAR-DETALLE.
      *--------------*
           MOVE RCL-NUMERO             TO WE-DET-NUMERO.
           MOVE RCL-TIPO               TO WE-DET-TIPO.
           IF RCL-CTAAFI NOT = SPACES
              MOVE RCL-CTAAFI          TO WE-DET-CUENTA
           ELSE
              MOVE RCL-NUMDOC          TO WE-DET-CUENTA
           END-IF.
           MOVE RCL-COD-UNICO          TO WE-DET-COD-UNICO.
           MOVE RCL-FEC-RECEPCION      TO WE-DET-RECEPCION.
           MOVE RCL-FEC-VENCE          TO WE-DET-VENCE.
           MOVE WE-DIAS-RESTAN         TO WE-DET-DIAS.
           WRITE REG-REPORTE           FROM WE-LINEA-DETALLE.
           ADD  1                      TO WE-CONT-LISTADOS.
      *-------------------*
       CALCULAR-NUMERO-DIA.
      *-------------------*
      *--- DIAS TRANSCURRIDOS DESDE EL 01/01/0001 HASTA WE-FECHA-TRAB,
      *--- PARA RESTAR FECHAS CALENDARIO; CERO SI LA FECHA NO ES VALIDA
           MOVE ZEROS                  TO WE-NUM-DIA.
           IF WE-FECHA-TRAB IS NUMERIC AND
              WE-FT-AAAA > 0           AND
              WE-FT-MM   > 0           AND
              WE-FT-MM   < 13          AND
              WE-FT-DD   > 0
              COMPUTE WE-ANIO-ANT = WE-FT-AAAA - 1
              END-COMPUTE
              DIVIDE WE-ANIO-ANT BY 4   GIVING WE-COCIENTE-4
              DIVIDE WE-ANIO-ANT BY 100 GIVING WE-COCIENTE-100
              DIVIDE WE-ANIO-ANT BY 400 GIVING WE-COCIENTE-400
              COMPUTE WE-NUM-DIA = (WE-ANIO-ANT * 365)
                                 + WE-COCIENTE-4
                                 - WE-COCIENTE-100
                                 + WE-COCIENTE-400
                                 + WE-ACU-DIAS (WE-FT-MM)
                                 + WE-FT-DD
              END-COMPUTE
              IF WE-FT-MM > 2
                 PERFORM  VERIFICAR-BISIESTO
                 IF WE-SW-BISIESTO = 'S'
                    ADD  1             TO WE-NUM-DIA
                 END-IF
              END-IF
           END-IF.
      *------------------*
       VERIFICAR-BISIESTO.
      *------------------*
           MOVE 'N'                    TO WE-SW-BISIESTO.
           DIVIDE WE-FT-AAAA BY 4      GIVING WE-COCIENTE
                                       REMAINDER WE-RESTO.
           IF WE-RESTO = 0
              MOVE 'S'                 TO WE-SW-BISIESTO
              DIVIDE WE-FT-AAAA BY 100 GIVING WE-COCIENTE
                                       REMAINDER WE-RESTO
              IF WE-RESTO = 0
                 MOVE 'N'              TO WE-SW-BISIESTO
                 DIVIDE WE-FT-AAAA BY 400 GIVING WE-COCIENTE
                                          REMAINDER WE-RESTO
                 IF WE-RESTO = 0
                    MOVE 'S'           TO WE-SW-BISIESTO
                 END-IF
              END-IF
           END-IF.
      *----------------*
       CANCELAR-PROCESO.
      *----------------*
           DISPLAY 'BSEB076 PROCESO CANCELADO - REVISAR ENTRADAS'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           MOVE SPACES                 TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE 'RECLAMOS ABIERTOS'    TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-ABIERTOS       TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'VENCIDOS SIN RESPUESTA' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-VENCIDOS       TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'POR VENCER'           TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-POR-VENCER     TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'SIN FECHA DE VENCIMIENTO' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-ERRORES        TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           CLOSE  ARCH-RECLAMO.
           CLOSE  ARCH-REPORTE.
           DISPLAY 'BSEB076 RECLAMOS LEIDOS    = ' WE-CONT-LEIDOS.
           DISPLAY 'BSEB076 RECLAMOS ABIERTOS  = ' WE-CONT-ABIERTOS.
           DISPLAY 'BSEB076 VENCIDOS           = ' WE-CONT-VENCIDOS.
           DISPLAY 'BSEB076 POR VENCER         = ' WE-CONT-POR-VENCER.
           DISPLAY 'BSEB076 SIN FECHA VALIDA   = ' WE-CONT-ERRORES.
           PERFORM  REGISTRAR-FIN-CORRIDA.
           STOP RUN.
      *------------------------*
       REGISTRAR-INICIO-CORRIDA.
      *------------------------*
      *--- LA CORRIDA QUEDA REGISTRADA EN RUNCTL; SIN PREDECESOR
           INITIALIZE                  RUNC-COMMAREA.
           MOVE 'I'                 TO RUNC-MODO.
           MOVE WE-FEC-PROCESO      TO RUNC-FEC-PROCESO.
           MOVE 'BSEB076 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE WE-CODENT           TO RUNC-PARAMETROS (9:3).
           MOVE WE-DIAS-AVISO       TO RUNC-PARAMETROS (12:3).
           MOVE SPACES              TO RUNC-PRED-PROGRAMA.
           MOVE 0                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
           IF RUNC-COD-RESPTA = '08'
              DISPLAY 'BSEB076 PREDECESOR SIN CORRIDA EXITOSA'
              DISPLAY 'BSEB076 PROCESO NO INICIADO'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.
      *---------------------*
       REGISTRAR-FIN-CORRIDA.
      *---------------------*
           MOVE 'F'                 TO RUNC-MODO.
           MOVE 'T'                 TO RUNC-ESTADO-FIN.
           MOVE WE-CONT-LEIDOS      TO RUNC-CONT-LEIDOS.
           MOVE WE-CONT-LISTADOS    TO RUNC-CONT-GRABADOS.
           MOVE WE-CONT-ERRORES     TO RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
