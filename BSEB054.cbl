************************************************************************
***   * 104639 15/10/26 JCV CONCILIACION DE FACTURAS DE ESTUDIOS CONTRA*
***   *               LA LIQUIDACION DE HONORARIOS POR CUENTA         *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO CONCILIAFACTURASEST - LOTE MENSUAL                 **
*OBJET*** CRUZA LAS LINEAS DE FACTURA DE LOS ESTUDIOS (FACTEST) POR  **
*OBJET*** ESTUDIO Y CTAAFI CONTRA EL DETALLE DE LA LIQUIDACION DEL   **
*OBJET*** MISMO PERIODO (LIQCTA DE BSEB026). INFORMA LA SOBRE-       **
*OBJET*** FACTURACION, LO FACTURADO QUE NO ESTA LIQUIDADO, LO        **
*OBJET*** LIQUIDADO QUE NO SE FACTURO Y LO FACTURADO DE MENOS, Y     **
*OBJET*** GRABA EN FACAPRO SOLO LO QUE CONCILIO DENTRO DE LA         **
*OBJET*** TOLERANCIA: ES LO UNICO QUE CUENTAS A PAGAR PUEDE LIBERAR  **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB054.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-LIQCTA         ASSIGN TO LIQCTA
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-FACTEST        ASSIGN TO FACTEST
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-FACAPRO        ASSIGN TO FACAPRO
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-REPORTE        ASSIGN TO REPORTE
                                        ORGANIZATION IS SEQUENTIAL.
      *=============*
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------------ PERIODO Y TOLERANCIA -------------------------*
       FD  ARCH-PARM
           RECORDING MODE IS F.
       01  REG-PARM.
           02  PARM-FEC-DESDE              PIC 9(08).
           02  PARM-FEC-HASTA              PIC 9(08).
           02  PARM-TOLERANCIA             PIC 9(05)V99.
      *        DIFERENCIA ACEPTADA POR CUENTA; CERO TOMA 1.00
      *------------------ LIQUIDACION POR CUENTA (BSEB026) -------------*
       FD  ARCH-LIQCTA
           RECORDING MODE IS F.
           COPY BSELQCRG.
      *------------------ LINEAS DE FACTURA DE LOS ESTUDIOS ------------*
       FD  ARCH-FACTEST
           RECORDING MODE IS F.
           COPY BSEFACRG.
      *------------------ FACTURAS APROBADAS PARA PAGO -----------------*
       FD  ARCH-FACAPRO
           RECORDING MODE IS F.
           COPY BSEFAPRG.
       01  REG-FACAPRO-CTL.
           02  APR-CTL-TIPO                PIC X(01).
           02  APR-CTL-PROGRAMA            PIC X(08).
           02  APR-CTL-FECHA               PIC 9(08).
           02  APR-CTL-CANTIDAD            PIC 9(09).
           02  APR-CTL-HASH-APROBADO       PIC 9(15).
           02  FILLER                      PIC X(59).
      *------------------ REPORTE DE DIFERENCIAS -----------------------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(132).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-EOF-LIQCTA               PIC X(01)  VALUE SPACES.
           02  WE-EOF-FACTEST              PIC X(01)  VALUE SPACES.
           02  WE-SW-COLA                  PIC X(01)  VALUE SPACES.
           02  WE-SW-ENCONTRO              PIC X(01)  VALUE SPACES.
           02  WE-FEC-DESDE                PIC 9(08)  VALUE ZEROS.
           02  WE-FEC-HASTA                PIC 9(08)  VALUE ZEROS.
           02  WE-TOLERANCIA               PIC 9(05)V99 VALUE 1.00.
           02  WE-DIFERENCIA               PIC S9(13)V99 VALUE ZEROS.
           02  WE-TIPO                     PIC 9(01)  VALUE ZEROS.
           02  WE-CONT-LIQ                 PIC 9(07)  VALUE ZEROS.
           02  WE-HASH-LIQ                 PIC 9(15)  VALUE ZEROS.
           02  WE-CONT-LINEAS              PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-APROBADAS           PIC 9(07)  VALUE ZEROS.
           02  WE-HASH-APROBADO            PIC 9(15)  VALUE ZEROS.
           02  WE-CONT-ERRORES             PIC 9(07)  VALUE ZEROS.
           02  I                           PIC 9(05)  VALUE ZEROS.
           02  J                           PIC 9(05)  VALUE ZEROS.
           02  K                           PIC 9(03)  VALUE ZEROS.
      *------------------ LIQUIDACION DEL PERIODO EN MEMORIA -----------*
       01  WE-TABLA-LIQUIDACION.
           02  WE-CANT-LIQ                 PIC 9(05)  VALUE ZEROS.
           02  WE-LIQ-OCC  OCCURS  5000  TIMES.
               03  WE-LIQ-ESTUDIO          PIC X(04).
               03  WE-LIQ-CTAAFI           PIC X(10).
               03  WE-LIQ-HONORARIO        PIC S9(13)V99.
               03  WE-LIQ-FACTURADA        PIC X(01).
      *------------------ FACTURADO POR ESTUDIO Y CUENTA ---------------*
      *--- LAS LINEAS DE UNA MISMA CUENTA SE SUMAN; QUEDA LA PRIMERA
      *--- FACTURA EN QUE APARECIO
       01  WE-TABLA-FACTURADO.
           02  WE-CANT-FAC                 PIC 9(05)  VALUE ZEROS.
           02  WE-FAC-OCC  OCCURS  5000  TIMES.
               03  WE-FAC-ESTUDIO          PIC X(04).
               03  WE-FAC-CTAAFI           PIC X(10).
               03  WE-FAC-FACTURA          PIC X(12).
               03  WE-FAC-LINEAS           PIC 9(03).
               03  WE-FAC-IMPORTE          PIC S9(13)V99.
      *------------------ TOTALES POR TIPO DE RESULTADO ----------------*
      *--- 1 APROBADA / 2 SOBREFACTURADA / 3 FACTURADA SIN LIQUIDAR /
      *--- 4 LIQUIDADA SIN FACTURAR / 5 FACTURADA DE MENOS
       01  WE-TABLA-TOTALES.
           02  WE-TOT-OCC  OCCURS  5  TIMES.
               03  WE-TOT-CANT             PIC 9(07).
               03  WE-TOT-FACTURADO        PIC S9(13)V99.
               03  WE-TOT-LIQUIDADO        PIC S9(13)V99.
       01  WE-TABLA-DESC-TIPOS.
           02  FILLER                      PIC X(30)  VALUE
               'APROBADA PARA PAGO            '.
           02  FILLER                      PIC X(30)  VALUE
               'SOBREFACTURADA                '.
           02  FILLER                      PIC X(30)  VALUE
               'FACTURADA SIN LIQUIDAR        '.
           02  FILLER                      PIC X(30)  VALUE
               'LIQUIDADA SIN FACTURAR        '.
           02  FILLER                      PIC X(30)  VALUE
               'FACTURADA DE MENOS            '.
       01  WE-DESC-TIPOS-RED  REDEFINES  WE-TABLA-DESC-TIPOS.
           02  WE-TIPO-DESC  OCCURS  5  TIMES
                                           PIC X(30).
      *------------------ COLA DE LA LIQUIDACION POR CUENTA ------------*
       01  REG-LIQCTA-CTL.
           02  LQC-CTL-TIPO                PIC X(01).
           02  LQC-CTL-PROGRAMA            PIC X(08).
           02  LQC-CTL-FECHA               PIC 9(08).
           02  LQC-CTL-CANTIDAD            PIC 9(09).
           02  LQC-CTL-HASH-HONOR          PIC 9(15).
           02  FILLER                      PIC X(59).
      *------------------ LINEAS DEL REPORTE ---------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(44)  VALUE
               'BSEB054 CONCILIACION DE FACTURAS DEL '.
           02  WE-TIT-DESDE                PIC 9(08).
           02  FILLER                      PIC X(04)  VALUE ' AL '.
           02  WE-TIT-HASTA                PIC 9(08).
           02  FILLER                      PIC X(14)  VALUE
               '  TOLERANCIA '.
           02  WE-TIT-TOLERANCIA           PIC ZZ,ZZ9.99.
           02  FILLER                      PIC X(45)  VALUE SPACES.
       01  WE-LINEA-CABECERA.
           02  FILLER                      PIC X(48)  VALUE
               'EST. CUENTA     FACTURA      RESULTADO'.
           02  FILLER                      PIC X(42)  VALUE
               '                   FACTURADO        LIQUID'.
           02  FILLER                      PIC X(42)  VALUE
               'ADO       DIFERENCIA'.
       01  WE-LINEA-DETALLE.
           02  WE-DET-ESTUDIO              PIC X(04)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-CTAAFI               PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-FACTURA              PIC X(12)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-RESULTADO            PIC X(30)  VALUE SPACES.
           02  WE-DET-FACTURADO            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  WE-DET-LIQUIDADO            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  WE-DET-DIFERENCIA           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(22)  VALUE SPACES.
       01  WE-LINEA-TOTAL.
           02  WE-TOT-D-DESC               PIC X(30)  VALUE SPACES.
           02  WE-TOT-D-CANT               PIC Z,ZZZ,ZZ9.
           02  FILLER                      PIC X(20)  VALUE SPACES.
           02  WE-TOT-D-FACTURADO          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  WE-TOT-D-LIQUIDADO          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(39)  VALUE SPACES.
      *------------------ COMMAREA RUTINA BSEBRUNC (CONTROL) ----------*
           COPY BSERUNCA.
      *------------------*
       PROCEDURE DIVISION.
      *------------------*
           PERFORM  INICIAR-RUTINA.
           PERFORM  REGISTRAR-INICIO-CORRIDA.
           PERFORM  CARGAR-LIQUIDACION.
           PERFORM  CARGAR-FACTURAS.
           PERFORM  CONCILIAR-FACTURAS.
           PERFORM  INFORMAR-NO-FACTURADAS.
           PERFORM  IMPRIMIR-TOTALES.
           PERFORM  TERMINAR-RUTINA.
      *--------------*
       INICIAR-RUTINA.
      *--------------*
           INITIALIZE                     WE-TABLA-TOTALES.
           OPEN INPUT   ARCH-PARM.
           READ ARCH-PARM
                AT END
                   CONTINUE
                NOT AT END
                   MOVE PARM-FEC-DESDE     TO WE-FEC-DESDE
                   MOVE PARM-FEC-HASTA     TO WE-FEC-HASTA
                   IF PARM-TOLERANCIA IS NUMERIC AND
                      PARM-TOLERANCIA > 0
                      MOVE PARM-TOLERANCIA TO WE-TOLERANCIA
                   END-IF
           END-READ.
           CLOSE  ARCH-PARM.
           OPEN OUTPUT  ARCH-FACAPRO.
           OPEN OUTPUT  ARCH-REPORTE.
           MOVE SPACES                 TO REG-FACAPRO-CTL.
           MOVE 'H'                    TO APR-CTL-TIPO.
           MOVE 'BSEB054 '             TO APR-CTL-PROGRAMA.
           MOVE WE-FEC-HASTA           TO APR-CTL-FECHA.
           MOVE ZEROS                  TO APR-CTL-CANTIDAD.
           MOVE ZEROS                  TO APR-CTL-HASH-APROBADO.
           WRITE REG-FACAPRO           FROM REG-FACAPRO-CTL.
           MOVE WE-FEC-DESDE           TO WE-TIT-DESDE.
           MOVE WE-FEC-HASTA           TO WE-TIT-HASTA.
           MOVE WE-TOLERANCIA          TO WE-TIT-TOLERANCIA.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
           WRITE REG-REPORTE           FROM WE-LINEA-CABECERA.
      *---------------------*
       CARGAR-LIQUIDACION.
      *---------------------*
      *--- EL DETALLE DEBE SER DEL MISMO PERIODO Y CERRAR CONTRA SU
      *--- COLA; SI NO, NO SE APRUEBA NADA
           OPEN INPUT   ARCH-LIQCTA.
           PERFORM UNTIL WE-EOF-LIQCTA = 'S'
              READ ARCH-LIQCTA
                   AT END
                      MOVE 'S'         TO WE-EOF-LIQCTA
                   NOT AT END
                      EVALUATE LQC-COD-ESTUDIO (1:1)
                         WHEN 'H'
                            CONTINUE
                         WHEN 'T'
                            MOVE REG-LIQCTA TO REG-LIQCTA-CTL
                            PERFORM  VALIDAR-COLA
                            MOVE 'S'   TO WE-EOF-LIQCTA
                         WHEN OTHER
                            PERFORM  GUARDAR-LIQUIDACION
                      END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE  ARCH-LIQCTA.
           IF WE-SW-COLA NOT = 'S'
              DISPLAY 'BSEB054 LIQCTA SIN COLA DE CONTROL'
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *----------------------*
       GUARDAR-LIQUIDACION.
      *----------------------*
           ADD  1                      TO WE-CONT-LIQ.
           ADD  LQC-HONORARIO          TO WE-HASH-LIQ.
           IF LQC-FEC-DESDE NOT = WE-FEC-DESDE OR
              LQC-FEC-HASTA NOT = WE-FEC-HASTA
              DISPLAY 'BSEB054 LIQCTA DE OTRO PERIODO ' LQC-FEC-DESDE
                      ' ' LQC-FEC-HASTA
              PERFORM  CANCELAR-PROCESO
           END-IF.
           IF WE-CANT-LIQ >= 5000
              DISPLAY 'BSEB054 TABLA DE LIQUIDACION DESBORDADA'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           ADD  1                      TO WE-CANT-LIQ.
           MOVE WE-CANT-LIQ            TO I.
           MOVE LQC-COD-ESTUDIO        TO WE-LIQ-ESTUDIO   (I).
           MOVE LQC-CTAAFI             TO WE-LIQ-CTAAFI    (I).
           MOVE LQC-HONORARIO          TO WE-LIQ-HONORARIO (I).
           MOVE 'N'                    TO WE-LIQ-FACTURADA (I).
      *--------------*
       VALIDAR-COLA.
      *--------------*
           MOVE 'S'                    TO WE-SW-COLA.
           IF LQC-CTL-CANTIDAD    NOT = WE-CONT-LIQ OR
              LQC-CTL-HASH-HONOR  NOT = WE-HASH-LIQ
              DISPLAY 'BSEB054 LIQCTA NO CIERRA CONTRA SU COLA'
              DISPLAY 'BSEB054 COLA CANT=' LQC-CTL-CANTIDAD
                      ' LEIDO=' WE-CONT-LIQ
              DISPLAY 'BSEB054 COLA HASH=' LQC-CTL-HASH-HONOR
                      ' LEIDO=' WE-HASH-LIQ
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *-----------------*
       CARGAR-FACTURAS.
      *-----------------*
           OPEN INPUT   ARCH-FACTEST.
           PERFORM UNTIL WE-EOF-FACTEST = 'S'
              READ ARCH-FACTEST
                   AT END
                      MOVE 'S'         TO WE-EOF-FACTEST
                   NOT AT END
                      ADD  1           TO WE-CONT-LINEAS
                      IF FACT-IMPORTE IS NOT NUMERIC
                         DISPLAY 'BSEB054 IMPORTE INVALIDO '
                                 FACT-COD-ESTUDIO ' ' FACT-CTAAFI
                         ADD  1        TO WE-CONT-ERRORES
                      ELSE
                         PERFORM  ACUMULAR-FACTURA
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE  ARCH-FACTEST.
      *------------------*
       ACUMULAR-FACTURA.
      *------------------*
           MOVE SPACES                 TO WE-SW-ENCONTRO.
           MOVE 0                      TO J.
           PERFORM UNTIL J >= WE-CANT-FAC OR WE-SW-ENCONTRO = 'S'
              ADD  1                   TO J
              IF WE-FAC-ESTUDIO (J) = FACT-COD-ESTUDIO AND
                 WE-FAC-CTAAFI  (J) = FACT-CTAAFI
                 MOVE 'S'              TO WE-SW-ENCONTRO
              END-IF
           END-PERFORM.
           IF WE-SW-ENCONTRO NOT = 'S'
              IF WE-CANT-FAC >= 5000
                 DISPLAY 'BSEB054 TABLA DE FACTURAS DESBORDADA'
                 PERFORM  CANCELAR-PROCESO
              END-IF
              ADD  1                   TO WE-CANT-FAC
              MOVE WE-CANT-FAC         TO J
              MOVE FACT-COD-ESTUDIO    TO WE-FAC-ESTUDIO (J)
              MOVE FACT-CTAAFI         TO WE-FAC-CTAAFI  (J)
              MOVE FACT-NRO-FACTURA    TO WE-FAC-FACTURA (J)
              MOVE ZEROS               TO WE-FAC-LINEAS  (J)
              MOVE ZEROS               TO WE-FAC-IMPORTE (J)
           END-IF.
           ADD  1                      TO WE-FAC-LINEAS  (J).
           ADD  FACT-IMPORTE           TO WE-FAC-IMPORTE (J).
      *--------------------*
       CONCILIAR-FACTURAS.
      *--------------------*
           MOVE 0                      TO J.
           PERFORM UNTIL J >= WE-CANT-FAC
              ADD  1                   TO J
              PERFORM  BUSCAR-LIQUIDACION
              IF WE-SW-ENCONTRO NOT = 'S'
                 MOVE 3                TO WE-TIPO
                 MOVE ZEROS            TO WE-DIFERENCIA
                 PERFORM  INFORMAR-FACTURA
              ELSE
                 MOVE 'S'              TO WE-LIQ-FACTURADA (I)
                 COMPUTE WE-DIFERENCIA = WE-FAC-IMPORTE (J) -
                                         WE-LIQ-HONORARIO (I)
                 END-COMPUTE
                 EVALUATE TRUE
                    WHEN WE-DIFERENCIA > WE-TOLERANCIA
                       MOVE 2          TO WE-TIPO
                    WHEN WE-DIFERENCIA < 0 AND
                         (0 - WE-DIFERENCIA) > WE-TOLERANCIA
                       MOVE 5          TO WE-TIPO
                    WHEN OTHER
                       MOVE 1          TO WE-TIPO
                       PERFORM  APROBAR-FACTURA
                 END-EVALUATE
                 PERFORM  INFORMAR-FACTURA
              END-IF
           END-PERFORM.
      *--------------------*
       BUSCAR-LIQUIDACION.
      *--------------------*
           MOVE SPACES                 TO WE-SW-ENCONTRO.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-LIQ OR WE-SW-ENCONTRO = 'S'
              ADD  1                   TO I
              IF WE-LIQ-ESTUDIO (I) = WE-FAC-ESTUDIO (J) AND
                 WE-LIQ-CTAAFI  (I) = WE-FAC-CTAAFI  (J)
                 MOVE 'S'              TO WE-SW-ENCONTRO
              END-IF
           END-PERFORM.
      *-----------------*
       APROBAR-FACTURA.
      *-----------------*
      *--- SE LIBERA EL MENOR ENTRE LO FACTURADO Y LO LIQUIDADO: LA
      *--- TOLERANCIA ABSORBE REDONDEOS PERO NUNCA PAGA DE MAS
           INITIALIZE                     REG-FACAPRO.
           MOVE WE-FAC-ESTUDIO (J)     TO APR-COD-ESTUDIO.
           MOVE WE-FAC-FACTURA (J)     TO APR-NRO-FACTURA.
           MOVE WE-FAC-CTAAFI  (J)     TO APR-CTAAFI.
           MOVE WE-FEC-DESDE           TO APR-FEC-DESDE.
           MOVE WE-FEC-HASTA           TO APR-FEC-HASTA.
           MOVE WE-FAC-IMPORTE (J)     TO APR-IMP-FACTURADO.
           MOVE WE-LIQ-HONORARIO (I)   TO APR-IMP-LIQUIDADO.
           IF WE-FAC-IMPORTE (J) > WE-LIQ-HONORARIO (I)
              MOVE WE-LIQ-HONORARIO (I) TO APR-IMP-APROBADO
           ELSE
              MOVE WE-FAC-IMPORTE (J)  TO APR-IMP-APROBADO
           END-IF.
           WRITE REG-FACAPRO.
           ADD  1                      TO WE-CONT-APROBADAS.
           ADD  APR-IMP-APROBADO       TO WE-HASH-APROBADO.
      *------------------*
       INFORMAR-FACTURA.
      *------------------*
           MOVE WE-FAC-ESTUDIO (J)     TO WE-DET-ESTUDIO.
           MOVE WE-FAC-CTAAFI  (J)     TO WE-DET-CTAAFI.
           MOVE WE-FAC-FACTURA (J)     TO WE-DET-FACTURA.
           MOVE WE-TIPO-DESC (WE-TIPO) TO WE-DET-RESULTADO.
           MOVE WE-FAC-IMPORTE (J)     TO WE-DET-FACTURADO.
           ADD  1                      TO WE-TOT-CANT (WE-TIPO).
           ADD  WE-FAC-IMPORTE (J)     TO WE-TOT-FACTURADO (WE-TIPO).
           IF WE-TIPO = 3
              MOVE ZEROS               TO WE-DET-LIQUIDADO
              MOVE WE-FAC-IMPORTE (J)  TO WE-DET-DIFERENCIA
           ELSE
              MOVE WE-LIQ-HONORARIO (I) TO WE-DET-LIQUIDADO
              MOVE WE-DIFERENCIA       TO WE-DET-DIFERENCIA
              ADD  WE-LIQ-HONORARIO (I)
                                   TO WE-TOT-LIQUIDADO (WE-TIPO)
           END-IF.
      *--- LAS APROBADAS SOLO SE CUENTAN; EL REPORTE LISTA DIFERENCIAS
           IF WE-TIPO NOT = 1
              WRITE REG-REPORTE        FROM WE-LINEA-DETALLE
           END-IF.
      *------------------------*
       INFORMAR-NO-FACTURADAS.
      *------------------------*
           MOVE 4                      TO WE-TIPO.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-LIQ
              ADD  1                   TO I
              IF WE-LIQ-FACTURADA (I) = 'N' AND
                 WE-LIQ-HONORARIO (I) NOT = 0
                 MOVE WE-LIQ-ESTUDIO (I)   TO WE-DET-ESTUDIO
                 MOVE WE-LIQ-CTAAFI  (I)   TO WE-DET-CTAAFI
                 MOVE SPACES               TO WE-DET-FACTURA
                 MOVE WE-TIPO-DESC (4)     TO WE-DET-RESULTADO
                 MOVE ZEROS                TO WE-DET-FACTURADO
                 MOVE WE-LIQ-HONORARIO (I) TO WE-DET-LIQUIDADO
                 COMPUTE WE-DIFERENCIA = 0 - WE-LIQ-HONORARIO (I)
                 END-COMPUTE
                 MOVE WE-DIFERENCIA        TO WE-DET-DIFERENCIA
                 WRITE REG-REPORTE         FROM WE-LINEA-DETALLE
                 ADD  1                    TO WE-TOT-CANT (4)
                 ADD  WE-LIQ-HONORARIO (I) TO WE-TOT-LIQUIDADO (4)
              END-IF
           END-PERFORM.
      *------------------*
       IMPRIMIR-TOTALES.
      *------------------*
           MOVE SPACES                 TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE 0                      TO K.
           PERFORM UNTIL K >= 5
              ADD  1                   TO K
              MOVE WE-TIPO-DESC (K)    TO WE-TOT-D-DESC
              MOVE WE-TOT-CANT (K)     TO WE-TOT-D-CANT
              MOVE WE-TOT-FACTURADO (K) TO WE-TOT-D-FACTURADO
              MOVE WE-TOT-LIQUIDADO (K) TO WE-TOT-D-LIQUIDADO
              WRITE REG-REPORTE        FROM WE-LINEA-TOTAL
           END-PERFORM.
      *------------------*
       CANCELAR-PROCESO.
      *------------------*
      *--- SIN COLA DE FACAPRO CUENTAS A PAGAR RECHAZA EL ARCHIVO
           DISPLAY 'BSEB054 PROCESO CANCELADO - REVISAR LIQCTA'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           MOVE SPACES                 TO REG-FACAPRO-CTL.
           MOVE 'T'                    TO APR-CTL-TIPO.
           MOVE 'BSEB054 '             TO APR-CTL-PROGRAMA.
           MOVE WE-FEC-HASTA           TO APR-CTL-FECHA.
           MOVE WE-CONT-APROBADAS      TO APR-CTL-CANTIDAD.
           MOVE WE-HASH-APROBADO       TO APR-CTL-HASH-APROBADO.
           WRITE REG-FACAPRO           FROM REG-FACAPRO-CTL.
           CLOSE  ARCH-FACAPRO.
           CLOSE  ARCH-REPORTE.
           DISPLAY 'BSEB054 LINEAS DE FACTURA  = ' WE-CONT-LINEAS.
           DISPLAY 'BSEB054 CUENTAS LIQUIDADAS = ' WE-CONT-LIQ.
           DISPLAY 'BSEB054 CUENTAS APROBADAS  = ' WE-CONT-APROBADAS.
           DISPLAY 'BSEB054 SOBREFACTURADAS    = ' WE-TOT-CANT (2).
           DISPLAY 'BSEB054 FACTURADAS S/LIQ.  = ' WE-TOT-CANT (3).
           DISPLAY 'BSEB054 LIQUIDADAS S/FACT. = ' WE-TOT-CANT (4).
           DISPLAY 'BSEB054 FACTURADAS DE MENOS= ' WE-TOT-CANT (5).
           DISPLAY 'BSEB054 LINEAS EN ERROR    = ' WE-CONT-ERRORES.
           PERFORM  REGISTRAR-FIN-CORRIDA.
           STOP RUN.
      *---------------------------*
       REGISTRAR-INICIO-CORRIDA.
      *---------------------------*
      *--- LA CORRIDA QUEDA REGISTRADA EN RUNCTL; SI EL PREDECESOR
      *--- DECLARADO NO TERMINO BIEN PARA LA FECHA, NO SE ARRANCA
           INITIALIZE                  RUNC-COMMAREA.
           MOVE 'I'                 TO RUNC-MODO.
           MOVE WE-FEC-HASTA        TO RUNC-FEC-PROCESO.
           MOVE 'BSEB054 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-HASTA        TO RUNC-PARAMETROS (1:8).
           MOVE 'BSEB026 '          TO RUNC-PRED-PROGRAMA.
           MOVE 1                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
           IF RUNC-COD-RESPTA = '08'
              DISPLAY 'BSEB054 PREDECESOR SIN CORRIDA EXITOSA'
              DISPLAY 'BSEB054 PROCESO NO INICIADO'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.
      *-------------------------*
       REGISTRAR-FIN-CORRIDA.
      *-------------------------*
           MOVE 'F'                 TO RUNC-MODO.
           MOVE 'T'                 TO RUNC-ESTADO-FIN.
           MOVE WE-CONT-LINEAS      TO RUNC-CONT-LEIDOS.
           MOVE WE-CONT-APROBADAS   TO RUNC-CONT-GRABADOS.
           MOVE WE-CONT-ERRORES     TO RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
