************************************************************************
***   * 104636 15/10/26 JCV MANTENIMIENTO DEL MAESTRO DE SECTORISTAS  *
***   *               (SECTMAE) DESDE TARJETAS                        *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO MANTIENESECTORISTAS - LOTE                         **
*OBJET*** APLICA ALTAS, MODIFICACIONES Y BAJAS DE SECTORISTAS SOBRE  **
*OBJET*** LA DESCARGA DE SECTMAE Y ARMA SU RECARGA EN ORDEN DE       **
*OBJET*** CODIGO. LA BAJA NO BORRA: DEJA ESTADO 'B' Y FECHA DE BAJA  **
*OBJET*** PARA QUE BSEB050 REDISTRIBUYA LA CARTERA ESA NOCHE         **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB049.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-SECTANT        ASSIGN TO SECTANT
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-TARJETAS       ASSIGN TO TARJETAS
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-SECTNEW        ASSIGN TO SECTNEW
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
      *------------------ SECTORISTAS (DESCARGA DE SECTMAE) ------------*
       FD  ARCH-SECTANT
           RECORDING MODE IS F.
           COPY BSESECRG.
      *------------------ TARJETAS DE MANTENIMIENTO --------------------*
       FD  ARCH-TARJETAS
           RECORDING MODE IS F.
       01  REG-TARJETA.
           02  TAR-ACCION                  PIC X(01).
      *        'A' ALTA / 'M' MODIFICACION / 'B' BAJA
           02  TAR-CODIGO                  PIC X(04).
           02  TAR-USER-ID                 PIC X(08).
           02  TAR-NOMBRE                  PIC X(30).
           02  TAR-EQUIPO                  PIC X(04).
           02  TAR-SUPERVISOR              PIC X(04).
           02  TAR-CAPACIDAD               PIC 9(05).
           02  TAR-ESTADO                  PIC X(01).
      *        EN MODIFICACION: 'A' ACTIVO / 'S' SUSPENDIDO
           02  TAR-FECHA                   PIC 9(08).
      *        FECHA DE ALTA O DE BAJA; CERO = FECHA DE PROCESO
      *------------------ SECTORISTAS ACTUALIZADOS (RECARGA) -----------*
       FD  ARCH-SECTNEW
           RECORDING MODE IS F.
       01  REG-SECTNEW                     PIC X(90).
      *------------------ REPORTE DE TARJETAS --------------------------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(80).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-EOF-SECTANT              PIC X(01)  VALUE SPACES.
           02  WE-EOF-TARJETAS             PIC X(01)  VALUE SPACES.
           02  WE-SW-ENCONTRO              PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-CODENT                   PIC X(03)  VALUE '003'.
           02  WE-FECHA-TARJETA            PIC 9(08)  VALUE ZEROS.
           02  WE-CONT-MAESTRO             PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-LEIDOS              PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-APLICADAS           PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-GRABADOS            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-ERRORES             PIC 9(07)  VALUE ZEROS.
           02  I                           PIC 9(05)  VALUE ZEROS.
           02  J                           PIC 9(05)  VALUE ZEROS.
      *------------------ MAESTRO DE SECTORISTAS EN MEMORIA ------------*
      *--- SE MANTIENE EN ORDEN DE CODIGO: LAS ALTAS SE INTERCALAN
       01  WE-TABLA-SECTORISTAS.
           02  WE-CANT-SECT                PIC 9(05)  VALUE ZEROS.
           02  WE-SECT-REG  OCCURS  500  TIMES
                                           PIC X(90).
      *------------------ LINEAS DEL REPORTE ---------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(44)  VALUE
               'BSEB049 MANTENIMIENTO DE SECTORISTAS AL '.
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(28)  VALUE SPACES.
       01  WE-LINEA-DETALLE.
           02  WE-DET-ACCION               PIC X(01)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-CODIGO               PIC X(04)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-NOMBRE               PIC X(30)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-RESULTADO            PIC X(42)  VALUE SPACES.
      *------------------ COMMAREA RUTINA BSEBRUNC (CONTROL) ----------*
           COPY BSERUNCA.
      *------------------*
       PROCEDURE DIVISION.
      *------------------*
           PERFORM  INICIAR-RUTINA.
           PERFORM  REGISTRAR-INICIO-CORRIDA.
           PERFORM  PROCESAR-RUTINA.
           PERFORM  GRABAR-MAESTRO.
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
           PERFORM  CARGAR-MAESTRO.
           OPEN INPUT   ARCH-TARJETAS.
           OPEN OUTPUT  ARCH-REPORTE.
           MOVE WE-FEC-PROCESO         TO WE-TIT-FECHA.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
      *----------------*
       CARGAR-MAESTRO.
      *----------------*
           OPEN INPUT   ARCH-SECTANT.
           PERFORM UNTIL WE-EOF-SECTANT = 'S'
              READ ARCH-SECTANT
                   AT END
                      MOVE 'S'         TO WE-EOF-SECTANT
                   NOT AT END
                      IF WE-CANT-SECT >= 500
                         DISPLAY 'BSEB049 TABLA SECTMAE DESBORDADA'
                         PERFORM  CANCELAR-PROCESO
                      END-IF
                      ADD  1           TO WE-CONT-MAESTRO
                      ADD  1           TO WE-CANT-SECT
                      MOVE REG-SECTMAE TO WE-SECT-REG (WE-CANT-SECT)
              END-READ
           END-PERFORM.
           CLOSE  ARCH-SECTANT.
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
           PERFORM  LEER-TARJETA.
           PERFORM UNTIL WE-EOF-TARJETAS = 'S'
              PERFORM  APLICAR-TARJETA
              PERFORM  LEER-TARJETA
           END-PERFORM.
      *--------------*
       LEER-TARJETA.
      *--------------*
           READ ARCH-TARJETAS
                AT END
                   MOVE 'S'              TO WE-EOF-TARJETAS
                NOT AT END
                   ADD  1                TO WE-CONT-LEIDOS
           END-READ.
      *-----------------*
       APLICAR-TARJETA.
      *-----------------*
           MOVE TAR-ACCION             TO WE-DET-ACCION.
           MOVE TAR-CODIGO             TO WE-DET-CODIGO.
           MOVE TAR-NOMBRE             TO WE-DET-NOMBRE.
           MOVE SPACES                 TO WE-DET-RESULTADO.
           MOVE TAR-FECHA              TO WE-FECHA-TARJETA.
           IF TAR-FECHA IS NOT NUMERIC OR TAR-FECHA = 0
              MOVE WE-FEC-PROCESO      TO WE-FECHA-TARJETA
           END-IF.
           PERFORM  UBICAR-SECTORISTA.
           EVALUATE TRUE
              WHEN TAR-CODIGO = SPACES
                 MOVE 'CODIGO DE SECTORISTA EN BLANCO'
                                       TO WE-DET-RESULTADO
              WHEN TAR-ACCION = 'A'
                 PERFORM  DAR-ALTA
              WHEN TAR-ACCION = 'M'
                 PERFORM  MODIFICAR-SECTORISTA
              WHEN TAR-ACCION = 'B'
                 PERFORM  DAR-BAJA
              WHEN OTHER
                 MOVE 'ACCION DEBE SER A, M O B'
                                       TO WE-DET-RESULTADO
           END-EVALUATE.
           IF WE-DET-RESULTADO = SPACES
              ADD  1                   TO WE-CONT-APLICADAS
              MOVE 'APLICADA'          TO WE-DET-RESULTADO
           ELSE
              ADD  1                   TO WE-CONT-ERRORES
           END-IF.
           WRITE REG-REPORTE           FROM WE-LINEA-DETALLE.
      *-------------------*
       UBICAR-SECTORISTA.
      *-------------------*
      *--- DEJA I EN EL SECTORISTA DE LA TARJETA, O EN LA POSICION
      *--- DONDE CORRESPONDE INTERCALARLO SI NO EXISTE
           MOVE SPACES                 TO WE-SW-ENCONTRO.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-SECT OR
                         WE-SW-ENCONTRO NOT = SPACES
              ADD  1                   TO I
              MOVE WE-SECT-REG (I)     TO REG-SECTMAE
              IF SECT-CODIGO = TAR-CODIGO
                 MOVE 'S'              TO WE-SW-ENCONTRO
              ELSE
                 IF SECT-CODIGO > TAR-CODIGO
                    MOVE 'N'           TO WE-SW-ENCONTRO
                 END-IF
              END-IF
           END-PERFORM.
           IF WE-SW-ENCONTRO = SPACES
              COMPUTE I = WE-CANT-SECT + 1
              END-COMPUTE
           END-IF.
      *----------*
       DAR-ALTA.
      *----------*
           EVALUATE TRUE
              WHEN WE-SW-ENCONTRO = 'S'
                 MOVE 'SECTORISTA YA EXISTE EN SECTMAE'
                                       TO WE-DET-RESULTADO
              WHEN TAR-NOMBRE = SPACES OR TAR-EQUIPO = SPACES
                 MOVE 'ALTA SIN NOMBRE O SIN EQUIPO'
                                       TO WE-DET-RESULTADO
              WHEN TAR-CAPACIDAD IS NOT NUMERIC OR TAR-CAPACIDAD = 0
                 MOVE 'CAPACIDAD DEBE SER NUMERICA Y MAYOR A CERO'
                                       TO WE-DET-RESULTADO
              WHEN WE-CANT-SECT >= 500
                 MOVE 'TABLA DE SECTORISTAS LLENA (500)'
                                       TO WE-DET-RESULTADO
              WHEN OTHER
                 MOVE WE-CANT-SECT     TO J
                 PERFORM UNTIL J < I
                    MOVE WE-SECT-REG (J) TO WE-SECT-REG (J + 1)
                    SUBTRACT 1         FROM J
                 END-PERFORM
                 ADD  1                TO WE-CANT-SECT
                 INITIALIZE               REG-SECTMAE
                 MOVE TAR-CODIGO       TO SECT-CODIGO
                 MOVE TAR-USER-ID      TO SECT-USER-ID
                 MOVE TAR-NOMBRE       TO SECT-NOMBRE
                 MOVE TAR-EQUIPO       TO SECT-EQUIPO
                 MOVE TAR-SUPERVISOR   TO SECT-SUPERVISOR
                 MOVE TAR-CAPACIDAD    TO SECT-CAPACIDAD
                 MOVE ZEROS            TO SECT-CARGA
                 MOVE 'A'              TO SECT-ESTADO
                 MOVE WE-FECHA-TARJETA TO SECT-FEC-ALTA
                 MOVE ZEROS            TO SECT-FEC-BAJA
                 MOVE 'BSEB049 '       TO SECT-USER-MMTO
                 MOVE REG-SECTMAE      TO WE-SECT-REG (I)
           END-EVALUATE.
      *-----------------------*
       MODIFICAR-SECTORISTA.
      *-----------------------*
      *--- SOLO SE CAMBIAN LOS CAMPOS QUE VIENEN INFORMADOS
           IF WE-SW-ENCONTRO NOT = 'S'
              MOVE 'SECTORISTA NO EXISTE EN SECTMAE'
                                       TO WE-DET-RESULTADO
           ELSE
              IF SECT-ESTADO = 'B'
                 MOVE 'SECTORISTA DADO DE BAJA'
                                       TO WE-DET-RESULTADO
              END-IF
              IF TAR-ESTADO NOT = SPACE AND 'A' AND 'S'
                 MOVE 'ESTADO DEBE SER A O S'
                                       TO WE-DET-RESULTADO
              END-IF
           END-IF.
           IF WE-DET-RESULTADO = SPACES
              IF TAR-USER-ID NOT = SPACES
                 MOVE TAR-USER-ID      TO SECT-USER-ID
              END-IF
              IF TAR-NOMBRE NOT = SPACES
                 MOVE TAR-NOMBRE       TO SECT-NOMBRE
              END-IF
              IF TAR-EQUIPO NOT = SPACES
                 MOVE TAR-EQUIPO       TO SECT-EQUIPO
              END-IF
              IF TAR-SUPERVISOR NOT = SPACES
                 MOVE TAR-SUPERVISOR   TO SECT-SUPERVISOR
              END-IF
              IF TAR-CAPACIDAD IS NUMERIC AND TAR-CAPACIDAD > 0
                 MOVE TAR-CAPACIDAD    TO SECT-CAPACIDAD
              END-IF
              IF TAR-ESTADO NOT = SPACE
                 MOVE TAR-ESTADO       TO SECT-ESTADO
              END-IF
              MOVE 'BSEB049 '          TO SECT-USER-MMTO
              MOVE REG-SECTMAE         TO WE-SECT-REG (I)
           END-IF.
      *----------*
       DAR-BAJA.
      *----------*
           IF WE-SW-ENCONTRO NOT = 'S'
              MOVE 'SECTORISTA NO EXISTE EN SECTMAE'
                                       TO WE-DET-RESULTADO
           ELSE
              IF SECT-ESTADO = 'B'
                 MOVE 'SECTORISTA YA DADO DE BAJA'
                                       TO WE-DET-RESULTADO
              ELSE
                 MOVE 'B'              TO SECT-ESTADO
                 MOVE WE-FECHA-TARJETA TO SECT-FEC-BAJA
                 MOVE 'BSEB049 '       TO SECT-USER-MMTO
                 MOVE REG-SECTMAE      TO WE-SECT-REG (I)
              END-IF
           END-IF.
      *----------------*
       GRABAR-MAESTRO.
      *----------------*
           OPEN OUTPUT  ARCH-SECTNEW.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-SECT
              ADD  1                   TO I
              WRITE REG-SECTNEW        FROM WE-SECT-REG (I)
              ADD  1                   TO WE-CONT-GRABADOS
           END-PERFORM.
           CLOSE  ARCH-SECTNEW.
      *------------------*
       CANCELAR-PROCESO.
      *------------------*
           DISPLAY 'BSEB049 PROCESO CANCELADO - REVISAR SECTMAE'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           CLOSE  ARCH-TARJETAS.
           CLOSE  ARCH-REPORTE.
           DISPLAY 'BSEB049 SECTORISTAS LEIDOS = ' WE-CONT-MAESTRO.
           DISPLAY 'BSEB049 TARJETAS LEIDAS    = ' WE-CONT-LEIDOS.
           DISPLAY 'BSEB049 TARJETAS APLICADAS = ' WE-CONT-APLICADAS.
           DISPLAY 'BSEB049 TARJETAS EN ERROR  = ' WE-CONT-ERRORES.
           DISPLAY 'BSEB049 SECTORISTAS GRABAD.= ' WE-CONT-GRABADOS.
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
           MOVE 'BSEB049 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE SPACES              TO RUNC-PRED-PROGRAMA.
           MOVE 0                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
           IF RUNC-COD-RESPTA = '08'
              DISPLAY 'BSEB049 PREDECESOR SIN CORRIDA EXITOSA'
              DISPLAY 'BSEB049 PROCESO NO INICIADO'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.
      *-------------------------*
       REGISTRAR-FIN-CORRIDA.
      *-------------------------*
           MOVE 'F'                 TO RUNC-MODO.
           MOVE 'T'                 TO RUNC-ESTADO-FIN.
           MOVE WE-CONT-LEIDOS      TO RUNC-CONT-LEIDOS.
           MOVE WE-CONT-APLICADAS   TO RUNC-CONT-GRABADOS.
           MOVE WE-CONT-ERRORES     TO RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
