************************************************************************
***   * 104662 15/10/26 JCV LAS PROMESAS DE CUENTAS DE DEUDORES EN     *
***   *               CONCURSO (CONCURSO) NO SE LLAMAN, COMO LAS DE    *
***   *               FALLECIDOS                                       *
***   * 104661 15/10/26 JCV LAS PROMESAS DE CUENTAS CON RECLAMO ABIERTO*
***   *               (RECLAMO) NO SE LLAMAN MIENTRAS NO SE RESUELVA   *
***   * 104637 15/10/26 JCV LA PRIORIDAD DE LAS LLAMADAS DE PROMESA   *
***   *               SALE DEL PUNTAJE DE SCORJUD (BSEB052) Y SE      *
***   *               GRABAN DE MAYOR A MENOR PUNTAJE                 *
***   * 104636 15/10/26 JCV CADA LLAMADA DE PROMESA LLEVA EL CODIGO   *
***   *               DEL SECTORISTA ASIGNADO EN ASIGLOG              *
***   * 104631 02/09/26 JCV UN SALDO EN MONEDA EXTRANJERA SIN        *
***   *               COTIZACION DEL DIA YA NO SALE COMO SI FUERA    *
***   *               SOLES: VA EN CERO Y SE CUENTA PARA LA CONSOLA   *
*OBJET*** REGISTRO LLEVA PRIORIDAD, TELEFONO (SRMR007) Y SALDO EN    **
*OBJET*** SOLES (FOTO SNAPJUD POR TIPCAMB), CON CABECERA Y COLA DE   **
*OBJET*** CONTROL. HONRA LAS PREFERENCIAS DE NO CONTACTO (CONTPREF)  **
*OBJET*** Y EXCLUYE A LOS DEUDORES FALLECIDOS (FALLLOG). LAS        **
*OBJET*** PROMESAS SALEN ORDENADAS POR EL PUNTAJE DE SCORJUD          **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-DISCADOR       ASSIGN TO DISCADOR
                                        ORGANIZATION IS SEQUENTIAL.
104661     SELECT  ARCH-RECLAMO        ASSIGN TO RECLAMO
104661                                  ORGANIZATION IS SEQUENTIAL.
104662     SELECT  ARCH-CONCURSO       ASSIGN TO CONCURSO
104662                                  ORGANIZATION IS SEQUENTIAL.
104636     SELECT  ARCH-ASIGLOG        ASSIGN TO ASIGLOG
104636                                  ORGANIZATION IS SEQUENTIAL.
104637     SELECT  ARCH-PUNTAJE        ASSIGN TO SCORJUD
104637                                  ORGANIZATION IS SEQUENTIAL.
      *=============*
       DATA DIVISION.
      *=============*
       FD  ARCH-FALLEC
           RECORDING MODE IS F.
           COPY BSEFALRG.
      *------------------ RECLAMOS (DESCARGA DE RECLAMO) ---------------*
104661 FD  ARCH-RECLAMO
104661     RECORDING MODE IS F.
104661     COPY BSERCLRG.
      *------------------ CONCURSOS (DESCARGA DE CONCURSO) -------------*
104662 FD  ARCH-CONCURSO
104662     RECORDING MODE IS F.
104662     COPY BSECCSRG.
      *------------------ EXTRACTO PARA EL DISCADOR --------------------*
      *    LLEVA CABECERA 'H' Y COLA 'T' (CANTIDAD Y SUMA ENTERA DE
      *    SALDOS); EL CONSUMIDOR DEBE RECHAZARLO SI LA COLA NO CIERRA
      *        'PIN' PROMESA INCUMPLIDA / 'PHO' PROMESA DE HOY
      *        'CAM' CAMPANA DE RENOVACION
           02  DIA-PRIORIDAD               PIC 9(01).
104637*        1 PUNTAJE 700 O MAS / 2 DE 400 A 699 / 3 MENOS DE 400
104637*        Y CAMPANA
           02  DIA-CTAAFI                  PIC X(10).
           02  DIA-SALDO-SOLES             PIC S9(13)V99.
104636     02  DIA-SECTORISTA              PIC X(04).
104636*        SECTORISTA ASIGNADO (ASIGLOG); BLANCO EN CAMPANA
104637     02  DIA-PUNTAJE                 PIC 9(04).
104637*        PUNTAJE DE PRIORIDAD (SCORJUD); CERO EN CAMPANA
       01  REG-DISCADOR-CTL.
           02  DIA-CTL-TIPO                PIC X(01).
           02  DIA-CTL-PROGRAMA            PIC X(08).
           02  DIA-CTL-FECHA               PIC 9(08).
           02  DIA-CTL-CANTIDAD            PIC 9(09).
           02  DIA-CTL-HASH-SALDO          PIC 9(15).
104637     02  FILLER                      PIC X(86).
      *------------------ ASIGNACIONES (DESCARGA DE ASIGLOG) -----------*
104636 FD  ARCH-ASIGLOG
104636     RECORDING MODE IS F.
104636     COPY BSEASGRG.
      *------------------ PUNTAJES (DESCARGA DE SCORJUD) ---------------*
104637 FD  ARCH-PUNTAJE
104637     RECORDING MODE IS F.
104637     COPY BSEPUNRG.
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
104629     02  WE-SW-COLA                  PIC X(01)  VALUE SPACES.
104629     02  WE-CONT-FOTO-LEIDOS         PIC 9(07)  VALUE ZEROS.
104629     02  WE-HASH-SALACT              PIC 9(15)  VALUE ZEROS.
104636     02  WE-EOF-ASIGLOG              PIC X(01)  VALUE SPACES.
104637     02  WE-EOF-PUNTAJE              PIC X(01)  VALUE SPACES.
104637     02  WE-ACUMULADO                PIC 9(05)  VALUE ZEROS.
104637     02  WE-TEMPORAL                 PIC 9(05)  VALUE ZEROS.
104661     02  WE-EOF-RECLAMO              PIC X(01)  VALUE SPACES.
104661     02  WE-SW-RECLAMO               PIC X(01)  VALUE SPACES.
104661     02  WE-CONT-RECLAMOS            PIC 9(07)  VALUE ZEROS.
104661     02  R9                          PIC 9(05)  VALUE ZEROS.
104662     02  WE-EOF-CONCURSO             PIC X(01)  VALUE SPACES.
104662     02  WE-SW-CONCURSO              PIC X(01)  VALUE SPACES.
104662     02  WE-CONT-CONCURSOS           PIC 9(07)  VALUE ZEROS.
104662     02  C9                          PIC 9(05)  VALUE ZEROS.
           02  I                           PIC 9(05)  VALUE ZEROS.
104637     02  J                           PIC 9(05)  VALUE ZEROS.
           02  K                           PIC 9(03)  VALUE ZEROS.
      *------------------ CABECERA Y COLA DE LA FOTO -------------------*
104629 01  REG-SNAPJUD-CTL.
           02  WE-CANT-FALL                PIC 9(05)  VALUE ZEROS.
           02  WE-FAL-CTAAFI  OCCURS  5000  TIMES
                                           PIC X(10).
      *------------------ CUENTAS CON RECLAMO ABIERTO ------------------*
104661 01  WE-TABLA-RECLAMOS.
104661     02  WE-CANT-RCL                 PIC 9(05)  VALUE ZEROS.
104661     02  WE-RCL-CTAAFI  OCCURS  5000  TIMES
104661                                     PIC X(10).
      *------------------ CUENTAS DE DEUDOR EN CONCURSO ----------------*
104662 01  WE-TABLA-CONCURSOS.
104662     02  WE-CANT-CCS                 PIC 9(05)  VALUE ZEROS.
104662     02  WE-CCS-CTAAFI  OCCURS  5000  TIMES
104662                                     PIC X(10).
      *------------------ LLAMADAS DE PROMESA A ORDENAR ----------------*
104637 01  WE-TABLA-LLAMADAS.
104637     02  WE-CANT-LLAM                PIC 9(05)  VALUE ZEROS.
104637     02  WE-LLA-OCC  OCCURS  5000  TIMES.
104637         03  WE-LLA-PUNTAJE          PIC 9(04).
104637         03  WE-LLA-REG              PIC X(127).
104637     02  WE-LLA-ORDEN  OCCURS  5000  TIMES
104637                                     PIC 9(05).
      *------------------ POSICION DE SALIDA POR PUNTAJE ---------------*
104637*--- LA POSICION (PUNTAJE + 1) CUENTA LAS LLAMADAS CON ESE PUNTAJE
104637*--- Y LUEGO GUARDA EL PRIMER LUGAR DE SALIDA QUE LES TOCA
104637 01  WE-TABLA-POSICIONES.
104637     02  WE-POS-CANT  OCCURS  10000  TIMES
104637                                     PIC 9(05).
      *------------- RUTINA SRMR013 (CUENTAS) ------------------------*
       01  WF-COMMAREA-CRCS.
           COPY SRMCRCS.
           PERFORM  REGISTRAR-INICIO-CORRIDA.
           PERFORM  GRABAR-CABECERA.
           PERFORM  PROCESAR-PROMESAS.
104637     PERFORM  GRABAR-LLAMADAS-PROMESA.
           PERFORM  PROCESAR-CAMPANA.
           PERFORM  GRABAR-COLA.
           PERFORM  TERMINAR-RUTINA.
           OPEN INPUT   ARCH-FALLEC.
           PERFORM  CARGAR-FALLECIDOS.
           CLOSE  ARCH-FALLEC.
104661     OPEN INPUT   ARCH-RECLAMO.
104661     PERFORM  CARGAR-RECLAMOS.
104661     CLOSE  ARCH-RECLAMO.
104662     OPEN INPUT   ARCH-CONCURSO.
104662     PERFORM  CARGAR-CONCURSOS.
104662     CLOSE  ARCH-CONCURSO.
           OPEN INPUT   ARCH-PROMLOG.
104636     OPEN INPUT   ARCH-ASIGLOG.
104636     PERFORM  LEER-ASIGLOG.
104637     OPEN INPUT   ARCH-PUNTAJE.
104637     PERFORM  LEER-PUNTAJE.
104637     INITIALIZE                     WE-TABLA-POSICIONES.
           OPEN INPUT   ARCH-CAMPANA.
           OPEN OUTPUT  ARCH-DISCADOR.
      *--------------*
                           TO WE-FAL-CTAAFI (WE-CANT-FALL)
              END-READ
           END-PERFORM.
      *-------------------*
104661 CARGAR-RECLAMOS.
      *-------------------*
104661*--- SOLO LOS RECLAMOS ABIERTOS SOBRE UNA CUENTA JUDICIAL
104661     PERFORM UNTIL WE-EOF-RECLAMO = 'S'
104661        READ ARCH-RECLAMO
104661             AT END
104661                MOVE 'S'         TO WE-EOF-RECLAMO
104661             NOT AT END
104661                IF RCL-ESTADO = 'A' AND RCL-CTAAFI NOT = SPACES
104661                   IF WE-CANT-RCL >= 5000
104661                      DISPLAY 'BSEB040 TABLA RECLAMO DESBORDADA'
104661                      PERFORM  CANCELAR-PROCESO
104661                   END-IF
104661                   ADD  1        TO WE-CANT-RCL
104661                   MOVE RCL-CTAAFI
104661                            TO WE-RCL-CTAAFI (WE-CANT-RCL)
104661                END-IF
104661        END-READ
104661     END-PERFORM.
      *--------------------*
104662 CARGAR-CONCURSOS.
      *--------------------*
104662*--- SOLO LAS CUENTAS JUDICIALES; PENDIENTE O PRESENTADO EL
104662*--- RECLAMO DE CREDITO, LA COBRANZA INDIVIDUAL QUEDA DETENIDA
104662     PERFORM UNTIL WE-EOF-CONCURSO = 'S'
104662        READ ARCH-CONCURSO
104662             AT END
104662                MOVE 'S'         TO WE-EOF-CONCURSO
104662             NOT AT END
104662                IF CCS-ORIGEN = 'J'
104662                   IF WE-CANT-CCS >= 5000
104662                      DISPLAY 'BSEB040 TABLA CONCURSO DESBORDADA'
104662                      PERFORM  CANCELAR-PROCESO
104662                   END-IF
104662                   ADD  1        TO WE-CANT-CCS
104662                   MOVE CCS-REFERENCIA
104662                            TO WE-CCS-CTAAFI (WE-CANT-CCS)
104662                END-IF
104662        END-READ
104662     END-PERFORM.
      *----------------*
       GRABAR-CABECERA.
      *----------------*
              WHEN PROMLOG-ESTADO = 'I' AND
                   PROMLOG-FEC-PROMESA >= WE-FEC-DESDE-INCUMP
                 MOVE 'PIN'             TO DIA-MOTIVO
                 PERFORM  ARMAR-LLAMADA-PROMESA
              WHEN PROMLOG-ESTADO = 'P' AND
                   PROMLOG-FEC-PROMESA = WE-FEC-PROCESO
                 MOVE 'PHO'             TO DIA-MOTIVO
                 PERFORM  ARMAR-LLAMADA-PROMESA
              WHEN OTHER
                 CONTINUE
       ARMAR-LLAMADA-PROMESA.
      *------------------------*
           PERFORM  VERIFICAR-FALLECIDO.
104661     PERFORM  VERIFICAR-RECLAMO.
104662     PERFORM  VERIFICAR-CONCURSO.
           IF WE-SW-FALLECIDO = 'S'
              ADD  1                   TO WE-CONT-FALLECIDOS
           ELSE
104662*------ DEUDOR EN CONCURSO: NO SE LLAMA POR LA PROMESA
104662        IF WE-SW-CONCURSO = 'S'
104662           ADD  1                TO WE-CONT-CONCURSOS
104662        ELSE
104661*------ RECLAMO ABIERTO: NO SE LLAMA POR LA PROMESA
104661        IF WE-SW-RECLAMO = 'S'
104661           ADD  1                TO WE-CONT-RECLAMOS
104661        ELSE
              PERFORM  BUSCAR-CLIENTE-CUENTA
              IF WE-CUNICO > '0000000000'
                 PERFORM  VERIFICAR-NO-CONTACTO-COB
                 ELSE
                    ADD  1             TO WE-CONT-PROMESAS
                    MOVE PROMLOG-CTAAFI TO DIA-CTAAFI
104636              PERFORM  BUSCAR-SECTORISTA
104637              PERFORM  BUSCAR-PUNTAJE
                    PERFORM  CALCULAR-SALDO-SOLES
                    PERFORM  COMPLETAR-Y-GRABAR
                 END-IF
              ELSE
                 ADD  1                TO WE-CONT-ERRORES
              END-IF
104661        END-IF
104662        END-IF
           END-IF.
      *-------------------*
104636 BUSCAR-SECTORISTA.
      *-------------------*
104636*--- ASIGLOG VIENE POR CTAAFI COMO PROMLOG: SE AVANZA HASTA LA
104636*--- CUENTA DE LA PROMESA
104636     PERFORM UNTIL WE-EOF-ASIGLOG = 'S' OR
104636                   ASIG-CTAAFI >= PROMLOG-CTAAFI
104636        PERFORM  LEER-ASIGLOG
104636     END-PERFORM.
104636     IF WE-EOF-ASIGLOG NOT = 'S' AND
104636        ASIG-CTAAFI = PROMLOG-CTAAFI
104636        MOVE ASIG-SECTORISTA     TO DIA-SECTORISTA
104636     ELSE
104636        MOVE SPACES              TO DIA-SECTORISTA
104636     END-IF.
      *--------------*
104636 LEER-ASIGLOG.
      *--------------*
104636     READ ARCH-ASIGLOG
104636          AT END
104636             MOVE 'S'              TO WE-EOF-ASIGLOG
104636     END-READ.
      *----------------*
104637 BUSCAR-PUNTAJE.
      *----------------*
104637*--- SCORJUD TAMBIEN VIENE POR CTAAFI. LA PRIORIDAD DEL DISCADOR
104637*--- SALE DEL PUNTAJE; SIN PUNTAJE LA LLAMADA VA AL FINAL
104637     PERFORM UNTIL WE-EOF-PUNTAJE = 'S' OR
104637                   SCOR-CTAAFI >= PROMLOG-CTAAFI
104637        PERFORM  LEER-PUNTAJE
104637     END-PERFORM.
104637     IF WE-EOF-PUNTAJE NOT = 'S' AND
104637        SCOR-CTAAFI = PROMLOG-CTAAFI
104637        MOVE SCOR-PUNTAJE        TO DIA-PUNTAJE
104637     ELSE
104637        MOVE ZEROS               TO DIA-PUNTAJE
104637     END-IF.
104637     EVALUATE TRUE
104637        WHEN DIA-PUNTAJE >= 700
104637           MOVE 1                TO DIA-PRIORIDAD
104637        WHEN DIA-PUNTAJE >= 400
104637           MOVE 2                TO DIA-PRIORIDAD
104637        WHEN OTHER
104637           MOVE 3                TO DIA-PRIORIDAD
104637     END-EVALUATE.
      *--------------*
104637 LEER-PUNTAJE.
      *--------------*
104637     READ ARCH-PUNTAJE
104637          AT END
104637             MOVE 'S'              TO WE-EOF-PUNTAJE
104637     END-READ.
      *---------------------*
104637 GUARDAR-LLAMADA.
      *---------------------*
104637     IF WE-CANT-LLAM >= 5000
104637        DISPLAY 'BSEB040 TABLA DE LLAMADAS DESBORDADA'
104637        PERFORM  CANCELAR-PROCESO
104637     END-IF.
104637     ADD  1                      TO WE-CANT-LLAM.
104637     MOVE DIA-PUNTAJE            TO WE-LLA-PUNTAJE (WE-CANT-LLAM).
104637     MOVE REG-DISCADOR           TO WE-LLA-REG (WE-CANT-LLAM).
104637     COMPUTE J = DIA-PUNTAJE + 1
104637     END-COMPUTE.
104637     ADD  1                      TO WE-POS-CANT (J).
      *-----------------------------*
104637 GRABAR-LLAMADAS-PROMESA.
      *-----------------------------*
104637*--- DE MAYOR A MENOR PUNTAJE; A IGUAL PUNTAJE QUEDA EL ORDEN DE
104637*--- PROMLOG. PRIMERO CADA PUNTAJE RECIBE SU PRIMER LUGAR DE
104637*--- SALIDA, LUEGO CADA LLAMADA TOMA EL SIGUIENTE LUGAR DEL SUYO
104637     MOVE 1                      TO WE-ACUMULADO.
104637     MOVE 10000                  TO J.
104637     PERFORM UNTIL J < 1
104637        MOVE WE-POS-CANT (J)     TO WE-TEMPORAL
104637        MOVE WE-ACUMULADO        TO WE-POS-CANT (J)
104637        ADD  WE-TEMPORAL         TO WE-ACUMULADO
104637        SUBTRACT 1               FROM J
104637     END-PERFORM.
104637     MOVE 0                      TO I.
104637     PERFORM UNTIL I >= WE-CANT-LLAM
104637        ADD  1                   TO I
104637        COMPUTE J = WE-LLA-PUNTAJE (I) + 1
104637        END-COMPUTE
104637        MOVE I         TO WE-LLA-ORDEN (WE-POS-CANT (J))
104637        ADD  1                   TO WE-POS-CANT (J)
104637     END-PERFORM.
104637     MOVE 0                      TO I.
104637     PERFORM UNTIL I >= WE-CANT-LLAM
104637        ADD  1                   TO I
104637        MOVE WE-LLA-ORDEN (I)    TO J
104637        WRITE REG-DISCADOR       FROM WE-LLA-REG (J)
104637     END-PERFORM.
      *---------------------*
       PROCESAR-CAMPANA.
      *---------------------*
              ADD  1                   TO WE-CONT-CAMPANA
              MOVE 'CAM'               TO DIA-MOTIVO
              MOVE 3                   TO DIA-PRIORIDAD
104637        MOVE ZEROS               TO DIA-PUNTAJE
              MOVE SPACES              TO DIA-CTAAFI
104636        MOVE SPACES              TO DIA-SECTORISTA
              MOVE ZEROS               TO WE-SALDO-SOLES
              PERFORM  COMPLETAR-Y-GRABAR
           END-IF.
                 MOVE 'S'              TO WE-SW-FALLECIDO
              END-IF
           END-PERFORM.
      *--------------------*
104661 VERIFICAR-RECLAMO.
      *--------------------*
104661     MOVE SPACES                 TO WE-SW-RECLAMO.
104661     MOVE 0                      TO R9.
104661     PERFORM UNTIL R9 >= WE-CANT-RCL OR WE-SW-RECLAMO = 'S'
104661        ADD  1                   TO R9
104661        IF WE-RCL-CTAAFI (R9) = PROMLOG-CTAAFI
104661           MOVE 'S'              TO WE-SW-RECLAMO
104661        END-IF
104661     END-PERFORM.
      *---------------------*
104662 VERIFICAR-CONCURSO.
      *---------------------*
104662     MOVE SPACES                 TO WE-SW-CONCURSO.
104662     MOVE 0                      TO C9.
104662     PERFORM UNTIL C9 >= WE-CANT-CCS OR WE-SW-CONCURSO = 'S'
104662        ADD  1                   TO C9
104662        IF WE-CCS-CTAAFI (C9) = PROMLOG-CTAAFI
104662           MOVE 'S'              TO WE-SW-CONCURSO
104662        END-IF
104662     END-PERFORM.
      *------------------------------*
       VERIFICAR-NO-CONTACTO-COB.
      *------------------------------*
           MOVE WE-SALDO-SOLES         TO DIA-SALDO-SOLES.
           PERFORM  BUSCAR-NOMBRE.
           PERFORM  BUSCAR-TELEFONO.
104637     IF DIA-MOTIVO = 'CAM'
104637        WRITE REG-DISCADOR
104637     ELSE
104637        PERFORM  GUARDAR-LLAMADA
104637     END-IF.
           ADD  1                      TO WE-CONT-GRABADOS.
           ADD  DIA-SALDO-SOLES        TO WE-HASH-SALDO.
      *---------------*
           CLOSE  ARCH-PROMLOG.
           CLOSE  ARCH-CAMPANA.
           CLOSE  ARCH-DISCADOR.
104636     CLOSE  ARCH-ASIGLOG.
104637     CLOSE  ARCH-PUNTAJE.
           DISPLAY 'BSEB040 LLAMADAS PROMESAS  = ' WE-CONT-PROMESAS.
           DISPLAY 'BSEB040 LLAMADAS CAMPANA   = ' WE-CONT-CAMPANA.
           DISPLAY 'BSEB040 REGISTROS GRABADOS = ' WE-CONT-GRABADOS.
           DISPLAY 'BSEB040 SUPRIMIDOS CONTPREF= ' WE-CONT-SUPRIMIDOS.
           DISPLAY 'BSEB040 EXCLUIDOS FALLECID.= ' WE-CONT-FALLECIDOS.
104661     DISPLAY 'BSEB040 EXCLUIDOS RECLAMO  = ' WE-CONT-RECLAMOS.
104662     DISPLAY 'BSEB040 EXCLUIDOS CONCURSO = ' WE-CONT-CONCURSOS.
           DISPLAY 'BSEB040 CASOS EN ERROR     = ' WE-CONT-ERRORES.
104631     DISPLAY 'BSEB040 SALDOS SIN CAMBIO  = ' WE-CONT-SIN-CAMBIO.
           PERFORM  REGISTRAR-FIN-CORRIDA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
104637     MOVE 'BSEB052 '          TO RUNC-PRED-PROGRAMA.
           MOVE 1                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
           IF RUNC-COD-RESPTA = '08'
