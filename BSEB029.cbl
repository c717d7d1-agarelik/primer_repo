************************************************************************
***   * 104662 15/10/26 JCV SIN CARTA PARA CUENTAS DE DEUDORES EN      *
***   *               CONCURSO (CONCURSO): VAN AL REPORTE DE MANEJO    *
***   *               ESPECIAL COMO LAS DE FALLECIDOS                  *
***   * 104661 15/10/26 JCV SIN CARTA PARA CUENTAS CON RECLAMO ABIERTO *
***   *               (RECLAMO): VAN AL REPORTE DE MANEJO ESPECIAL     *
***   *               Y EL AVISO QUEDA PARA CUANDO SE RESUELVA         *
***   * 104616 02/09/26 JCV REGISTRA LA CORRIDA EN RUNCTL (RUTINA    *
***   *               BSEBRUNC) CON CHEQUEO DE PREDECESOR            *
***   * 104630 02/09/26 JCV LAS TABLAS DE NO CONTACTO, FALLECIDOS Y  *
104620                                  ORGANIZATION IS SEQUENTIAL.
104620     SELECT  ARCH-ESPECIAL       ASSIGN TO ESPECIAL
104620                                  ORGANIZATION IS SEQUENTIAL.
104661     SELECT  ARCH-RECLAMO        ASSIGN TO RECLAMO
104661                                  ORGANIZATION IS SEQUENTIAL.
104662     SELECT  ARCH-CONCURSO       ASSIGN TO CONCURSO
104662                                  ORGANIZATION IS SEQUENTIAL.
      *=============*
       DATA DIVISION.
      *=============*
104620 FD  ARCH-ESPECIAL
104620     RECORDING MODE IS F.
104620 01  REG-ESPECIAL                    PIC X(80).
      *------------------ RECLAMOS (DESCARGA DE RECLAMO) ---------------*
104661 FD  ARCH-RECLAMO
104661     RECORDING MODE IS F.
104661     COPY BSERCLRG.
      *------------------ CONCURSOS (DESCARGA DE CONCURSO) -------------*
104662 FD  ARCH-CONCURSO
104662     RECORDING MODE IS F.
104662     COPY BSECCSRG.
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
104620     02  WE-SW-FALLECIDO             PIC X(01)  VALUE SPACES.
104620     02  WE-CONT-ESPECIALES          PIC 9(07)  VALUE ZEROS.
104620     02  F9                          PIC 9(05)  VALUE ZEROS.
104661     02  WE-EOF-RECLAMO              PIC X(01)  VALUE SPACES.
104661     02  WE-SW-RECLAMO               PIC X(01)  VALUE SPACES.
104661     02  WE-CONT-RECLAMOS            PIC 9(07)  VALUE ZEROS.
104661     02  R9                          PIC 9(05)  VALUE ZEROS.
104662     02  WE-EOF-CONCURSO             PIC X(01)  VALUE SPACES.
104662     02  WE-SW-CONCURSO              PIC X(01)  VALUE SPACES.
104662     02  WE-CONT-CONCURSOS           PIC 9(07)  VALUE ZEROS.
104662     02  C9                          PIC 9(05)  VALUE ZEROS.
           02  WE-CONT-ERRORES             PIC 9(07)  VALUE ZEROS.
           02  I                           PIC 9(05)  VALUE ZEROS.
           02  K                           PIC 9(03)  VALUE ZEROS.
104620     02  WE-CANT-FALL                PIC 9(05)  VALUE ZEROS.
104620     02  WE-FAL-CTAAFI  OCCURS  5000  TIMES
104620                                     PIC X(10).
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
      *------------------ CLIENTES SIN CARTA DE COBRANZA ---------------*
104618 01  WE-TABLA-SUPRIMIDOS.
104630     02  WE-CANT-SUPR                PIC 9(05)  VALUE ZEROS.
           MOVE WE-CODENT              TO WE-ENT4 (2:3).
104618     PERFORM  CARGAR-SUPRIMIDOS.
104620     PERFORM  CARGAR-FALLECIDOS.
104661     PERFORM  CARGAR-RECLAMOS.
104662     PERFORM  CARGAR-CONCURSOS.
           OPEN INPUT   ARCH-PROMLOG.
           OPEN INPUT   ARCH-NOTILOG.
           OPEN OUTPUT  ARCH-NOTINEW.
104620        END-READ
104620     END-PERFORM.
104620     CLOSE  ARCH-FALLEC.
      *-------------------*
104661 CARGAR-RECLAMOS.
      *-------------------*
104661*--- SOLO LOS RECLAMOS ABIERTOS SOBRE UNA CUENTA JUDICIAL
104661     OPEN INPUT  ARCH-RECLAMO.
104661     PERFORM UNTIL WE-EOF-RECLAMO = 'S'
104661        READ ARCH-RECLAMO
104661             AT END
104661                MOVE 'S'         TO WE-EOF-RECLAMO
104661             NOT AT END
104661                IF RCL-ESTADO = 'A' AND RCL-CTAAFI NOT = SPACES
104661                   IF WE-CANT-RCL >= 5000
104661                      DISPLAY 'BSEB029 TABLA RECLAMO DESBORDADA'
104661                      PERFORM  CANCELAR-PROCESO
104661                   END-IF
104661                   ADD  1        TO WE-CANT-RCL
104661                   MOVE RCL-CTAAFI
104661                            TO WE-RCL-CTAAFI (WE-CANT-RCL)
104661                END-IF
104661        END-READ
104661     END-PERFORM.
104661     CLOSE  ARCH-RECLAMO.
      *--------------------*
104662 CARGAR-CONCURSOS.
      *--------------------*
104662*--- SOLO LAS CUENTAS JUDICIALES; PENDIENTE O PRESENTADO EL
104662*--- RECLAMO DE CREDITO, LA COBRANZA INDIVIDUAL QUEDA DETENIDA
104662     OPEN INPUT  ARCH-CONCURSO.
104662     PERFORM UNTIL WE-EOF-CONCURSO = 'S'
104662        READ ARCH-CONCURSO
104662             AT END
104662                MOVE 'S'         TO WE-EOF-CONCURSO
104662             NOT AT END
104662                IF CCS-ORIGEN = 'J'
104662                   IF WE-CANT-CCS >= 5000
104662                      DISPLAY 'BSEB029 TABLA CONCURSO DESBORDADA'
104662                      PERFORM  CANCELAR-PROCESO
104662                   END-IF
104662                   ADD  1        TO WE-CANT-CCS
104662                   MOVE CCS-REFERENCIA
104662                            TO WE-CCS-CTAAFI (WE-CANT-CCS)
104662                END-IF
104662        END-READ
104662     END-PERFORM.
104662     CLOSE  ARCH-CONCURSO.
      *---------------*
       CARGAR-AVISOS.
      *---------------*
              ADD  1                   TO WE-CONT-DUPLICADOS
           ELSE
104620        PERFORM  VERIFICAR-FALLECIDO
104661        PERFORM  VERIFICAR-RECLAMO
104662        PERFORM  VERIFICAR-CONCURSO
104620        IF WE-SW-FALLECIDO = 'S'
104620*--------- DEUDOR FALLECIDO: SIN CARTA, VA AL MANEJO ESPECIAL
104620           ADD  1                TO WE-CONT-ESPECIALES
104620                                 TO REG-ESPECIAL (12:22)
104620           WRITE REG-ESPECIAL
104620        ELSE
104662           IF WE-SW-CONCURSO = 'S'
104662*------------ DEUDOR EN CONCURSO: SIN CARTA, VA AL MANEJO ESPECIAL
104662              ADD  1             TO WE-CONT-CONCURSOS
104662              MOVE SPACES        TO REG-ESPECIAL
104662              MOVE PROMLOG-CTAAFI
104662                                 TO REG-ESPECIAL (1:10)
104662              MOVE 'AVISO DEUDOR EN CONCURSO'
104662                                 TO REG-ESPECIAL (12:24)
104662              WRITE REG-ESPECIAL
104662           ELSE
104661           IF WE-SW-RECLAMO = 'S'
104661*------------ RECLAMO ABIERTO: SIN CARTA NI REGISTRO EN NOTILOG,
104661*------------ EL AVISO SALE CUANDO EL RECLAMO SE RESUELVA
104661              ADD  1             TO WE-CONT-RECLAMOS
104661              MOVE SPACES        TO REG-ESPECIAL
104661              MOVE PROMLOG-CTAAFI
104661                                 TO REG-ESPECIAL (1:10)
104661              MOVE 'AVISO CON RECLAMO ABIERTO'
104661                                 TO REG-ESPECIAL (12:25)
104661              WRITE REG-ESPECIAL
104661           ELSE
104661              PERFORM  GENERAR-CARTA
104661           END-IF
104662           END-IF
104620        END-IF
           END-IF.
      *----------------------*
104620           MOVE 'S'              TO WE-SW-FALLECIDO
104620        END-IF
104620     END-PERFORM.
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
      *---------------*
       GENERAR-CARTA.
      *---------------*
           DISPLAY 'BSEB029 AVISOS YA ENVIADOS= ' WE-CONT-DUPLICADOS.
104618     DISPLAY 'BSEB029 CLIENTES SUPRIMID.= ' WE-CONT-SUPRIMIDOS.
104620     DISPLAY 'BSEB029 DERIVADOS ESPECIAL= ' WE-CONT-ESPECIALES.
104661     DISPLAY 'BSEB029 RECLAMO ABIERTO   = ' WE-CONT-RECLAMOS.
104662     DISPLAY 'BSEB029 DEUDOR CONCURSO   = ' WE-CONT-CONCURSOS.
           DISPLAY 'BSEB029 CASOS EN ERROR    = ' WE-CONT-ERRORES.
104616     PERFORM  REGISTRAR-FIN-CORRIDA.
           STOP RUN.
