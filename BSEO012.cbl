************************************************************************
***   * 104666 15/10/26 JCV ACEPTA LA TABLA DOC (TIPOS DE DOCUMENTO    *
***   *               DIGITAL INDEXADO)                                *
***   * 104663 15/10/26 JCV ACEPTA LA TABLA CIE (CIERRE CONTABLE POR   *
***   *               PERIODO AAAAMM) CON PERMISO PUNTUAL PARA CERRAR  *
***   *               Y REABRIR, Y LA TABLA RCL (TIPOS DE RECLAMO)     *
***   * 104648 15/10/26 JCV ACEPTA LA TABLA RET (DIAS DE RETENCION    *
***   *               POR ARCHIVO Y ESTADO DEL REGISTRO)              *
***   * 104646 15/10/26 JCV ACEPTA LA TABLA ACC (PARAMETROS DEL       *
***   *               ANALISIS DE ACCESOS ATIPICOS)                   *
***   * 104638 15/10/26 JCV ACEPTA LA TABLA PLZ (PLAZOS PROCESALES    *
***   *               POR ETAPA EN DIAS HABILES)                      *
***   * 104637 15/10/26 JCV ACEPTA LA TABLA SCO (PESOS DEL PUNTAJE DE *
***   *               PRIORIDAD DE COBRANZA)                          *
***   * 104636 15/10/26 JCV ACEPTA LA TABLA EQP (EQUIPO DE SECTORISTAS*
***   *               POR ESTUDIO)                                    *
***   * 104631 02/09/26 JCV LA ACCION PEDIDA SE GUARDA APARTE: EL    *
***   *               RECORRIDO DE LA HISTORIA PISABA REFPEND-ACCION  *
***   *               Y UNA ALTA PODIA GRABARSE COMO BAJA             *
           02  WE-SW-FIN               PIC X(01)  VALUE SPACES.
           02  WE-SW-PENDIENTE         PIC X(01)  VALUE SPACES.
104631     02  WE-ACCION-PEDIDA        PIC X(01)  VALUE SPACES.
104663     02  WE-SW-CIERRE-ERROR      PIC X(01)  VALUE SPACES.
           02  WE-ULT-SECUENCIA        PIC 9(05)  VALUE ZEROS.
           02  WE-CLAVE-PEND.
               03  WE-CP-TABLA         PIC X(03)  VALUE SPACES.
           COPY BSEREFRG.
      *------------------ REGISTRO DEL ARCHIVO DE PENDIENTES -----------*
104613     COPY BSERPDRG.
      *------------------ COMMAREA RUTINA BSEOPERM (PERMISOS) ---------*
104663     COPY BSEPRMCA.
      *------------------ COMMAREA RUTINA BSEOSEGL (SEGURIDAD) --------*
104663     COPY BSESEGCA.
      *------------------ VARIABLE DE CICS ---------------------------*
           COPY DFHAID.
           COPY DFHBMSCA.
       PROCESAR-ACCION.
      *----------------*
           INSPECT BSEMNTMI REPLACING ALL LOW-VALUES BY SPACES.
104638     IF TABLAI NOT = 'MON' AND 'GLQ' AND 'ENT' AND 'EQP' AND 'SCO'
104663                   AND 'PLZ' AND 'ACC' AND 'RET' AND 'RCL'
104666                   AND 'CIE' AND 'DOC'
104666        MOVE 'TABLA: MON GLQ ENT EQP SCO PLZ ACC RET RCL CIE DOC'
                                       TO MENSAJO
           ELSE
104663        MOVE SPACES              TO WE-SW-CIERRE-ERROR
104663        IF TABLAI = 'CIE'
104663           PERFORM  VALIDAR-TABLA-CIERRE
104663        END-IF
104663        IF WE-SW-CIERRE-ERROR NOT = 'S'
              EVALUATE ACCIONI
                 WHEN 'A'
                    PERFORM  SOLICITAR-ALTA
                    MOVE 'ACCION DEBE SER A, B, C, P, X O R'
                                       TO MENSAJO
              END-EVALUATE
104663        END-IF
           END-IF.
      *----------------------*
104663 VALIDAR-TABLA-CIERRE.
      *----------------------*
104663*--- CIE: UNA ENTRADA VIGENTE CIERRA EL PERIODO AAAAMM DEL CODIGO
104663*--- PARA LOS REGISTROS CON FECHA EFECTIVA EN EL (BSEOCIER); LA
104663*--- BAJA LO REABRE. PEDIR, APROBAR Y RECHAZAR REQUIERE EL
104663*--- PERMISO PUNTUAL; LA DENEGACION QUEDA EN SEGLOG
104663     IF ACCIONI = 'A' OR 'B' OR 'X' OR 'R'
104663        MOVE WE-USER-ID          TO PRM-USER-ID
104663        MOVE 'CERRARPERIODOCONTABLE' TO PRM-OPERACION
104663        MOVE 'E'                 TO PRM-MODO
104663        EXEC CICS LINK PROGRAM ('BSEOPERM')
104663                       COMMAREA (PRM-COMMAREA)
104663                       LENGTH   (LENGTH OF PRM-COMMAREA)
104663                       RESP     (WE-RC)
104663        END-EXEC
104663        IF WE-RC NOT = DFHRESP(NORMAL) OR
104663           PRM-COD-RESPTA NOT = '00'
104663           MOVE 'S'              TO WE-SW-CIERRE-ERROR
104663           MOVE 'SIN PERMISO PARA CERRAR O REABRIR PERIODOS'
104663                                 TO MENSAJO
104663           PERFORM  GRABAR-DENEGACION-CIERRE
104663        END-IF
104663     END-IF.
104663     IF WE-SW-CIERRE-ERROR NOT = 'S' AND ACCIONI = 'A'
104663        IF CODIGOI (1:6) IS NOT NUMERIC OR
104663           CODIGOI (5:2) < '01'     OR
104663           CODIGOI (5:2) > '12'
104663           MOVE 'S'              TO WE-SW-CIERRE-ERROR
104663           MOVE 'EL CODIGO DE CIE DEBE SER EL PERIODO AAAAMM'
104663                                 TO MENSAJO
104663        END-IF
104663     END-IF.
      *----------------*
       SOLICITAR-ALTA.
      *----------------*
              MOVE 'EL CODIGO NO EXISTE EN LA TABLA'
                                       TO MENSAJO
           END-IF.
      *--------------------------*
104663 GRABAR-DENEGACION-CIERRE.
      *--------------------------*
104663     MOVE WE-USER-ID             TO SEG-USER-ID.
104663     MOVE 'BSEO012 '             TO SEG-PROGRAMA.
104663     MOVE SPACES                 TO SEG-COD-CLIENTE.
104663     MOVE 'PERM-OPER '           TO SEG-REGLA.
104663     MOVE EIBDATE                TO SEG-FECHA.
104663     MOVE EIBTIME                TO SEG-HORA.
104663     EXEC CICS LINK PROGRAM ('BSEOSEGL')
104663                    COMMAREA (SEG-COMMAREA)
104663                    LENGTH   (LENGTH OF SEG-COMMAREA)
104663                    RESP     (WE-RC)
104663     END-EXEC.
      *------------------*
       REENVIAR-PANTALLA.
      *------------------*
