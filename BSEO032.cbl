************************************************************************
***   * 104658 15/10/26 JCV ID DE SOLICITUD DEL CANAL: EL REINTENTO    *
***   *               RECIBE LA RESPUESTA ORIGINAL (IDEMLOG)           *
***   * 104663 15/10/26 JCV FECHA EFECTIVA EN PERIODO CERRADO (REFTAB  *
***   *               'CIE') SE RECHAZA CON RESPUESTA 13 SALVO FORZADO *
***   *               AUTORIZADO, QUE QUEDA EN SEGLOG (BSEOCIER)       *
***   * 104640 15/10/26 JCV REGISTRO DE GASTOS JUDICIALES POR CREDITO *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** OPERACION REGISTRARGASTOJUDICIAL                           **
*OBJET*** REGISTRA LOS GASTOS QUE EL BANCO ADELANTA EN EL PROCESO    **
*OBJET*** JUDICIAL DE UN CREDITO (TASAS, NOTIFICACIONES, NOTARIA,    **
*OBJET*** TASACION, PERITOS) CON SU COMPROBANTE, MONEDA Y MARCA DE   **
*OBJET*** RECUPERABLE, Y LOS CONSULTA PAGINADOS CON EL TOTAL         **
*OBJET*** RECUPERABLE DE LA CUENTA (CLAVE CTAAFI MAS SECUENCIA)      **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEO032.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       DATA DIVISION.
      *=============*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-RC                   PIC S9(08) COMP VALUE ZEROS.
           02  WE-LONG-GAS             PIC S9(04) COMP VALUE ZEROS.
           02  WE-BLANCO               PIC X(01)  VALUE SPACES.
104658     02  WE-SW-IDEMPOTENCIA      PIC X(01)  VALUE SPACES.
           02  WE-SW-FIN               PIC X(01)  VALUE SPACES.
           02  WE-ULT-SECUENCIA        PIC 9(05)  VALUE ZEROS.
           02  WE-DESDE-SECUENCIA      PIC 9(05)  VALUE ZEROS.
           02  K                       PIC 9(03)  VALUE ZEROS.
           02  N                       PIC 9(03)  VALUE ZEROS.
      *------------------ TABLA DE ERRORES ---------------------------*
           COPY BSEM032.
      *------------------ TABLA DE OPERACIONES -----------------------*
           COPY BSETOPER.
      *------------------ REGISTRO DEL ARCHIVO DE GASTOS -------------*
           COPY BSEGASRG.
      *------------------ COMMAREA RUTINA BSEOREFT (TABLAS REF.) ------*
           COPY BSEREFCA.
      *------------------ COMMAREA RUTINA BSEOPERM (PERMISOS) ---------*
           COPY BSEPRMCA.
      *------------------ COMMAREA RUTINA BSEOSEGL (SEGURIDAD) --------*
           COPY BSESEGCA.
      *------------------ COMMAREA RUTINA BSEOIDEM (IDEMPOTENCIA) -----*
104658     COPY BSEIDMCA.
      *------------------ COMMAREA RUTINA BSEOCIER (CIERRE PERIODO) ---*
104663     COPY BSECIECA.
      *------------------ COMMAREA -----------------------------------*
           COPY BSECCOM.
      *------------------ ESTRUCTURA DE DATOS DE TRAMAS BSEO032 ------*
           COPY BSEC032I.
           COPY BSEC032O.
      *------------------ VARIABLE DE CICS ---------------------------*
           COPY DFHAID.
           COPY DFHBMSCA.
      *------------------ COMMAREA RUTINA BSEAUDIT (AUDITORIA) --------*
           COPY BSEAUDCA.
      *---------------*
       LINKAGE SECTION.
      *---------------*
       01  DFHCOMMAREA          PIC X(16384).
      *------------------*
       PROCEDURE DIVISION.
      *------------------*
           PERFORM  INICIAR-RUTINA.
           PERFORM  PROCESAR-RUTINA.
           PERFORM  TERMINAR-RUTINA.
      *--------------*
       INICIAR-RUTINA.
      *--------------*
           EXEC CICS HANDLE CONDITION  ERROR (ERROR-EN-CICS)
                                       END-EXEC.
           IF EIBCALEN = 0
              PERFORM  BLOQUEAR-INGRESO
           END-IF.
           INSPECT DFHCOMMAREA REPLACING ALL LOW-VALUES BY SPACES.
           MOVE DFHCOMMAREA            TO REG-COMMAREA-BSE.
           MOVE BSE-DATOS              TO REG-BSEC032I.
           MOVE SPACES                 TO BSE-DATOS.
           MOVE SPACES                 TO REG-BSEC032O.
           INITIALIZE                     REG-BSEC032O.
           MOVE 'U'                    TO BSEC032O-FLAG-CONTINUIDAD.
           MOVE LENGTH OF REG-GASTJUD  TO WE-LONG-GAS.
           MOVE 00                     TO BSE-CODIGO-RESPUESTA.
           MOVE WT01-COD-MSG (001)     TO BSE-CODIGO-MENSAJE.
           MOVE WT01-TXT-MSG (001)     TO BSE-DESCR-MENSAJE.
      *--- BUSCA LA OPERACION DE LA TRAMA INPUT EN LA TABLA OPERACIONES
           MOVE BSE-CODIGO-OPERACION   TO WX-OPERACION-BSETOPER.
           MOVE BSE-VERSION-OPERACION  TO WX-VERSION-BSETOPER.
           COPY BSELOPER.
           IF WX-SW-FOUND-BSETOPER = 'N'
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (003)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (003)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           PERFORM  VALIDAR-PERMISO-OPERACION.
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
           PERFORM  VALIDA-ENTIDAD.
104658     IF BSEC032I-ID-SOLICITUD NOT = SPACES AND
104658        BSEC032I-MODO = 'R'
104658        PERFORM  VERIFICAR-SOLICITUD-REPETIDA
104658     END-IF.
           EVALUATE BSEC032I-MODO
              WHEN 'R'
                 PERFORM  REGISTRAR-GASTO
              WHEN 'C'
                 MOVE BSEC032I-DESDE-SECUENCIA TO WE-DESDE-SECUENCIA
                 IF WE-DESDE-SECUENCIA IS NOT NUMERIC
                    MOVE ZEROS         TO WE-DESDE-SECUENCIA
                 END-IF
                 PERFORM  CONSULTAR-GASTOS
              WHEN OTHER
                 MOVE 16                 TO BSE-CODIGO-RESPUESTA
                 MOVE WT01-COD-MSG (004) TO BSE-CODIGO-MENSAJE
                 MOVE WT01-TXT-MSG (004) TO BSE-DESCR-MENSAJE
                 PERFORM TERMINAR-RUTINA
           END-EVALUATE.
           PERFORM  ASIGNAR-BSE-DATOS.
      *-----------------*
       VALIDA-ENTIDAD.
      *-----------------*
           MOVE 'B'                    TO REF-MODO.
           MOVE 'ENT'                  TO REF-TABLA.
           MOVE SPACES                 TO REF-CODIGO.
           MOVE BSEC032I-CODENT        TO REF-CODIGO (1:3).
           PERFORM  LLAMAR-BSEOREFT.
           IF REF-COD-RESPTA NOT = '00'
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (005)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (005)  TO BSE-DESCR-MENSAJE
              PERFORM  TERMINAR-RUTINA
           END-IF.
      *-----------------*
       LLAMAR-BSEOREFT.
      *-----------------*
           EXEC CICS LINK PROGRAM ('BSEOREFT')
                          COMMAREA (REF-COMMAREA)
                          LENGTH   (LENGTH OF REF-COMMAREA)
                          RESP     (WE-RC)
           END-EXEC.
           IF WE-RC NOT = DFHRESP(NORMAL)
              MOVE '12'                TO REF-COD-RESPTA
           END-IF.
      *-----------------*
       REGISTRAR-GASTO.
      *-----------------*
           IF BSEC032I-CTAAFI     = SPACES         OR
              BSEC032I-DOCUMENTO  = SPACES         OR
              BSEC032I-IMPORTE  IS NOT NUMERIC     OR
              BSEC032I-IMPORTE   <= 0              OR
              BSEC032I-FEC-GASTO IS NOT NUMERIC    OR
              BSEC032I-FEC-GASTO  = 0
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (006)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (006)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           IF BSEC032I-CONCEPTO NOT = 'TAS' AND 'NOT' AND 'NTR' AND
                                      'TSC' AND 'PER' AND 'OTR'
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (007)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (007)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           IF BSEC032I-RECUPERABLE NOT = 'S' AND 'N'
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (013)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (013)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           MOVE 'B'                    TO REF-MODO.
           MOVE 'MON'                  TO REF-TABLA.
           MOVE SPACES                 TO REF-CODIGO.
           MOVE BSEC032I-MONEDA        TO REF-CODIGO (1:2).
           PERFORM  LLAMAR-BSEOREFT.
           IF REF-COD-RESPTA NOT = '00'
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (011)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (011)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
104663     PERFORM  VERIFICAR-PERIODO-CERRADO.
           PERFORM  BUSCAR-ULTIMA-SECUENCIA.
           MOVE BSEC032I-CTAAFI        TO GAS-CTAAFI.
           COMPUTE GAS-SECUENCIA = WE-ULT-SECUENCIA + 1
           END-COMPUTE.
           MOVE BSEC032I-CONCEPTO      TO GAS-CONCEPTO.
           MOVE BSEC032I-DOCUMENTO     TO GAS-DOCUMENTO.
           MOVE BSEC032I-IMPORTE       TO GAS-IMPORTE.
           MOVE BSEC032I-MONEDA        TO GAS-MONEDA.
           MOVE BSEC032I-FEC-GASTO     TO GAS-FEC-GASTO.
           MOVE BSEC032I-RECUPERABLE   TO GAS-RECUPERABLE.
           MOVE BSE-USER-ID            TO GAS-USER-ID.
           MOVE EIBDATE                TO GAS-FECHA.
           MOVE EIBTIME                TO GAS-HORA.
           EXEC CICS WRITE FILE     ('GASTJUD')
                          FROM       (REG-GASTJUD)
                          LENGTH     (WE-LONG-GAS)
                          RIDFLD     (GAS-CLAVE)
                          RESP       (WE-RC)
           END-EXEC.
      *--- DOS ALTAS SIMULTANEAS EN LA CUENTA: SE TOMA LA SIGUIENTE
           IF WE-RC = DFHRESP(DUPREC) OR DFHRESP(DUPKEY)
              ADD  1                   TO GAS-SECUENCIA
              EXEC CICS WRITE FILE  ('GASTJUD')
                             FROM    (REG-GASTJUD)
                             LENGTH  (WE-LONG-GAS)
                             RIDFLD  (GAS-CLAVE)
                             RESP    (WE-RC)
              END-EXEC
           END-IF.
           IF WE-RC NOT = DFHRESP(NORMAL)
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (010)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (010)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
      *--- LA RESPUESTA MUESTRA EL GASTO GRABADO Y EL TOTAL ACTUALIZADO
           MOVE GAS-SECUENCIA          TO WE-DESDE-SECUENCIA.
           PERFORM  CONSULTAR-GASTOS.
      *-------------------------*
       BUSCAR-ULTIMA-SECUENCIA.
      *-------------------------*
           MOVE ZEROS                  TO WE-ULT-SECUENCIA.
           MOVE BSEC032I-CTAAFI        TO GAS-CTAAFI.
           MOVE ZEROS                  TO GAS-SECUENCIA.
           EXEC CICS STARTBR FILE   ('GASTJUD')
                             RIDFLD (GAS-CLAVE)
                             GTEQ
                             RESP   (WE-RC)
           END-EXEC.
           IF WE-RC = DFHRESP(NORMAL)
              MOVE 'N'                 TO WE-SW-FIN
              PERFORM UNTIL WE-SW-FIN = 'S'
                 EXEC CICS READNEXT FILE   ('GASTJUD')
                                    INTO   (REG-GASTJUD)
                                    LENGTH (WE-LONG-GAS)
                                    RIDFLD (GAS-CLAVE)
                                    RESP   (WE-RC)
                 END-EXEC
                 IF WE-RC = DFHRESP(NORMAL) AND
                    GAS-CTAAFI = BSEC032I-CTAAFI
                    MOVE GAS-SECUENCIA TO WE-ULT-SECUENCIA
                 ELSE
                    MOVE 'S'           TO WE-SW-FIN
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE ('GASTJUD')
                              RESP (WE-RC)
              END-EXEC
           END-IF.
      *------------------*
       CONSULTAR-GASTOS.
      *------------------*
      *--- RECORRE TODA LA CUENTA: EL TOTAL RECUPERABLE ES DE TODOS LOS
      *--- GASTOS, LA PAGINA SOLO LOS QUE ARRANCAN EN LA SECUENCIA PEDIDA
           MOVE BSEC032I-CTAAFI        TO BSEC032O-CTAAFI.
           MOVE 0                      TO K.
           MOVE BSEC032I-CTAAFI        TO GAS-CTAAFI.
           MOVE ZEROS                  TO GAS-SECUENCIA.
           EXEC CICS STARTBR FILE   ('GASTJUD')
                             RIDFLD (GAS-CLAVE)
                             GTEQ
                             RESP   (WE-RC)
           END-EXEC.
           IF WE-RC NOT = DFHRESP(NORMAL)
              MOVE 01                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (012)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (012)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           MOVE 'N'                    TO WE-SW-FIN.
           PERFORM UNTIL WE-SW-FIN = 'S'
              EXEC CICS READNEXT FILE   ('GASTJUD')
                                 INTO   (REG-GASTJUD)
                                 LENGTH (WE-LONG-GAS)
                                 RIDFLD (GAS-CLAVE)
                                 RESP   (WE-RC)
              END-EXEC
              IF WE-RC = DFHRESP(NORMAL) AND
                 GAS-CTAAFI = BSEC032I-CTAAFI
                 IF GAS-RECUPERABLE = 'S'
                    PERFORM  ACUMULAR-RECUPERABLE
                 END-IF
                 IF GAS-SECUENCIA >= WE-DESDE-SECUENCIA
                    ADD  1             TO K
                    IF K > 10
      *--------------- LA PRIMERA QUE NO ENTRA MARCA LA PROXIMA PAGINA
                       IF K = 11
                          MOVE 'C'     TO BSEC032O-FLAG-CONTINUIDAD
                          MOVE GAS-SECUENCIA
                                       TO BSEC032O-PROX-SECUENCIA
                       END-IF
                    ELSE
                       PERFORM  ASIGNA-GASTO
                    END-IF
                 END-IF
              ELSE
                 MOVE 'S'              TO WE-SW-FIN
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR FILE ('GASTJUD')
                           RESP (WE-RC)
           END-EXEC.
           IF K > 10
              MOVE 10                  TO BSEC032O-CANT-GASTOS
           ELSE
              MOVE K                   TO BSEC032O-CANT-GASTOS
           END-IF.
           IF BSEC032O-CANT-GASTOS = 0
              MOVE 01                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (012)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (012)  TO BSE-DESCR-MENSAJE
           END-IF.
      *----------------------*
       ACUMULAR-RECUPERABLE.
      *----------------------*
      *--- UN TOTAL POR MONEDA; NO SE CONVIERTE EN LINEA
           MOVE 0                      TO N.
           PERFORM UNTIL N >= 3
              ADD  1                   TO N
              IF BSEC032O-TOT-MONEDA (N) = SPACES
                 MOVE GAS-MONEDA       TO BSEC032O-TOT-MONEDA (N)
              END-IF
              IF BSEC032O-TOT-MONEDA (N) = GAS-MONEDA
                 ADD  GAS-IMPORTE      TO BSEC032O-TOT-RECUPERABLE (N)
                 MOVE 3                TO N
              END-IF
           END-PERFORM.
      *--------------*
       ASIGNA-GASTO.
      *--------------*
           MOVE GAS-SECUENCIA          TO BSEC032O-SECUENCIA   (K).
           MOVE GAS-CONCEPTO           TO BSEC032O-CONCEPTO    (K).
           MOVE GAS-DOCUMENTO          TO BSEC032O-DOCUMENTO   (K).
           MOVE GAS-IMPORTE            TO BSEC032O-IMPORTE     (K).
           MOVE GAS-MONEDA             TO BSEC032O-MONEDA      (K).
           MOVE GAS-FEC-GASTO          TO BSEC032O-FEC-GASTO   (K).
           MOVE GAS-RECUPERABLE        TO BSEC032O-RECUPERABLE (K).
           MOVE GAS-USER-ID            TO BSEC032O-USER-ID     (K).
      *------------------------------*
104658 VERIFICAR-SOLICITUD-REPETIDA.
      *------------------------------*
104658*--- CON ID DE SOLICITUD, UN REINTENTO DEL CANAL CON LOS MISMOS
104658*--- DATOS RECIBE LA RESPUESTA ORIGINAL SIN VOLVER A ACTUALIZAR
104658*--- Y EL MISMO ID CON OTROS DATOS SE RECHAZA (IDEMLOG)
104658     MOVE 'C'                    TO IDC-MODO.
104658     MOVE BSE-USER-ID            TO IDC-USER-ID.
104658     MOVE BSEC032I-ID-SOLICITUD  TO IDC-ID-SOLICITUD.
104658     MOVE BSE-CODIGO-OPERACION   TO IDC-OPERACION.
104658     MOVE BSE-VERSION-OPERACION  TO IDC-VERSION.
104658     MOVE REG-BSEC032I           TO IDC-ENTRADA.
104658     PERFORM  LLAMAR-BSEOIDEM.
104658     EVALUATE IDC-COD-RESPTA
104658        WHEN '00'
104658           MOVE 'R'                 TO WE-SW-IDEMPOTENCIA
104658        WHEN '04'
104658           MOVE IDC-COD-RESPUESTA   TO BSE-CODIGO-RESPUESTA
104658           MOVE IDC-COD-MENSAJE     TO BSE-CODIGO-MENSAJE
104658           MOVE IDC-DESCR-MENSAJE   TO BSE-DESCR-MENSAJE
104658           MOVE IDC-LONGITUD-OUTPUT TO BSE-LONGITUD-OUTPUT
104658           MOVE IDC-SALIDA          TO BSE-DATOS
104658           PERFORM  TERMINAR-RUTINA
104658        WHEN '08'
104658           MOVE 10                  TO BSE-CODIGO-RESPUESTA
104658           MOVE WT01-COD-MSG (017)  TO BSE-CODIGO-MENSAJE
104658           MOVE WT01-TXT-MSG (017)  TO BSE-DESCR-MENSAJE
104658           PERFORM  TERMINAR-RUTINA
104658        WHEN '06'
104658           MOVE 11                  TO BSE-CODIGO-RESPUESTA
104658           MOVE WT01-COD-MSG (018)  TO BSE-CODIGO-MENSAJE
104658           MOVE WT01-TXT-MSG (018)  TO BSE-DESCR-MENSAJE
104658           PERFORM  TERMINAR-RUTINA
104658        WHEN OTHER
104658           MOVE 16                  TO BSE-CODIGO-RESPUESTA
104658           MOVE WT01-COD-MSG (019)  TO BSE-CODIGO-MENSAJE
104658           MOVE WT01-TXT-MSG (019)  TO BSE-DESCR-MENSAJE
104658           PERFORM  TERMINAR-RUTINA
104658     END-EVALUATE.
      *------------------------------*
104658 GRABAR-RESPUESTA-IDEMPOTENTE.
      *------------------------------*
104658*--- LA RESPUESTA QUE RECIBE EL CANAL QUEDA GUARDADA PARA LOS
104658*--- REINTENTOS CON EL MISMO ID
104658     MOVE 'G'                    TO WE-SW-IDEMPOTENCIA.
104658     MOVE 'G'                    TO IDC-MODO.
104658     MOVE BSE-CODIGO-RESPUESTA   TO IDC-COD-RESPUESTA.
104658     MOVE BSE-CODIGO-MENSAJE     TO IDC-COD-MENSAJE.
104658     MOVE BSE-DESCR-MENSAJE      TO IDC-DESCR-MENSAJE.
104658     MOVE BSE-LONGITUD-OUTPUT    TO IDC-LONGITUD-OUTPUT.
104658     MOVE BSE-DATOS              TO IDC-SALIDA.
104658     PERFORM  LLAMAR-BSEOIDEM.
      *-----------------*
104658 LLAMAR-BSEOIDEM.
      *-----------------*
104658     EXEC CICS LINK PROGRAM ('BSEOIDEM')
104658                    COMMAREA (IDC-COMMAREA)
104658                    LENGTH   (LENGTH OF IDC-COMMAREA)
104658                    RESP     (WE-RC)
104658     END-EXEC.
104658     IF WE-RC NOT = DFHRESP(NORMAL)
104658        MOVE '12'                TO IDC-COD-RESPTA
104658     END-IF.
      *---------------------------*
       VALIDAR-PERMISO-OPERACION.
      *---------------------------*
      *--- PERMISO POR OPERACION (PERMUSU): UN USUARIO ADMINISTRADO
      *--- SOLO PUEDE INVOCAR LAS OPERACIONES QUE TIENE ASIGNADAS;
      *--- LA DENEGACION QUEDA EN SEGLOG PARA EL REPORTE BSEB020
           MOVE BSE-USER-ID            TO PRM-USER-ID.
           MOVE BSE-CODIGO-OPERACION   TO PRM-OPERACION.
           EXEC CICS LINK PROGRAM ('BSEOPERM')
                          COMMAREA (PRM-COMMAREA)
                          LENGTH   (LENGTH OF PRM-COMMAREA)
                          RESP     (WE-RC)
           END-EXEC.
           EVALUATE TRUE
              WHEN WE-RC NOT = DFHRESP(NORMAL)
                 CONTINUE
              WHEN PRM-COD-RESPTA = '04'
                 MOVE 'PERM-OPER '     TO SEG-REGLA
                 PERFORM  GRABAR-DENEGACION-PERMISO
                 MOVE 08                  TO BSE-CODIGO-RESPUESTA
                 MOVE WT01-COD-MSG (008)  TO BSE-CODIGO-MENSAJE
                 MOVE WT01-TXT-MSG (008)  TO BSE-DESCR-MENSAJE
                 PERFORM  TERMINAR-RUTINA
              WHEN PRM-COD-RESPTA = '06'
                 MOVE 'QUOTA-HORA'     TO SEG-REGLA
                 PERFORM  GRABAR-DENEGACION-PERMISO
                 MOVE 09                  TO BSE-CODIGO-RESPUESTA
                 MOVE WT01-COD-MSG (009)  TO BSE-CODIGO-MENSAJE
                 MOVE WT01-TXT-MSG (009)  TO BSE-DESCR-MENSAJE
                 PERFORM  TERMINAR-RUTINA
           END-EVALUATE.
      *---------------------------*
       GRABAR-DENEGACION-PERMISO.
      *---------------------------*
           MOVE BSE-USER-ID            TO SEG-USER-ID.
           MOVE 'BSEO032 '             TO SEG-PROGRAMA.
           MOVE BSEC032I-CTAAFI        TO SEG-COD-CLIENTE.
           MOVE EIBDATE                TO SEG-FECHA.
           MOVE EIBTIME                TO SEG-HORA.
           EXEC CICS LINK PROGRAM ('BSEOSEGL')
                          COMMAREA (SEG-COMMAREA)
                          LENGTH   (LENGTH OF SEG-COMMAREA)
                          RESP     (WE-RC)
           END-EXEC.
      *--------------------------*
104663 VERIFICAR-PERIODO-CERRADO.
      *--------------------------*
104663*--- CIERRE CONTABLE: NO SE REGISTRA CON FECHA EFECTIVA EN UN
104663*--- PERIODO CERRADO (REFTAB 'CIE') SALVO FORZADO AUTORIZADO,
104663*--- QUE QUEDA EN SEGLOG PARA EL REPORTE MENSUAL BSEB079
104663     MOVE BSE-USER-ID            TO CIE-USER-ID.
104663     MOVE 'BSEO032 '             TO CIE-PROGRAMA.
104663     MOVE BSEC032I-CTAAFI        TO CIE-CTAAFI.
104663     MOVE BSEC032I-FEC-GASTO     TO CIE-FEC-EFECTIVA.
104663     MOVE BSEC032I-FORZAR-CIERRE TO CIE-FORZAR.
104663     EXEC CICS LINK PROGRAM ('BSEOCIER')
104663                    COMMAREA (CIE-COMMAREA)
104663                    LENGTH   (LENGTH OF CIE-COMMAREA)
104663                    RESP     (WE-RC)
104663     END-EXEC.
104663     IF WE-RC NOT = DFHRESP(NORMAL)
104663        MOVE '12'                TO CIE-COD-RESPTA
104663     END-IF.
104663     EVALUATE CIE-COD-RESPTA
104663        WHEN '00'
104663        WHEN '06'
104663           CONTINUE
104663        WHEN '04'
104663           MOVE 13                  TO BSE-CODIGO-RESPUESTA
104663           MOVE WT01-COD-MSG (014)  TO BSE-CODIGO-MENSAJE
104663           MOVE WT01-TXT-MSG (014)  TO BSE-DESCR-MENSAJE
104663           MOVE CIE-PERIODO         TO BSE-DESCR-MENSAJE (35:6)
104663           PERFORM  TERMINAR-RUTINA
104663        WHEN '08'
104663           MOVE 13                  TO BSE-CODIGO-RESPUESTA
104663           MOVE WT01-COD-MSG (015)  TO BSE-CODIGO-MENSAJE
104663           MOVE WT01-TXT-MSG (015)  TO BSE-DESCR-MENSAJE
104663           PERFORM  TERMINAR-RUTINA
104663        WHEN OTHER
104663           MOVE 16                  TO BSE-CODIGO-RESPUESTA
104663           MOVE WT01-COD-MSG (016)  TO BSE-CODIGO-MENSAJE
104663           MOVE WT01-TXT-MSG (016)  TO BSE-DESCR-MENSAJE
104663           PERFORM  TERMINAR-RUTINA
104663     END-EVALUATE.
      *----------------*
       BLOQUEAR-INGRESO.
      *----------------*
           EXEC CICS SEND TEXT FROM   (WE-BLANCO)
                               LENGTH (01)
                               ERASE
           END-EXEC.
           GOBACK.
      *-------------*
       ERROR-EN-CICS.
      *-------------*
           MOVE 16                     TO BSE-CODIGO-RESPUESTA.
           MOVE WT01-COD-MSG (002)     TO BSE-CODIGO-MENSAJE.
           MOVE WT01-TXT-MSG (002)     TO BSE-DESCR-MENSAJE.
           PERFORM  TERMINAR-RUTINA.
      *-----------------*
       ASIGNAR-BSE-DATOS.
      *-----------------*
           COMPUTE BSE-LONGITUD-OUTPUT =
                   WX-LONG-HEADER-BSETOPER        +
                   WX-T-LONG-PARTE-FIJA-TRAMA-OUT +
                  (BSEC032O-CANT-GASTOS           *
                   WX-T-LONG-CADA-OCCUR-TRAMA-OUT)
           END-COMPUTE.
           INSPECT REG-BSEC032O REPLACING ALL LOW-VALUES BY SPACES.
           MOVE REG-BSEC032O           TO BSE-DATOS.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
104658     IF WE-SW-IDEMPOTENCIA = 'R'
104658        PERFORM  GRABAR-RESPUESTA-IDEMPOTENTE
104658     END-IF.
           PERFORM  GRABAR-AUDITORIA.
           MOVE REG-COMMAREA-BSE       TO DFHCOMMAREA.
           EXEC CICS RETURN
           END-EXEC.
           GOBACK.
      *-----------------*
       GRABAR-AUDITORIA.
      *-----------------*
           MOVE 'BSEO032'              TO AUD-PROGRAMA.
           MOVE BSE-CODIGO-OPERACION   TO AUD-OPERACION.
           MOVE BSE-USER-ID            TO AUD-USER-ID.
           MOVE BSE-CODIGO-RESPUESTA   TO AUD-COD-RESPUESTA.
           MOVE BSE-CORRELACION        TO AUD-CORRELACION.
           MOVE BSEC032I-CTAAFI        TO AUD-COD-CLIENTE.
           MOVE EIBDATE                TO AUD-FECHA.
           MOVE EIBTIME                TO AUD-HORA.
           EXEC CICS LINK PROGRAM ('BSEAUDIT')
                          COMMAREA (AUD-COMMAREA)
                          LENGTH   (LENGTH OF AUD-COMMAREA)
                          RESP     (WE-RC)
           END-EXEC.
