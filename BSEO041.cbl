************************************************************************
***   * 104661 15/10/26 JCV REGISTRO DE RECLAMOS DE DEUDORES CON PLAZO *
***   *               DE RESPUESTA REGULATORIO (RECLAMO)               *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** OPERACION REGISTRARRECLAMO                                  **
*OBJET*** REGISTRA, RESUELVE Y CONSULTA LOS RECLAMOS FORMALES DE LOS  **
*OBJET*** DEUDORES SOBRE UNA CUENTA JUDICIAL (CTAAFI) O UN DOCUMENTO  **
*OBJET*** DESCONTADO. EL VENCIMIENTO ES LA RECEPCION MAS EL PLAZO DEL **
*OBJET*** TIPO EN REFTAB 'RCL', CORRIDO A DIA HABIL POR BSEOFERD.     **
*OBJET*** MIENTRAS EL RECLAMO ESTA ABIERTO LOS LOTES DE LLAMADAS,     **
*OBJET*** AVISOS Y ESTADOS EXCLUYEN LA CUENTA                         **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEO041.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       DATA DIVISION.
      *=============*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-RC                   PIC S9(08) COMP VALUE ZEROS.
           02  WE-LONG-RCL             PIC S9(04) COMP VALUE ZEROS.
           02  WE-BLANCO               PIC X(01)  VALUE SPACES.
           02  WE-SW-IDEMPOTENCIA      PIC X(01)  VALUE SPACES.
           02  WE-FECHA-HOY            PIC 9(08)  VALUE ZEROS.
           02  WE-FEC-RECEPCION        PIC 9(08)  VALUE ZEROS.
           02  WE-PLAZO-DIAS           PIC 9(03)  VALUE ZEROS.
           02  WE-PLAZO-DEFECTO        PIC 9(03)  VALUE 030.
           02  WE-ABSTIME              PIC S9(15) COMP-3 VALUE ZEROS.
       01  WE-NRO-RECLAMO.
           02  WE-NRR-FECHA            PIC 9(07)  VALUE ZEROS.
           02  WE-NRR-TASK             PIC 9(07)  VALUE ZEROS.
      *------------------ TABLA DE ERRORES ---------------------------*
           COPY BSEM041.
      *------------------ TABLA DE OPERACIONES -----------------------*
           COPY BSETOPER.
      *------------------ REGISTRO DEL ARCHIVO DE RECLAMOS ------------*
           COPY BSERCLRG.
      *------------------ COMMAREA RUTINA BSEOREFT (TABLAS REF.) ------*
           COPY BSEREFCA.
      *------------------ COMMAREA RUTINA BSEOFERD (DIA HABIL) --------*
           COPY BSEFERCA.
      *------------------ COMMAREA RUTINA BSEOPERM (PERMISOS) ---------*
           COPY BSEPRMCA.
      *------------------ COMMAREA RUTINA BSEOSEGL (SEGURIDAD) --------*
           COPY BSESEGCA.
      *------------------ COMMAREA RUTINA BSEOIDEM (IDEMPOTENCIA) -----*
           COPY BSEIDMCA.
      *------------------ COMMAREA -----------------------------------*
           COPY BSECCOM.
      *------------------ ESTRUCTURA DE DATOS DE TRAMAS BSEO041 ------*
           COPY BSEC041I.
           COPY BSEC041O.
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
           MOVE BSE-DATOS              TO REG-BSEC041I.
           MOVE SPACES                 TO BSE-DATOS.
           MOVE SPACES                 TO REG-BSEC041O.
           INITIALIZE                     REG-BSEC041O.
           INITIALIZE                     REG-RECLAMO.
           MOVE LENGTH OF REG-RECLAMO  TO WE-LONG-RCL.
           EXEC CICS ASKTIME ABSTIME (WE-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (WE-ABSTIME)
                                YYYYMMDD (WE-FECHA-HOY)
           END-EXEC.
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
           IF BSEC041I-ID-SOLICITUD NOT = SPACES AND
              (BSEC041I-MODO = 'A' OR 'R')
              PERFORM  VERIFICAR-SOLICITUD-REPETIDA
           END-IF.
           EVALUATE BSEC041I-MODO
              WHEN 'A'
                 PERFORM  REGISTRAR-RECLAMO
              WHEN 'R'
                 PERFORM  RESOLVER-RECLAMO
              WHEN 'C'
                 PERFORM  CONSULTAR-RECLAMO
              WHEN OTHER
                 MOVE 16                 TO BSE-CODIGO-RESPUESTA
                 MOVE WT01-COD-MSG (004) TO BSE-CODIGO-MENSAJE
                 MOVE WT01-TXT-MSG (004) TO BSE-DESCR-MENSAJE
                 PERFORM TERMINAR-RUTINA
           END-EVALUATE.
           PERFORM  ASIGNAR-BSE-DATOS.
      *--------------*
       VALIDA-ENTIDAD.
      *--------------*
           MOVE 'B'                    TO REF-MODO.
           MOVE 'ENT'                  TO REF-TABLA.
           MOVE SPACES                 TO REF-CODIGO.
           MOVE BSEC041I-CODENT        TO REF-CODIGO (1:3).
           PERFORM  LLAMAR-BSEOREFT.
           IF REF-COD-RESPTA NOT = '00'
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (005)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (005)  TO BSE-DESCR-MENSAJE
              PERFORM  TERMINAR-RUTINA
           END-IF.
      *---------------*
       LLAMAR-BSEOREFT.
      *---------------*
           EXEC CICS LINK PROGRAM ('BSEOREFT')
                          COMMAREA (REF-COMMAREA)
                          LENGTH   (LENGTH OF REF-COMMAREA)
                          RESP     (WE-RC)
           END-EXEC.
           IF WE-RC NOT = DFHRESP(NORMAL)
              MOVE '12'                TO REF-COD-RESPTA
           END-IF.
      *-----------------*
       REGISTRAR-RECLAMO.
      *-----------------*
      *--- EL RECLAMO VA CONTRA UNA CUENTA JUDICIAL O UN DOCUMENTO
      *--- DESCONTADO, SIEMPRE CON EL CODIGO UNICO DEL RECLAMANTE
           IF BSEC041I-TIPO        = SPACES OR
              BSEC041I-COD-UNICO   = SPACES OR
              BSEC041I-DESCRIPCION = SPACES OR
              ( BSEC041I-CTAAFI = SPACES AND
                BSEC041I-NUMDOC = SPACES )
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (011)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (011)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           IF BSEC041I-FEC-RECEPCION NOT NUMERIC
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (015)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (015)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           IF BSEC041I-FEC-RECEPCION = 0
              MOVE WE-FECHA-HOY        TO WE-FEC-RECEPCION
           ELSE
              MOVE BSEC041I-FEC-RECEPCION TO WE-FEC-RECEPCION
           END-IF.
           IF WE-FEC-RECEPCION > WE-FECHA-HOY
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (015)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (015)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           PERFORM  OBTENER-PLAZO.
           PERFORM  CALCULAR-VENCIMIENTO.
           MOVE BSEC041I-CODENT        TO RCL-CODENT.
           MOVE BSEC041I-TIPO          TO RCL-TIPO.
           MOVE BSEC041I-CTAAFI        TO RCL-CTAAFI.
           MOVE BSEC041I-NUMDOC        TO RCL-NUMDOC.
           MOVE BSEC041I-COD-UNICO     TO RCL-COD-UNICO.
           MOVE WE-FEC-RECEPCION       TO RCL-FEC-RECEPCION.
           MOVE WE-PLAZO-DIAS          TO RCL-PLAZO-DIAS.
           MOVE FHA-FECHA-HABIL        TO RCL-FEC-VENCE.
           MOVE 'A'                    TO RCL-ESTADO.
           MOVE BSEC041I-DESCRIPCION   TO RCL-DESCRIPCION.
           MOVE BSE-USER-ID            TO RCL-USER-REGISTRO.
           MOVE WE-FECHA-HOY           TO RCL-FEC-REGISTRO.
           MOVE SPACES                 TO RCL-RESOLUCION.
           MOVE SPACES                 TO RCL-DETALLE-RESOL.
           MOVE SPACES                 TO RCL-USER-RESOL.
           MOVE ZEROS                  TO RCL-FEC-RESOL.
           PERFORM  GRABAR-RECLAMO.
           PERFORM  ASIGNA-RECLAMO.
      *-------------*
       OBTENER-PLAZO.
      *-------------*
      *--- PLAZO DE RESPUESTA POR TIPO DE RECLAMO EN REFTAB 'RCL'
      *--- (DESCRIPCION (1:3) = DIAS CORRIDOS); SIN DIAS VALIDOS EN LA
      *--- TABLA RIGE EL PLAZO GENERAL DE 30 DIAS
           MOVE 'B'                    TO REF-MODO.
           MOVE 'RCL'                  TO REF-TABLA.
           MOVE SPACES                 TO REF-CODIGO.
           MOVE BSEC041I-TIPO          TO REF-CODIGO (1:3).
           PERFORM  LLAMAR-BSEOREFT.
           IF REF-COD-RESPTA NOT = '00'
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (006)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (006)  TO BSE-DESCR-MENSAJE
              PERFORM  TERMINAR-RUTINA
           END-IF.
           IF REF-DESCRIPCION (1:3) NUMERIC AND
              REF-DESCRIPCION (1:3) NOT = '000'
              MOVE REF-DESCRIPCION (1:3) TO WE-PLAZO-DIAS
           ELSE
              MOVE WE-PLAZO-DEFECTO    TO WE-PLAZO-DIAS
           END-IF.
      *--------------------*
       CALCULAR-VENCIMIENTO.
      *--------------------*
      *--- EL VENCIMIENTO ES LA RECEPCION MAS EL PLAZO, CORRIDO AL
      *--- PROXIMO DIA HABIL SI CAE SABADO, DOMINGO O FERIADO
           INITIALIZE                     FHA-COMMAREA.
           MOVE WE-FEC-RECEPCION       TO FHA-FECHA-IN.
           MOVE WE-PLAZO-DIAS          TO FHA-DIAS-SUMAR.
           EXEC CICS LINK PROGRAM ('BSEOFERD')
                          COMMAREA (FHA-COMMAREA)
                          LENGTH   (LENGTH OF FHA-COMMAREA)
                          RESP     (WE-RC)
           END-EXEC.
           EVALUATE TRUE
              WHEN WE-RC NOT = DFHRESP(NORMAL)
                 MOVE 16                  TO BSE-CODIGO-RESPUESTA
                 MOVE WT01-COD-MSG (002)  TO BSE-CODIGO-MENSAJE
                 MOVE WT01-TXT-MSG (002)  TO BSE-DESCR-MENSAJE
                 PERFORM TERMINAR-RUTINA
              WHEN FHA-COD-RESPTA NOT = '00'
                 MOVE 16                  TO BSE-CODIGO-RESPUESTA
                 MOVE WT01-COD-MSG (015)  TO BSE-CODIGO-MENSAJE
                 MOVE WT01-TXT-MSG (015)  TO BSE-DESCR-MENSAJE
                 PERFORM TERMINAR-RUTINA
           END-EVALUATE.
      *--------------*
       GRABAR-RECLAMO.
      *--------------*
           MOVE EIBDATE                TO WE-NRR-FECHA.
           MOVE EIBTASKN               TO WE-NRR-TASK.
           MOVE WE-NRO-RECLAMO         TO RCL-NUMERO.
           EXEC CICS WRITE FILE     ('RECLAMO')
                          FROM       (REG-RECLAMO)
                          LENGTH     (WE-LONG-RCL)
                          RIDFLD     (RCL-NUMERO)
                          RESP       (WE-RC)
           END-EXEC.
           IF WE-RC = DFHRESP(DUPREC) OR DFHRESP(DUPKEY)
              ADD  1                   TO WE-NRR-TASK
              MOVE WE-NRO-RECLAMO      TO RCL-NUMERO
              EXEC CICS WRITE FILE  ('RECLAMO')
                             FROM    (REG-RECLAMO)
                             LENGTH  (WE-LONG-RCL)
                             RIDFLD  (RCL-NUMERO)
                             RESP    (WE-RC)
              END-EXEC
           END-IF.
           IF WE-RC NOT = DFHRESP(NORMAL)
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (010)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (010)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
      *----------------*
       RESOLVER-RECLAMO.
      *----------------*
           IF BSEC041I-NUMERO = SPACES OR
              BSEC041I-DETALLE-RESOL = SPACES
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (011)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (011)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           IF BSEC041I-RESOLUCION NOT = 'F' AND 'B' AND 'P' AND 'D'
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (017)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (017)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           MOVE BSEC041I-NUMERO        TO RCL-NUMERO.
           EXEC CICS READ FILE      ('RECLAMO')
                          INTO       (REG-RECLAMO)
                          RIDFLD     (RCL-NUMERO)
                          UPDATE
                          RESP       (WE-RC)
           END-EXEC.
           IF WE-RC = DFHRESP(NOTFND)
              MOVE 01                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (007)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (007)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           IF WE-RC NOT = DFHRESP(NORMAL)
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (010)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (010)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           IF RCL-ESTADO = 'R'
              EXEC CICS UNLOCK FILE ('RECLAMO')
                               RESP (WE-RC)
              END-EXEC
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (016)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (016)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           MOVE 'R'                    TO RCL-ESTADO.
           MOVE BSEC041I-RESOLUCION    TO RCL-RESOLUCION.
           MOVE BSEC041I-DETALLE-RESOL TO RCL-DETALLE-RESOL.
           MOVE BSE-USER-ID            TO RCL-USER-RESOL.
           MOVE WE-FECHA-HOY           TO RCL-FEC-RESOL.
           EXEC CICS REWRITE FILE   ('RECLAMO')
                          FROM       (REG-RECLAMO)
                          LENGTH     (WE-LONG-RCL)
                          RESP       (WE-RC)
           END-EXEC.
           IF WE-RC NOT = DFHRESP(NORMAL)
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (010)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (010)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           PERFORM  ASIGNA-RECLAMO.
      *-----------------*
       CONSULTAR-RECLAMO.
      *-----------------*
           MOVE BSEC041I-NUMERO        TO RCL-NUMERO.
           EXEC CICS READ FILE      ('RECLAMO')
                          INTO       (REG-RECLAMO)
                          RIDFLD     (RCL-NUMERO)
                          RESP       (WE-RC)
           END-EXEC.
           IF WE-RC = DFHRESP(NOTFND)
              MOVE 01                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (007)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (007)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           IF WE-RC NOT = DFHRESP(NORMAL)
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (010)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (010)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           PERFORM  ASIGNA-RECLAMO.
      *--------------*
       ASIGNA-RECLAMO.
      *--------------*
           MOVE RCL-NUMERO             TO BSEC041O-NUMERO.
           MOVE RCL-TIPO               TO BSEC041O-TIPO.
           MOVE RCL-CTAAFI             TO BSEC041O-CTAAFI.
           MOVE RCL-NUMDOC             TO BSEC041O-NUMDOC.
           MOVE RCL-COD-UNICO          TO BSEC041O-COD-UNICO.
           MOVE RCL-FEC-RECEPCION      TO BSEC041O-FEC-RECEPCION.
           MOVE RCL-PLAZO-DIAS         TO BSEC041O-PLAZO-DIAS.
           MOVE RCL-FEC-VENCE          TO BSEC041O-FEC-VENCE.
           MOVE RCL-ESTADO             TO BSEC041O-ESTADO.
           MOVE RCL-DESCRIPCION        TO BSEC041O-DESCRIPCION.
           MOVE RCL-USER-REGISTRO      TO BSEC041O-USER-REGISTRO.
           MOVE RCL-FEC-REGISTRO       TO BSEC041O-FEC-REGISTRO.
           MOVE RCL-RESOLUCION         TO BSEC041O-RESOLUCION.
           MOVE RCL-DETALLE-RESOL      TO BSEC041O-DETALLE-RESOL.
           MOVE RCL-USER-RESOL         TO BSEC041O-USER-RESOL.
           MOVE RCL-FEC-RESOL          TO BSEC041O-FEC-RESOL.
      *----------------------------*
       VERIFICAR-SOLICITUD-REPETIDA.
      *----------------------------*
      *--- CON ID DE SOLICITUD, UN REINTENTO DEL CANAL CON LOS MISMOS
      *--- DATOS RECIBE LA RESPUESTA ORIGINAL SIN VOLVER A ACTUALIZAR
      *--- Y EL MISMO ID CON OTROS DATOS SE RECHAZA (IDEMLOG)
           MOVE 'C'                    TO IDC-MODO.
           MOVE BSE-USER-ID            TO IDC-USER-ID.
           MOVE BSEC041I-ID-SOLICITUD  TO IDC-ID-SOLICITUD.
           MOVE BSE-CODIGO-OPERACION   TO IDC-OPERACION.
           MOVE BSE-VERSION-OPERACION  TO IDC-VERSION.
           MOVE REG-BSEC041I           TO IDC-ENTRADA.
           PERFORM  LLAMAR-BSEOIDEM.
           EVALUATE IDC-COD-RESPTA
              WHEN '00'
                 MOVE 'R'                 TO WE-SW-IDEMPOTENCIA
              WHEN '04'
                 MOVE IDC-COD-RESPUESTA   TO BSE-CODIGO-RESPUESTA
                 MOVE IDC-COD-MENSAJE     TO BSE-CODIGO-MENSAJE
                 MOVE IDC-DESCR-MENSAJE   TO BSE-DESCR-MENSAJE
                 MOVE IDC-LONGITUD-OUTPUT TO BSE-LONGITUD-OUTPUT
                 MOVE IDC-SALIDA          TO BSE-DATOS
                 PERFORM  TERMINAR-RUTINA
              WHEN '08'
                 MOVE 10                  TO BSE-CODIGO-RESPUESTA
                 MOVE WT01-COD-MSG (012)  TO BSE-CODIGO-MENSAJE
                 MOVE WT01-TXT-MSG (012)  TO BSE-DESCR-MENSAJE
                 PERFORM  TERMINAR-RUTINA
              WHEN '06'
                 MOVE 11                  TO BSE-CODIGO-RESPUESTA
                 MOVE WT01-COD-MSG (013)  TO BSE-CODIGO-MENSAJE
                 MOVE WT01-TXT-MSG (013)  TO BSE-DESCR-MENSAJE
                 PERFORM  TERMINAR-RUTINA
              WHEN OTHER
                 MOVE 16                  TO BSE-CODIGO-RESPUESTA
                 MOVE WT01-COD-MSG (014)  TO BSE-CODIGO-MENSAJE
                 MOVE WT01-TXT-MSG (014)  TO BSE-DESCR-MENSAJE
                 PERFORM  TERMINAR-RUTINA
           END-EVALUATE.
      *----------------------------*
       GRABAR-RESPUESTA-IDEMPOTENTE.
      *----------------------------*
      *--- LA RESPUESTA QUE RECIBE EL CANAL QUEDA GUARDADA PARA LOS
      *--- REINTENTOS CON EL MISMO ID
           MOVE 'G'                    TO WE-SW-IDEMPOTENCIA.
           MOVE 'G'                    TO IDC-MODO.
           MOVE BSE-CODIGO-RESPUESTA   TO IDC-COD-RESPUESTA.
           MOVE BSE-CODIGO-MENSAJE     TO IDC-COD-MENSAJE.
           MOVE BSE-DESCR-MENSAJE      TO IDC-DESCR-MENSAJE.
           MOVE BSE-LONGITUD-OUTPUT    TO IDC-LONGITUD-OUTPUT.
           MOVE BSE-DATOS              TO IDC-SALIDA.
           PERFORM  LLAMAR-BSEOIDEM.
      *---------------*
       LLAMAR-BSEOIDEM.
      *---------------*
           EXEC CICS LINK PROGRAM ('BSEOIDEM')
                          COMMAREA (IDC-COMMAREA)
                          LENGTH   (LENGTH OF IDC-COMMAREA)
                          RESP     (WE-RC)
           END-EXEC.
           IF WE-RC NOT = DFHRESP(NORMAL)
              MOVE '12'                TO IDC-COD-RESPTA
           END-IF.
      *-------------------------*
       VALIDAR-PERMISO-OPERACION.
      *-------------------------*
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
      *-------------------------*
       GRABAR-DENEGACION-PERMISO.
      *-------------------------*
           MOVE BSE-USER-ID            TO SEG-USER-ID.
           MOVE 'BSEO041 '             TO SEG-PROGRAMA.
           MOVE BSEC041I-COD-UNICO     TO SEG-COD-CLIENTE.
           MOVE EIBDATE                TO SEG-FECHA.
           MOVE EIBTIME                TO SEG-HORA.
           EXEC CICS LINK PROGRAM ('BSEOSEGL')
                          COMMAREA (SEG-COMMAREA)
                          LENGTH   (LENGTH OF SEG-COMMAREA)
                          RESP     (WE-RC)
           END-EXEC.
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
                   WX-T-LONG-PARTE-FIJA-TRAMA-OUT
           END-COMPUTE.
           INSPECT REG-BSEC041O REPLACING ALL LOW-VALUES BY SPACES.
           MOVE REG-BSEC041O           TO BSE-DATOS.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           IF WE-SW-IDEMPOTENCIA = 'R'
              PERFORM  GRABAR-RESPUESTA-IDEMPOTENTE
           END-IF.
           PERFORM  GRABAR-AUDITORIA.
           MOVE REG-COMMAREA-BSE       TO DFHCOMMAREA.
           EXEC CICS RETURN
           END-EXEC.
           GOBACK.
      *----------------*
       GRABAR-AUDITORIA.
      *----------------*
           MOVE 'BSEO041'              TO AUD-PROGRAMA.
           MOVE BSE-CODIGO-OPERACION   TO AUD-OPERACION.
           MOVE BSE-USER-ID            TO AUD-USER-ID.
           MOVE BSE-CODIGO-RESPUESTA   TO AUD-COD-RESPUESTA.
           MOVE BSE-CORRELACION        TO AUD-CORRELACION.
           IF BSEC041I-MODO = 'A'
              MOVE BSEC041I-COD-UNICO  TO AUD-COD-CLIENTE
           ELSE
              MOVE BSEC041I-NUMERO     TO AUD-COD-CLIENTE
           END-IF.
           MOVE EIBDATE                TO AUD-FECHA.
           MOVE EIBTIME                TO AUD-HORA.
           EXEC CICS LINK PROGRAM ('BSEAUDIT')
                          COMMAREA (AUD-COMMAREA)
                          LENGTH   (LENGTH OF AUD-COMMAREA)
                          RESP     (WE-RC)
           END-EXEC.
