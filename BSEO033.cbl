************************************************************************
***   * 104658 15/10/26 JCV ID DE SOLICITUD DEL CANAL: EL REINTENTO    *
***   *               RECIBE LA RESPUESTA ORIGINAL (IDEMLOG)           *
***   * 104641 15/10/26 JCV REGISTRO DE GARANTIAS DE CREDITO JUDICIAL  *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** OPERACION MANTENERGARANTIAJUD                              **
*OBJET*** MANTIENE LAS GARANTIAS (HIPOTECAS, PRENDAS, WARRANTS) QUE  **
*OBJET*** RESPALDAN UN CREDITO JUDICIAL: ALTA, MODIFICACION O        **
*OBJET*** RETASACION, BAJA POR LEVANTAMIENTO DEL GRAVAMEN Y CONSULTA **
*OBJET*** DE LAS GARANTIAS DE LA CUENTA (CLAVE CTAAFI MAS NUMERO DE  **
*OBJET*** GARANTIA). LA COBERTURA SE CALCULA EN EL BATCH BSEB056     **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEO033.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       DATA DIVISION.
      *=============*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-RC                   PIC S9(08) COMP VALUE ZEROS.
           02  WE-LONG-GAR             PIC S9(04) COMP VALUE ZEROS.
           02  WE-BLANCO               PIC X(01)  VALUE SPACES.
104658     02  WE-SW-IDEMPOTENCIA      PIC X(01)  VALUE SPACES.
           02  WE-SW-FIN               PIC X(01)  VALUE SPACES.
           02  K                       PIC 9(03)  VALUE ZEROS.
      *------------------ TABLA DE ERRORES ---------------------------*
           COPY BSEM033.
      *------------------ TABLA DE OPERACIONES -----------------------*
           COPY BSETOPER.
      *------------------ REGISTRO DEL ARCHIVO DE GARANTIAS ----------*
           COPY BSEGARRG.
      *------------------ COMMAREA RUTINA BSEOREFT (TABLAS REF.) ------*
           COPY BSEREFCA.
      *------------------ COMMAREA RUTINA BSEOPERM (PERMISOS) ---------*
           COPY BSEPRMCA.
      *------------------ COMMAREA RUTINA BSEOSEGL (SEGURIDAD) --------*
           COPY BSESEGCA.
      *------------------ COMMAREA RUTINA BSEOIDEM (IDEMPOTENCIA) -----*
104658     COPY BSEIDMCA.
      *------------------ COMMAREA -----------------------------------*
           COPY BSECCOM.
      *------------------ ESTRUCTURA DE DATOS DE TRAMAS BSEO033 ------*
           COPY BSEC033I.
           COPY BSEC033O.
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
           MOVE BSE-DATOS              TO REG-BSEC033I.
           MOVE SPACES                 TO BSE-DATOS.
           MOVE SPACES                 TO REG-BSEC033O.
           INITIALIZE                     REG-BSEC033O.
           MOVE LENGTH OF REG-GARANTI  TO WE-LONG-GAR.
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
           IF BSEC033I-CTAAFI = SPACES
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (006)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (006)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
104658     IF BSEC033I-ID-SOLICITUD NOT = SPACES AND
104658        (BSEC033I-MODO = 'A' OR 'M' OR 'B')
104658        PERFORM  VERIFICAR-SOLICITUD-REPETIDA
104658     END-IF.
           EVALUATE BSEC033I-MODO
              WHEN 'A'
                 PERFORM  VALIDAR-DATOS-GARANTIA
                 PERFORM  ALTA-GARANTIA
              WHEN 'M'
                 PERFORM  VALIDAR-DATOS-GARANTIA
                 PERFORM  MODIFICAR-GARANTIA
              WHEN 'B'
                 PERFORM  BAJA-GARANTIA
              WHEN 'C'
                 CONTINUE
              WHEN OTHER
                 MOVE 16                 TO BSE-CODIGO-RESPUESTA
                 MOVE WT01-COD-MSG (004) TO BSE-CODIGO-MENSAJE
                 MOVE WT01-TXT-MSG (004) TO BSE-DESCR-MENSAJE
                 PERFORM TERMINAR-RUTINA
           END-EVALUATE.
      *--- TODA RESPUESTA DEVUELVE LAS GARANTIAS ACTUALES DE LA CUENTA
           PERFORM  CONSULTAR-GARANTIAS.
           PERFORM  ASIGNAR-BSE-DATOS.
      *-----------------*
       VALIDA-ENTIDAD.
      *-----------------*
           MOVE 'B'                    TO REF-MODO.
           MOVE 'ENT'                  TO REF-TABLA.
           MOVE SPACES                 TO REF-CODIGO.
           MOVE BSEC033I-CODENT        TO REF-CODIGO (1:3).
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
      *------------------------*
       VALIDAR-DATOS-GARANTIA.
      *------------------------*
           IF BSEC033I-NRO-GARANTIA     = SPACES         OR
              BSEC033I-PARTIDA          = SPACES         OR
              BSEC033I-TASADOR          = SPACES         OR
              BSEC033I-VALOR-TASACION IS NOT NUMERIC     OR
              BSEC033I-VALOR-TASACION  <= 0              OR
              BSEC033I-FEC-TASACION   IS NOT NUMERIC     OR
              BSEC033I-FEC-TASACION     = 0              OR
              BSEC033I-RANGO          IS NOT NUMERIC     OR
              BSEC033I-RANGO            = 0
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (006)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (006)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           IF BSEC033I-TIPO NOT = 'HIP' AND 'PRV' AND 'PRM' AND
                                  'WAR' AND 'DEP' AND 'OTR'
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (007)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (007)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           MOVE 'B'                    TO REF-MODO.
           MOVE 'MON'                  TO REF-TABLA.
           MOVE SPACES                 TO REF-CODIGO.
           MOVE BSEC033I-MONEDA        TO REF-CODIGO (1:2).
           PERFORM  LLAMAR-BSEOREFT.
           IF REF-COD-RESPTA NOT = '00'
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (011)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (011)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
      *---------------*
       ALTA-GARANTIA.
      *---------------*
           MOVE BSEC033I-CTAAFI        TO GAR-CTAAFI.
           MOVE BSEC033I-NRO-GARANTIA  TO GAR-NRO-GARANTIA.
           PERFORM  MOVER-DATOS-GARANTIA.
           MOVE 'V'                    TO GAR-ESTADO.
           EXEC CICS WRITE FILE     ('GARANTI')
                          FROM       (REG-GARANTI)
                          LENGTH     (WE-LONG-GAR)
                          RIDFLD     (GAR-CLAVE)
                          RESP       (WE-RC)
           END-EXEC.
           EVALUATE TRUE
              WHEN WE-RC = DFHRESP(NORMAL)
                 CONTINUE
              WHEN WE-RC = DFHRESP(DUPREC) OR DFHRESP(DUPKEY)
                 MOVE 16                  TO BSE-CODIGO-RESPUESTA
                 MOVE WT01-COD-MSG (013)  TO BSE-CODIGO-MENSAJE
                 MOVE WT01-TXT-MSG (013)  TO BSE-DESCR-MENSAJE
                 PERFORM TERMINAR-RUTINA
              WHEN OTHER
                 MOVE 16                  TO BSE-CODIGO-RESPUESTA
                 MOVE WT01-COD-MSG (010)  TO BSE-CODIGO-MENSAJE
                 MOVE WT01-TXT-MSG (010)  TO BSE-DESCR-MENSAJE
                 PERFORM TERMINAR-RUTINA
           END-EVALUATE.
      *--------------------*
       MODIFICAR-GARANTIA.
      *--------------------*
      *--- LA RETASACION REEMPLAZA VALOR, FECHA Y TASADOR; NO SE
      *--- MODIFICA UNA GARANTIA YA LEVANTADA
           PERFORM  LEER-GARANTIA-UPDATE.
           IF GAR-ESTADO = 'L'
              EXEC CICS UNLOCK FILE ('GARANTI')
                               RESP (WE-RC)
              END-EXEC
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (015)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (015)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           PERFORM  MOVER-DATOS-GARANTIA.
           PERFORM  REGRABAR-GARANTIA.
      *---------------*
       BAJA-GARANTIA.
      *---------------*
      *--- EL LEVANTAMIENTO NO BORRA EL REGISTRO: QUEDA CON ESTADO 'L'
      *--- Y DEJA DE CONTAR EN LA COBERTURA
           IF BSEC033I-NRO-GARANTIA = SPACES
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (006)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (006)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           PERFORM  LEER-GARANTIA-UPDATE.
           MOVE 'L'                    TO GAR-ESTADO.
           MOVE BSE-USER-ID            TO GAR-USER-ID.
           MOVE EIBDATE                TO GAR-FECHA.
           MOVE EIBTIME                TO GAR-HORA.
           PERFORM  REGRABAR-GARANTIA.
      *----------------------*
       LEER-GARANTIA-UPDATE.
      *----------------------*
           MOVE BSEC033I-CTAAFI        TO GAR-CTAAFI.
           MOVE BSEC033I-NRO-GARANTIA  TO GAR-NRO-GARANTIA.
           EXEC CICS READ FILE      ('GARANTI')
                          INTO       (REG-GARANTI)
                          LENGTH     (WE-LONG-GAR)
                          RIDFLD     (GAR-CLAVE)
                          UPDATE
                          RESP       (WE-RC)
           END-EXEC.
           EVALUATE TRUE
              WHEN WE-RC = DFHRESP(NORMAL)
                 CONTINUE
              WHEN WE-RC = DFHRESP(NOTFND)
                 MOVE 16                  TO BSE-CODIGO-RESPUESTA
                 MOVE WT01-COD-MSG (014)  TO BSE-CODIGO-MENSAJE
                 MOVE WT01-TXT-MSG (014)  TO BSE-DESCR-MENSAJE
                 PERFORM TERMINAR-RUTINA
              WHEN OTHER
                 MOVE 16                  TO BSE-CODIGO-RESPUESTA
                 MOVE WT01-COD-MSG (010)  TO BSE-CODIGO-MENSAJE
                 MOVE WT01-TXT-MSG (010)  TO BSE-DESCR-MENSAJE
                 PERFORM TERMINAR-RUTINA
           END-EVALUATE.
      *-------------------*
       REGRABAR-GARANTIA.
      *-------------------*
           EXEC CICS REWRITE FILE   ('GARANTI')
                          FROM       (REG-GARANTI)
                          LENGTH     (WE-LONG-GAR)
                          RESP       (WE-RC)
           END-EXEC.
           IF WE-RC NOT = DFHRESP(NORMAL)
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (010)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (010)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
      *----------------------*
       MOVER-DATOS-GARANTIA.
      *----------------------*
           MOVE BSEC033I-TIPO          TO GAR-TIPO.
           MOVE BSEC033I-PARTIDA       TO GAR-PARTIDA.
           MOVE BSEC033I-VALOR-TASACION
                                       TO GAR-VALOR-TASACION.
           MOVE BSEC033I-MONEDA        TO GAR-MONEDA.
           MOVE BSEC033I-FEC-TASACION  TO GAR-FEC-TASACION.
           MOVE BSEC033I-TASADOR       TO GAR-TASADOR.
           MOVE BSEC033I-RANGO         TO GAR-RANGO.
           MOVE BSE-USER-ID            TO GAR-USER-ID.
           MOVE EIBDATE                TO GAR-FECHA.
           MOVE EIBTIME                TO GAR-HORA.
      *---------------------*
       CONSULTAR-GARANTIAS.
      *---------------------*
           MOVE BSEC033I-CTAAFI        TO BSEC033O-CTAAFI.
           MOVE 0                      TO K.
           MOVE BSEC033I-CTAAFI        TO GAR-CTAAFI.
           MOVE LOW-VALUES             TO GAR-NRO-GARANTIA.
           EXEC CICS STARTBR FILE   ('GARANTI')
                             RIDFLD (GAR-CLAVE)
                             GTEQ
                             RESP   (WE-RC)
           END-EXEC.
           IF WE-RC = DFHRESP(NORMAL)
              MOVE 'N'                 TO WE-SW-FIN
              PERFORM UNTIL WE-SW-FIN = 'S'
                 EXEC CICS READNEXT FILE   ('GARANTI')
                                    INTO   (REG-GARANTI)
                                    LENGTH (WE-LONG-GAR)
                                    RIDFLD (GAR-CLAVE)
                                    RESP   (WE-RC)
                 END-EXEC
                 IF WE-RC = DFHRESP(NORMAL) AND
                    GAR-CTAAFI = BSEC033I-CTAAFI AND
                    K < 10
                    ADD  1             TO K
                    PERFORM  ASIGNA-GARANTIA
                 ELSE
                    MOVE 'S'           TO WE-SW-FIN
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE ('GARANTI')
                              RESP (WE-RC)
              END-EXEC
           END-IF.
           MOVE K                      TO BSEC033O-CANT-GARANTIAS.
           IF K = 0
              MOVE 01                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (012)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (012)  TO BSE-DESCR-MENSAJE
           END-IF.
      *-----------------*
       ASIGNA-GARANTIA.
      *-----------------*
           MOVE GAR-NRO-GARANTIA       TO BSEC033O-NRO-GARANTIA   (K).
           MOVE GAR-TIPO               TO BSEC033O-TIPO           (K).
           MOVE GAR-PARTIDA            TO BSEC033O-PARTIDA        (K).
           MOVE GAR-VALOR-TASACION     TO BSEC033O-VALOR-TASACION (K).
           MOVE GAR-MONEDA             TO BSEC033O-MONEDA         (K).
           MOVE GAR-FEC-TASACION       TO BSEC033O-FEC-TASACION   (K).
           MOVE GAR-TASADOR            TO BSEC033O-TASADOR        (K).
           MOVE GAR-RANGO              TO BSEC033O-RANGO          (K).
           MOVE GAR-ESTADO             TO BSEC033O-ESTADO         (K).
      *------------------------------*
104658 VERIFICAR-SOLICITUD-REPETIDA.
      *------------------------------*
104658*--- CON ID DE SOLICITUD, UN REINTENTO DEL CANAL CON LOS MISMOS
104658*--- DATOS RECIBE LA RESPUESTA ORIGINAL SIN VOLVER A ACTUALIZAR
104658*--- Y EL MISMO ID CON OTROS DATOS SE RECHAZA (IDEMLOG)
104658     MOVE 'C'                    TO IDC-MODO.
104658     MOVE BSE-USER-ID            TO IDC-USER-ID.
104658     MOVE BSEC033I-ID-SOLICITUD  TO IDC-ID-SOLICITUD.
104658     MOVE BSE-CODIGO-OPERACION   TO IDC-OPERACION.
104658     MOVE BSE-VERSION-OPERACION  TO IDC-VERSION.
104658     MOVE REG-BSEC033I           TO IDC-ENTRADA.
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
104658*------ LA LISTA QUE NO ENTRA EN IDEMLOG SE VUELVE A LEER
104658           IF IDC-LONGITUD-OUTPUT - WX-LONG-HEADER-BSETOPER >
104658              LENGTH OF IDC-SALIDA
104658              PERFORM  CONSULTAR-GARANTIAS
104658              PERFORM  ASIGNAR-BSE-DATOS
104658           END-IF
104658           PERFORM  TERMINAR-RUTINA
104658        WHEN '08'
104658           MOVE 10                  TO BSE-CODIGO-RESPUESTA
104658           MOVE WT01-COD-MSG (016)  TO BSE-CODIGO-MENSAJE
104658           MOVE WT01-TXT-MSG (016)  TO BSE-DESCR-MENSAJE
104658           PERFORM  TERMINAR-RUTINA
104658        WHEN '06'
104658           MOVE 11                  TO BSE-CODIGO-RESPUESTA
104658           MOVE WT01-COD-MSG (017)  TO BSE-CODIGO-MENSAJE
104658           MOVE WT01-TXT-MSG (017)  TO BSE-DESCR-MENSAJE
104658           PERFORM  TERMINAR-RUTINA
104658        WHEN OTHER
104658           MOVE 16                  TO BSE-CODIGO-RESPUESTA
104658           MOVE WT01-COD-MSG (018)  TO BSE-CODIGO-MENSAJE
104658           MOVE WT01-TXT-MSG (018)  TO BSE-DESCR-MENSAJE
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
           MOVE 'BSEO033 '             TO SEG-PROGRAMA.
           MOVE BSEC033I-CTAAFI        TO SEG-COD-CLIENTE.
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
                   WX-T-LONG-PARTE-FIJA-TRAMA-OUT +
                  (BSEC033O-CANT-GARANTIAS        *
                   WX-T-LONG-CADA-OCCUR-TRAMA-OUT)
           END-COMPUTE.
           INSPECT REG-BSEC033O REPLACING ALL LOW-VALUES BY SPACES.
           MOVE REG-BSEC033O           TO BSE-DATOS.
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
           MOVE 'BSEO033'              TO AUD-PROGRAMA.
           MOVE BSE-CODIGO-OPERACION   TO AUD-OPERACION.
           MOVE BSE-USER-ID            TO AUD-USER-ID.
           MOVE BSE-CODIGO-RESPUESTA   TO AUD-COD-RESPUESTA.
           MOVE BSE-CORRELACION        TO AUD-CORRELACION.
           MOVE BSEC033I-CTAAFI        TO AUD-COD-CLIENTE.
           MOVE EIBDATE                TO AUD-FECHA.
           MOVE EIBTIME                TO AUD-HORA.
           EXEC CICS LINK PROGRAM ('BSEAUDIT')
                          COMMAREA (AUD-COMMAREA)
                          LENGTH   (LENGTH OF AUD-COMMAREA)
                          RESP     (WE-RC)
           END-EXEC.
