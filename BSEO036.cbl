************************************************************************
***   * 104658 15/10/26 JCV ID DE SOLICITUD DEL CANAL: EL REINTENTO    *
***   *               RECIBE LA RESPUESTA ORIGINAL (IDEMLOG)           *
***   * 104649 15/10/26 JCV COTIZACION DE CANCELACION ANTICIPADA DE    *
***   *               LETRAS Y FACTURAS DESCONTADAS CON NUMERO         *
***   *               RECUPERABLE EN PREDLOG                           *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** OPERACION COTIZARCANCELANTICIPDESC                         **
*OBJET*** COTIZA LA CANCELACION DE UN DOCUMENTO DESCONTADO A UNA     **
*OBJET*** FECHA (CORRIDA A DIA HABIL POR BSEOFERD) CON LOS DATOS DE  **
*OBJET*** LA TRAMA 029: CAPITAL (SALDO), DEVOLUCION DEL INTERES      **
*OBJET*** DIFERIDO POR LOS DIAS QUE SE ANTICIPA Y, SI EL DOCUMENTO   **
*OBJET*** YA VENCIO, INTERES COMPENSATORIO Y MORATORIO A LA FECHA.   **
*OBJET*** LA COTIZACION QUEDA EN PREDLOG Y SE RECUPERA CON MODO 'R'  **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEO036.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       DATA DIVISION.
      *=============*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-RC                   PIC S9(08) COMP VALUE ZEROS.
           02  WE-BLANCO               PIC X(01)  VALUE SPACES.
104658     02  WE-SW-IDEMPOTENCIA      PIC X(01)  VALUE SPACES.
           02  WE-FECHA-HOY            PIC 9(08)  VALUE ZEROS.
           02  WE-ABSTIME              PIC S9(15) COMP-3 VALUE ZEROS.
           02  WE-SW-BISIESTO          PIC X(01)  VALUE SPACES.
           02  WE-ANIO-ANT             PIC 9(04)  VALUE ZEROS.
           02  WE-COCIENTE-4           PIC 9(04)  VALUE ZEROS.
           02  WE-COCIENTE-100         PIC 9(04)  VALUE ZEROS.
           02  WE-COCIENTE-400         PIC 9(04)  VALUE ZEROS.
           02  WE-COCIENTE             PIC 9(04)  VALUE ZEROS.
           02  WE-RESTO                PIC 9(04)  VALUE ZEROS.
           02  WE-NUM-DIA              PIC 9(07)  VALUE ZEROS.
           02  WE-NUM-HOY              PIC 9(07)  VALUE ZEROS.
           02  WE-NUM-VCTO             PIC 9(07)  VALUE ZEROS.
           02  WE-NUM-CANCELA          PIC 9(07)  VALUE ZEROS.
           02  WE-DIAS-VENC-HOY        PIC 9(05)  VALUE ZEROS.
       01  WE-NRO-COTIZACION.
           02  WE-NRC-FECHA            PIC 9(07)  VALUE ZEROS.
           02  WE-NRC-TASK             PIC 9(07)  VALUE ZEROS.
       01  WE-FECHA-TRAB               PIC 9(08)  VALUE ZEROS.
       01  FILLER  REDEFINES  WE-FECHA-TRAB.
           02  WE-FT-AAAA              PIC 9(04).
           02  WE-FT-MM                PIC 9(02).
           02  WE-FT-DD                PIC 9(02).
       01  WE-TABLA-ACUMULADOS.
           02  FILLER                  PIC X(36)  VALUE
               '000031059090120151181212243273304334'.
       01  WE-ACUMULADOS-RED  REDEFINES  WE-TABLA-ACUMULADOS.
           02  WE-ACU-DIAS  OCCURS  12  TIMES
                                       PIC 9(03).
      *------------------ TABLA DE ERRORES ---------------------------*
           COPY BSEM036.
      *------------------ TABLA DE OPERACIONES -----------------------*
           COPY BSETOPER.
      *--- COPY PARA RUTINA CLLOCRM02 ($CL) --------------------------*
           COPY CL02CRM.
      *------------------ COMMAREA RUTINA BSEOREFT (TABLAS REF.) ------*
           COPY BSEREFCA.
      *------------------ COTIZACION DE CANCELACION ANTICIPADA --------*
           COPY BSEPDLRG.
      *------------------ COMMAREA RUTINA BSEOFERD (DIA HABIL) --------*
           COPY BSEFERCA.
      *------------------ COMMAREA RUTINA BSEOPERM (PERMISOS) ---------*
           COPY BSEPRMCA.
      *------------------ COMMAREA RUTINA BSEOSEGL (SEGURIDAD) --------*
           COPY BSESEGCA.
      *------------------ COMMAREA RUTINA BSEOIDEM (IDEMPOTENCIA) -----*
104658     COPY BSEIDMCA.
      *------------------ COMMAREA -----------------------------------*
           COPY BSECCOM.
      *------------------ ESTRUCTURA DE DATOS DE TRAMAS BSEO036 ------*
           COPY BSEC036I.
           COPY BSEC036O.
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
           MOVE BSE-DATOS              TO REG-BSEC036I.
           MOVE SPACES                 TO BSE-DATOS.
           MOVE SPACES                 TO REG-BSEC036O.
           INITIALIZE                     REG-BSEC036O.
           INITIALIZE                     REG-PREDLOG.
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
              MOVE WT01-COD-MSG (005)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (005)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           PERFORM  VALIDAR-PERMISO-OPERACION.
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
           PERFORM  VALIDA-ENTIDAD.
104658     IF BSEC036I-ID-SOLICITUD NOT = SPACES AND
104658        BSEC036I-MODO-COTIZACION NOT = 'R'
104658        PERFORM  VERIFICAR-SOLICITUD-REPETIDA
104658     END-IF.
           IF BSEC036I-MODO-COTIZACION = 'R'
              PERFORM  RECUPERAR-COTIZACION
           ELSE
              PERFORM  VALIDAR-DATOS-COTIZACION
              PERFORM  CORRER-FECHA-HABIL
              PERFORM  CONSULTAR-DOCUMENTO
      *------ SOLO SE COTIZA UN DOCUMENTO ENCONTRADO EN LA TRAMA 029
              IF BSE-CODIGO-RESPUESTA = 00
                 PERFORM  CALCULAR-CANCELACION
                 PERFORM  GRABAR-COTIZACION
              END-IF
           END-IF.
           PERFORM  ASIGNAR-BSE-DATOS.
      *-----------------*
       VALIDA-ENTIDAD.
      *-----------------*
           MOVE 'B'                    TO REF-MODO.
           MOVE 'ENT'                  TO REF-TABLA.
           MOVE SPACES                 TO REF-CODIGO.
           MOVE BSEC036I-CODENT        TO REF-CODIGO (1:3).
           PERFORM  LLAMAR-BSEOREFT.
           IF REF-COD-RESPTA NOT = '00'
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (006)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (006)  TO BSE-DESCR-MENSAJE
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
      *--------------------------*
       VALIDAR-DATOS-COTIZACION.
      *--------------------------*
           IF BSEC036I-TI-DOCU-PR = SPACES OR
              BSEC036I-NU-DOCU-PR = SPACES
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (011)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (011)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           IF BSEC036I-FEC-CANCELACION IS NOT NUMERIC
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (012)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (012)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
      *--- SIN FECHA SE COTIZA LA CANCELACION DEL DIA
           IF BSEC036I-FEC-CANCELACION = 0
              MOVE WE-FECHA-HOY        TO BSEC036I-FEC-CANCELACION
           END-IF.
           MOVE BSEC036I-FEC-CANCELACION TO BSEC036O-FEC-SOLICITADA.
      *---------------------*
       CORRER-FECHA-HABIL.
      *---------------------*
      *--- LA CANCELACION NO PUEDE CAER SABADO, DOMINGO NI FERIADO: SE
      *--- COTIZA AL PROXIMO DIA HABIL Y SE AVISA EL CORRIMIENTO. SI LA
      *--- RUTINA NO RESPONDE SE COTIZA LA FECHA PEDIDA
           INITIALIZE                     FHA-COMMAREA.
           MOVE BSEC036I-FEC-CANCELACION TO FHA-FECHA-IN.
           MOVE ZEROS                  TO FHA-DIAS-SUMAR.
           EXEC CICS LINK PROGRAM ('BSEOFERD')
                          COMMAREA (FHA-COMMAREA)
                          LENGTH   (LENGTH OF FHA-COMMAREA)
                          RESP     (WE-RC)
           END-EXEC.
           EVALUATE TRUE
              WHEN WE-RC NOT = DFHRESP(NORMAL)
                 MOVE BSEC036I-FEC-CANCELACION
                                       TO BSEC036O-FEC-CANCELACION
                 MOVE SPACES           TO BSEC036O-FLAG-MOVIDA
              WHEN FHA-COD-RESPTA = '00'
                 MOVE FHA-FECHA-HABIL  TO BSEC036O-FEC-CANCELACION
                 MOVE FHA-FLAG-MOVIDA  TO BSEC036O-FLAG-MOVIDA
              WHEN OTHER
                 MOVE 16                  TO BSE-CODIGO-RESPUESTA
                 MOVE WT01-COD-MSG (012)  TO BSE-CODIGO-MENSAJE
                 MOVE WT01-TXT-MSG (012)  TO BSE-DESCR-MENSAJE
                 PERFORM TERMINAR-RUTINA
           END-EVALUATE.
           IF BSEC036O-FEC-CANCELACION < WE-FECHA-HOY
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (012)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (012)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
      *---------------------*
       CONSULTAR-DOCUMENTO.
      *---------------------*
           INITIALIZE                     CRM-CO-COMMAREA.
           MOVE 029                    TO CRM-CO-NRO-TRAMA.
           MOVE BSEC036I-ID-APLI       TO CRM-CO-ID-APLI.
           MOVE BSEC036I-CODENT        TO CRM-CO-ID-BANCO.
           MOVE BSEC036I-TI-DOCU-PR    TO CRM-CO-TIPDOC.
           MOVE BSEC036I-NU-DOCU-PR    TO CRM-CO-NUMERO.
           EXEC CICS LINK PROGRAM ('CLOCRM02')
                          COMMAREA(CRM-CO-COMMAREA)
                          LENGTH  (LENGTH OF CRM-CO-COMMAREA)
                          RESP    (WE-RC)
           END-EXEC.
           IF WE-RC NOT = DFHRESP(NORMAL)
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (004)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (004)  TO BSE-DESCR-MENSAJE
              MOVE 'CLOCRM02'          TO BSE-DESCR-MENSAJE (26:8)
              PERFORM  TERMINAR-RUTINA
           END-IF.
           EVALUATE  CRM-CO-COD-RETORNO
              WHEN +0000
                    CONTINUE
              WHEN  OTHER
                    MOVE WT01-COD-MSG (003) TO BSE-CODIGO-MENSAJE
                    MOVE CRM-CO-MENSAJE     TO WT01-MSG-DSC (003)
                    MOVE WT01-TXT-MSG (003) TO BSE-DESCR-MENSAJE
                    IF CRM-CO-MENSAJE (1:19) = 'DOCUMENTO NO EXISTE' OR
                       CRM-CO-MENSAJE (1:18) = 'REGISTRO NO EXISTE'
                       MOVE 01              TO BSE-CODIGO-RESPUESTA
                    ELSE
                       MOVE 16              TO BSE-CODIGO-RESPUESTA
                       PERFORM  TERMINAR-RUTINA
                    END-IF
           END-EVALUATE.
      *----------------------*
       CALCULAR-CANCELACION.
      *----------------------*
      *--- UN DOCUMENTO CANCELADO O DEVUELTO YA NO TIENE QUE PAGARSE
           IF CRM-CO-SITUAC-29 = 'C' OR CRM-CO-FEC-DEVCAN-29 > 0
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (013)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (013)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           MOVE CRM-CO-NUMERO-29       TO BSEC036O-NROINT.
           MOVE CRM-CO-MONEDA-29       TO BSEC036O-MONEDA.
           MOVE CRM-CO-FEC-VCTO-29     TO BSEC036O-FECVCTO.
           MOVE CRM-CO-DIAS-ORIG       TO BSEC036O-DIASORI.
           MOVE CRM-CO-DIAS-PEN        TO BSEC036O-DIASPEN.
           MOVE CRM-CO-SALDO-29        TO BSEC036O-CAPITAL.
           MOVE CRM-CO-INT-DIFORI      TO BSEC036O-INTDIFORI.
           MOVE ZEROS                  TO BSEC036O-INT-REBAJA
                                          BSEC036O-INTCOMP
                                          BSEC036O-INTMORA
                                          BSEC036O-DIAS-ANTICIPO
                                          BSEC036O-DIAS-VENCIDO.
           MOVE 'N'                    TO BSEC036O-FLAG-VENCIDO.
           MOVE WE-FECHA-HOY           TO WE-FECHA-TRAB.
           PERFORM  CALCULAR-NUMERO-DIA.
           MOVE WE-NUM-DIA             TO WE-NUM-HOY.
           MOVE BSEC036O-FEC-CANCELACION TO WE-FECHA-TRAB.
           PERFORM  CALCULAR-NUMERO-DIA.
           MOVE WE-NUM-DIA             TO WE-NUM-CANCELA.
           MOVE CRM-CO-FEC-VCTO-29     TO WE-FECHA-TRAB.
           PERFORM  CALCULAR-NUMERO-DIA.
           MOVE WE-NUM-DIA             TO WE-NUM-VCTO.
           IF WE-NUM-VCTO = 0
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (015)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (015)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           IF WE-NUM-CANCELA < WE-NUM-VCTO
              PERFORM  CALCULAR-DEVOLUCION
           ELSE
              PERFORM  CALCULAR-ATRASO
           END-IF.
           COMPUTE BSEC036O-TOTPAGAR = BSEC036O-CAPITAL
                                     - BSEC036O-INT-REBAJA
                                     + BSEC036O-INTCOMP
                                     + BSEC036O-INTMORA
           END-COMPUTE.
      *---------------------*
       CALCULAR-DEVOLUCION.
      *---------------------*
      *--- EL INTERES DIFERIDO SE COBRO POR ADELANTADO SOBRE LOS DIAS
      *--- ORIGINALES: SE DEVUELVE LA PARTE DE LOS DIAS QUE SE ANTICIPA,
      *--- SIN PASAR DE LOS DIAS PENDIENTES QUE INFORMA LA TRAMA
           COMPUTE BSEC036O-DIAS-ANTICIPO = WE-NUM-VCTO - WE-NUM-CANCELA
           END-COMPUTE.
           IF BSEC036O-DIAS-ANTICIPO > BSEC036O-DIASPEN
              MOVE BSEC036O-DIASPEN    TO BSEC036O-DIAS-ANTICIPO
           END-IF.
           IF BSEC036O-DIAS-ANTICIPO > BSEC036O-DIASORI
              MOVE BSEC036O-DIASORI    TO BSEC036O-DIAS-ANTICIPO
           END-IF.
           IF BSEC036O-DIASORI > 0
              COMPUTE BSEC036O-INT-REBAJA ROUNDED =
                      BSEC036O-INTDIFORI * BSEC036O-DIAS-ANTICIPO
                                         / BSEC036O-DIASORI
              END-COMPUTE
           END-IF.
      *-----------------*
       CALCULAR-ATRASO.
      *-----------------*
      *--- SIN ATRASO HOY, UNA FECHA PEDIDA DESPUES DEL VENCIMIENTO NO
      *--- ES CANCELACION ANTICIPADA; SI SOLO EL CORRIMIENTO A DIA
      *--- HABIL LA PASO DEL VENCIMIENTO SE COTIZA EL CAPITAL SIN MORA
           IF WE-NUM-HOY NOT > WE-NUM-VCTO
              IF BSEC036O-FEC-SOLICITADA > BSEC036O-FECVCTO
                 MOVE 16                  TO BSE-CODIGO-RESPUESTA
                 MOVE WT01-COD-MSG (014)  TO BSE-CODIGO-MENSAJE
                 MOVE WT01-TXT-MSG (014)  TO BSE-DESCR-MENSAJE
                 PERFORM TERMINAR-RUTINA
              END-IF
           ELSE
      *------ VENCIDO: LOS INTERESES DE LA TRAMA ESTAN AL DIA DE HOY Y
      *------ SE PROYECTAN EN PROPORCION A LOS DIAS DE ATRASO A LA FECHA
              MOVE 'S'                 TO BSEC036O-FLAG-VENCIDO
              COMPUTE BSEC036O-DIAS-VENCIDO = WE-NUM-CANCELA
                                            - WE-NUM-VCTO
              END-COMPUTE
              COMPUTE WE-DIAS-VENC-HOY = WE-NUM-HOY - WE-NUM-VCTO
              END-COMPUTE
              COMPUTE BSEC036O-INTCOMP ROUNDED =
                      CRM-CO-INT-COMPEN * BSEC036O-DIAS-VENCIDO
                                        / WE-DIAS-VENC-HOY
              END-COMPUTE
              COMPUTE BSEC036O-INTMORA ROUNDED =
                      CRM-CO-INT-MORAT  * BSEC036O-DIAS-VENCIDO
                                        / WE-DIAS-VENC-HOY
              END-COMPUTE
           END-IF.
      *---------------------*
       CALCULAR-NUMERO-DIA.
      *---------------------*
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
      *--------------------*
       VERIFICAR-BISIESTO.
      *--------------------*
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
      *---------------------*
       GRABAR-COTIZACION.
      *---------------------*
           MOVE EIBDATE                TO WE-NRC-FECHA.
           MOVE EIBTASKN               TO WE-NRC-TASK.
           MOVE WE-NRO-COTIZACION      TO PREDLOG-NRO-COTIZACION.
           MOVE BSEC036I-TI-DOCU-PR    TO PREDLOG-TI-DOCU.
           MOVE BSEC036I-NU-DOCU-PR    TO PREDLOG-NU-DOCU.
           MOVE BSEC036O-NROINT        TO PREDLOG-NROINT.
           MOVE BSEC036O-MONEDA        TO PREDLOG-MONEDA.
           MOVE BSEC036O-FECVCTO       TO PREDLOG-FECVCTO.
           MOVE BSEC036O-FEC-SOLICITADA TO PREDLOG-FEC-SOLICITADA.
           MOVE BSEC036O-FEC-CANCELACION TO PREDLOG-FEC-CANCELACION.
           MOVE BSEC036O-FLAG-MOVIDA   TO PREDLOG-FLAG-MOVIDA.
           MOVE BSEC036O-DIASORI       TO PREDLOG-DIASORI.
           MOVE BSEC036O-DIASPEN       TO PREDLOG-DIASPEN.
           MOVE BSEC036O-DIAS-ANTICIPO TO PREDLOG-DIAS-ANTICIPO.
           MOVE BSEC036O-DIAS-VENCIDO  TO PREDLOG-DIAS-VENCIDO.
           MOVE BSEC036O-CAPITAL       TO PREDLOG-CAPITAL.
           MOVE BSEC036O-INTDIFORI     TO PREDLOG-INTDIFORI.
           MOVE BSEC036O-INT-REBAJA    TO PREDLOG-INT-REBAJA.
           MOVE BSEC036O-INTCOMP       TO PREDLOG-INTCOMP.
           MOVE BSEC036O-INTMORA       TO PREDLOG-INTMORA.
           MOVE BSEC036O-TOTPAGAR      TO PREDLOG-TOTPAGAR.
           MOVE BSE-USER-ID            TO PREDLOG-USER-ID.
           MOVE EIBDATE                TO PREDLOG-FECHA.
           MOVE EIBTIME                TO PREDLOG-HORA.
           MOVE SPACES                 TO PREDLOG-ESTADO.
           EXEC CICS WRITE FILE     ('PREDLOG')
                          FROM       (REG-PREDLOG)
                          LENGTH     (LENGTH OF REG-PREDLOG)
                          RIDFLD     (PREDLOG-NRO-COTIZACION)
                          RESP       (WE-RC)
           END-EXEC.
           IF WE-RC = DFHRESP(DUPREC) OR DFHRESP(DUPKEY)
              ADD  1                   TO WE-NRC-TASK
              MOVE WE-NRO-COTIZACION   TO PREDLOG-NRO-COTIZACION
              EXEC CICS WRITE FILE  ('PREDLOG')
                             FROM    (REG-PREDLOG)
                             LENGTH  (LENGTH OF REG-PREDLOG)
                             RIDFLD  (PREDLOG-NRO-COTIZACION)
                             RESP    (WE-RC)
              END-EXEC
           END-IF.
           IF WE-RC = DFHRESP(NORMAL)
              MOVE PREDLOG-NRO-COTIZACION
                                       TO BSEC036O-NRO-COTIZACION
           END-IF.
      *------------------------*
       RECUPERAR-COTIZACION.
      *------------------------*
           MOVE BSEC036I-NRO-COTIZACION TO PREDLOG-NRO-COTIZACION.
           EXEC CICS READ FILE      ('PREDLOG')
                          INTO       (REG-PREDLOG)
                          RIDFLD     (PREDLOG-NRO-COTIZACION)
                          RESP       (WE-RC)
           END-EXEC.
           IF WE-RC = DFHRESP(NOTFND)
              MOVE 01                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (007)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (007)  TO BSE-DESCR-MENSAJE
              PERFORM  TERMINAR-RUTINA
           END-IF.
           IF WE-RC NOT = DFHRESP(NORMAL)
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (008)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (008)  TO BSE-DESCR-MENSAJE
              PERFORM  TERMINAR-RUTINA
           END-IF.
           MOVE PREDLOG-NRO-COTIZACION TO BSEC036O-NRO-COTIZACION.
           MOVE PREDLOG-NROINT         TO BSEC036O-NROINT.
           MOVE PREDLOG-MONEDA         TO BSEC036O-MONEDA.
           MOVE PREDLOG-FECVCTO        TO BSEC036O-FECVCTO.
           MOVE PREDLOG-FEC-SOLICITADA TO BSEC036O-FEC-SOLICITADA.
           MOVE PREDLOG-FEC-CANCELACION TO BSEC036O-FEC-CANCELACION.
           MOVE PREDLOG-FLAG-MOVIDA    TO BSEC036O-FLAG-MOVIDA.
           MOVE PREDLOG-DIASORI        TO BSEC036O-DIASORI.
           MOVE PREDLOG-DIASPEN        TO BSEC036O-DIASPEN.
           MOVE PREDLOG-DIAS-ANTICIPO  TO BSEC036O-DIAS-ANTICIPO.
           MOVE PREDLOG-DIAS-VENCIDO   TO BSEC036O-DIAS-VENCIDO.
           MOVE PREDLOG-CAPITAL        TO BSEC036O-CAPITAL.
           MOVE PREDLOG-INTDIFORI      TO BSEC036O-INTDIFORI.
           MOVE PREDLOG-INT-REBAJA     TO BSEC036O-INT-REBAJA.
           MOVE PREDLOG-INTCOMP        TO BSEC036O-INTCOMP.
           MOVE PREDLOG-INTMORA        TO BSEC036O-INTMORA.
           MOVE PREDLOG-TOTPAGAR       TO BSEC036O-TOTPAGAR.
           IF PREDLOG-DIAS-VENCIDO > 0
              MOVE 'S'                 TO BSEC036O-FLAG-VENCIDO
           ELSE
              MOVE 'N'                 TO BSEC036O-FLAG-VENCIDO
           END-IF.
      *------------------------------*
104658 VERIFICAR-SOLICITUD-REPETIDA.
      *------------------------------*
104658*--- CON ID DE SOLICITUD, UN REINTENTO DEL CANAL CON LOS MISMOS
104658*--- DATOS RECIBE LA RESPUESTA ORIGINAL SIN VOLVER A ACTUALIZAR
104658*--- Y EL MISMO ID CON OTROS DATOS SE RECHAZA (IDEMLOG)
104658     MOVE 'C'                    TO IDC-MODO.
104658     MOVE BSE-USER-ID            TO IDC-USER-ID.
104658     MOVE BSEC036I-ID-SOLICITUD  TO IDC-ID-SOLICITUD.
104658     MOVE BSE-CODIGO-OPERACION   TO IDC-OPERACION.
104658     MOVE BSE-VERSION-OPERACION  TO IDC-VERSION.
104658     MOVE REG-BSEC036I           TO IDC-ENTRADA.
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
                 MOVE WT01-COD-MSG (009)  TO BSE-CODIGO-MENSAJE
                 MOVE WT01-TXT-MSG (009)  TO BSE-DESCR-MENSAJE
                 PERFORM  TERMINAR-RUTINA
              WHEN PRM-COD-RESPTA = '06'
                 MOVE 'QUOTA-HORA'     TO SEG-REGLA
                 PERFORM  GRABAR-DENEGACION-PERMISO
                 MOVE 09                  TO BSE-CODIGO-RESPUESTA
                 MOVE WT01-COD-MSG (010)  TO BSE-CODIGO-MENSAJE
                 MOVE WT01-TXT-MSG (010)  TO BSE-DESCR-MENSAJE
                 PERFORM  TERMINAR-RUTINA
           END-EVALUATE.
      *---------------------------*
       GRABAR-DENEGACION-PERMISO.
      *---------------------------*
           MOVE BSE-USER-ID            TO SEG-USER-ID.
           MOVE 'BSEO036 '             TO SEG-PROGRAMA.
           MOVE SPACES                 TO SEG-COD-CLIENTE.
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
           INSPECT REG-BSEC036O REPLACING ALL LOW-VALUES BY SPACES.
           MOVE REG-BSEC036O           TO BSE-DATOS.
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
           MOVE 'BSEO036'              TO AUD-PROGRAMA.
           MOVE BSE-CODIGO-OPERACION   TO AUD-OPERACION.
           MOVE BSE-USER-ID            TO AUD-USER-ID.
           MOVE BSE-CODIGO-RESPUESTA   TO AUD-COD-RESPUESTA.
           MOVE BSE-CORRELACION        TO AUD-CORRELACION.
           MOVE SPACES                 TO AUD-COD-CLIENTE.
           IF BSEC036I-NU-DOCU-PR NOT = SPACES
              MOVE BSEC036I-TI-DOCU-PR TO AUD-COD-CLIENTE (1:2)
              MOVE BSEC036I-NU-DOCU-PR TO AUD-COD-CLIENTE (3:10)
           ELSE
              MOVE PREDLOG-TI-DOCU     TO AUD-COD-CLIENTE (1:2)
              MOVE PREDLOG-NU-DOCU     TO AUD-COD-CLIENTE (3:10)
           END-IF.
           MOVE EIBDATE                TO AUD-FECHA.
           MOVE EIBTIME                TO AUD-HORA.
           EXEC CICS LINK PROGRAM ('BSEAUDIT')
                          COMMAREA (AUD-COMMAREA)
                          LENGTH   (LENGTH OF AUD-COMMAREA)
                          RESP     (WE-RC)
           END-EXEC.
