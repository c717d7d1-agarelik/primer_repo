************************************************************************
***   * 104660 15/10/26 JCV MESA DE DESCUENTOS POR GIRADOR (TRANSACCION*
***   *               DE PANTALLA PARA LOS ANALISTAS DE DESCUENTOS)    *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** TRANSACCION DE LA MESA DE DESCUENTOS. MUESTRA POR           **
*OBJET*** PAGINAS LOS DOCUMENTOS DESCONTADOS DE UN GIRADOR (BSEO007)  **
*OBJET*** CON SU TRAMO DE MORA, RETENCION Y PLAZO DE PROTESTO, Y LA   **
*OBJET*** EXPOSICION DE LOS ACEPTANTES DE LA PAGINA CONTRA SU LIMITE  **
*OBJET*** (ACEPLIM). PF5 MUESTRA EL DETALLE Y LAS CUOTAS PROYECTADAS  **
*OBJET*** DEL DOCUMENTO (BSEO006) Y PF6 COLOCA O LIBERA SU RETENCION  **
*OBJET*** (BSEO028)                                                   **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEO040.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       DATA DIVISION.
      *=============*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-RC                   PIC S9(08) COMP VALUE ZEROS.
           02  WE-LONG-RET             PIC S9(04) COMP VALUE ZEROS.
           02  WE-BLANCO               PIC X(01)  VALUE SPACES.
           02  WE-USER-ID              PIC X(08)  VALUE SPACES.
           02  WE-MSG-GUARDADO         PIC X(70)  VALUE SPACES.
           02  WE-SW-ENCONTRO          PIC X(01)  VALUE SPACES.
           02  WE-SW-CERRADO           PIC X(01)  VALUE SPACES.
           02  WE-SW-CLAVE             PIC X(01)  VALUE SPACES.
           02  WE-ABSTIME              PIC S9(15) COMP-3 VALUE ZEROS.
           02  WE-FECHA-HOY            PIC 9(08)  VALUE ZEROS.
           02  WE-FECVCTO-TRAB         PIC 9(08)  VALUE ZEROS.
           02  WE-DIAS-HOY             PIC 9(07)  VALUE ZEROS.
           02  WE-DIAS-VCTO            PIC 9(07)  VALUE ZEROS.
           02  WE-DIAS-MORA            PIC S9(07) VALUE ZEROS.
           02  WE-DIAS-RESTAN          PIC S9(03) VALUE ZEROS.
      *    MISMO PLAZO POR OMISION QUE LA AGENDA DE PROTESTOS BSEB031
           02  WE-PLAZO-PROTESTO       PIC 9(02)  VALUE 08.
           02  WE-FECHA-TRAB           PIC 9(08)  VALUE ZEROS.
           02  FILLER  REDEFINES  WE-FECHA-TRAB.
               03  WE-FT-AAAA          PIC 9(04).
               03  WE-FT-MM            PIC 9(02).
               03  WE-FT-DD            PIC 9(02).
           02  WE-PRIMERO              PIC 9(02)  VALUE ZEROS.
           02  WE-LINEA-SEL            PIC 9(02)  VALUE ZEROS.
           02  WE-CANT-ALERTAS         PIC 9(02)  VALUE ZEROS.
           02  WE-CANT-OTROS           PIC 9(02)  VALUE ZEROS.
           02  WE-ACEP-TIPDOC          PIC X(02)  VALUE SPACES.
           02  WE-ACEP-NRODOC          PIC X(11)  VALUE SPACES.
           02  WE-MODO-PROY            PIC X(01)  VALUE SPACES.
           02  WE-MSG-CLAVE            PIC X(70)  VALUE
               'INGRESE EL CODIGO UNICO O TIPO Y NUMERO DEL GIRADOR'.
           02  I                       PIC 9(03)  VALUE ZEROS.
           02  J                       PIC 9(03)  VALUE ZEROS.
           02  K                       PIC 9(03)  VALUE ZEROS.
      *    ----------------- CAMPOS PARA BIF DEEDIT -----------------*
           02  WE-SELECCION.
               03  WE-SEL-ALF          PIC X(02).
               03  WE-SEL-NUM          REDEFINES  WE-SEL-ALF
                                       PIC 9(02).
      *------------------ ESTADO DE LA CONVERSACION (COMMAREA) --------*
      *    EL GIRADOR EN PANTALLA, EL PEDIDO A BSEO007 QUE ARMO EL
      *    BLOQUE ACTUAL (HASTA 20 DOCUMENTOS, UNA LLAMADA A CLOCRM02)
      *    Y LA MITAD DEL BLOQUE QUE SE MUESTRA, MAS LOS DOCUMENTOS DE
      *    LAS LINEAS PARA PF5 Y PF6
       01  WE-COMMAREA-GIR.
           02  WE-CA-TIPDOC            PIC X(02).
           02  WE-CA-NUMDOC            PIC X(10).
           02  WE-CA-CODUNI            PIC X(14).
           02  WE-CA-SEC-PEDIDA        PIC X(10).
           02  WE-CA-OPCION            PIC X(04).
           02  WE-CA-SEC-PRIMERO       PIC X(10).
           02  WE-CA-SEC-ULTIMO        PIC X(10).
           02  WE-CA-FLAG-CONT         PIC X(01).
           02  WE-CA-CANT-BLOQUE       PIC 9(02).
           02  WE-CA-MITAD             PIC 9(01).
           02  WE-CA-LINEAS            PIC 9(02).
           02  WE-CA-DOC  OCCURS  10  TIMES.
               03  WE-CA-DOC-PROD      PIC X(04).
               03  WE-CA-DOC-NUMERO    PIC X(10).
      *------------------ ACEPTANTES DE LA PAGINA ---------------------*
       01  WE-TABLA-ACEP.
           02  WE-CANT-ACEP            PIC 9(02)  VALUE ZEROS.
           02  WE-ACE-OCC  OCCURS  4  TIMES.
               03  WE-ACE-NOMBRE       PIC X(40).
               03  WE-ACE-LINEA        PIC 9(02).
       01  WE-TABLA-NOMBRES.
           02  WE-NOM-ACEP  OCCURS  10  TIMES
                                       PIC X(40).
      *------------------ LINEAS DE ARMADO -----------------------------*
       01  WE-LINEA-DOC.
           02  WE-DC-LINEA             PIC Z9     VALUE ZEROS.
           02  FILLER                  PIC X(01)  VALUE SPACES.
           02  WE-DC-NUMERO            PIC X(10)  VALUE SPACES.
           02  FILLER                  PIC X(01)  VALUE SPACES.
           02  WE-DC-PROD              PIC X(04)  VALUE SPACES.
           02  FILLER                  PIC X(01)  VALUE SPACES.
           02  WE-DC-FECVCTO           PIC 9(08)  VALUE ZEROS.
           02  FILLER                  PIC X(01)  VALUE SPACES.
           02  WE-DC-NOMACEP           PIC X(15)  VALUE SPACES.
           02  FILLER                  PIC X(01)  VALUE SPACES.
           02  WE-DC-SITUACION         PIC X(02)  VALUE SPACES.
           02  FILLER                  PIC X(01)  VALUE SPACES.
           02  WE-DC-SALDO             PIC -ZZZZZZZZZ9.99.
           02  FILLER                  PIC X(01)  VALUE SPACES.
           02  WE-DC-TRAMO             PIC X(05)  VALUE SPACES.
           02  FILLER                  PIC X(01)  VALUE SPACES.
           02  WE-DC-RETENCION         PIC X(01)  VALUE SPACES.
           02  FILLER                  PIC X(01)  VALUE SPACES.
           02  WE-DC-PROTESTO          PIC X(09)  VALUE SPACES.
       01  WE-PROTESTO-PLAZO.
           02  WE-PP-TEXTO             PIC X(07)  VALUE SPACES.
           02  WE-PP-DIAS              PIC 9(01)  VALUE ZEROS.
           02  FILLER                  PIC X(01)  VALUE 'D'.
       01  WE-TABLA-TRAMOS.
           02  FILLER                  PIC X(05)  VALUE 'VIGEN'.
           02  FILLER                  PIC X(05)  VALUE '1-30 '.
           02  FILLER                  PIC X(05)  VALUE '31-60'.
           02  FILLER                  PIC X(05)  VALUE '61-90'.
           02  FILLER                  PIC X(05)  VALUE '+90  '.
       01  FILLER  REDEFINES  WE-TABLA-TRAMOS.
           02  WE-TRAMO-TXT  OCCURS  5  TIMES
                                       PIC X(05).
       01  WE-LINEA-EXPOSICION.
           02  WE-EX-NOMBRE            PIC X(16)  VALUE SPACES.
           02  FILLER                  PIC X(05)  VALUE ' DOC '.
           02  WE-EX-CANT              PIC ZZZZ9  VALUE ZEROS.
           02  FILLER                  PIC X(05)  VALUE ' EXP '.
           02  WE-EX-EXPOSICION        PIC -ZZZZZZZZZZ9.99.
           02  FILLER                  PIC X(05)  VALUE ' LIM '.
           02  WE-EX-LIMITE            PIC -ZZZZZZZZZZ9.99.
           02  FILLER                  PIC X(01)  VALUE SPACES.
           02  WE-EX-MONEDA            PIC X(02)  VALUE SPACES.
           02  FILLER                  PIC X(01)  VALUE SPACES.
           02  WE-EX-ESTADO            PIC X(09)  VALUE SPACES.
       01  WE-LINEA-DET1.
           02  FILLER                  PIC X(10)  VALUE 'DOCUMENTO '.
           02  WE-D1-NUMERO            PIC X(10)  VALUE SPACES.
           02  FILLER                  PIC X(11)  VALUE ' ACEPTANTE '.
           02  WE-D1-NOMACEP           PIC X(30)  VALUE SPACES.
           02  FILLER                  PIC X(01)  VALUE SPACES.
           02  WE-D1-TIPDOC            PIC X(02)  VALUE SPACES.
           02  FILLER                  PIC X(01)  VALUE SPACES.
           02  WE-D1-NUMDOC            PIC X(11)  VALUE SPACES.
       01  WE-LINEA-DET2.
           02  FILLER                  PIC X(17)  VALUE
               'IMPORTE ORIGINAL '.
           02  WE-D2-IMPORI            PIC -ZZZZZZZZZZ9.99.
           02  FILLER                  PIC X(08)  VALUE '  SALDO '.
           02  WE-D2-SALACT            PIC -ZZZZZZZZZZ9.99.
           02  FILLER                  PIC X(08)  VALUE '  SOLES '.
           02  WE-D2-SOLES             PIC -ZZZZZZZZZZ9.99.
       01  WE-LINEA-DET3.
           02  FILLER                  PIC X(08)  VALUE 'INGRESO '.
           02  WE-D3-FECING            PIC 9(08)  VALUE ZEROS.
           02  FILLER                  PIC X(08)  VALUE '  VENCE '.
           02  WE-D3-FECVCTO           PIC 9(08)  VALUE ZEROS.
           02  FILLER                  PIC X(08)  VALUE '  RENOV '.
           02  WE-D3-NUMRENO           PIC ZZ9    VALUE ZEROS.
           02  FILLER                  PIC X(02)  VALUE SPACES.
           02  WE-D3-STATUS            PIC X(30)  VALUE SPACES.
       01  WE-LINEA-DET4.
           02  FILLER                  PIC X(12)  VALUE 'INT.COMPENS '.
           02  WE-D4-INTCOMP           PIC -ZZZZZZZZZ9.99.
           02  FILLER                  PIC X(11)  VALUE '  INT.MORA '.
           02  WE-D4-INTMORA           PIC -ZZZZZZZZZ9.99.
           02  FILLER                  PIC X(12)  VALUE '  DIAS PEND '.
           02  WE-D4-DIASPEN           PIC ZZZZ9  VALUE ZEROS.
           02  FILLER                  PIC X(02)  VALUE SPACES.
           02  WE-D4-PROTESTO          PIC X(09)  VALUE SPACES.
       01  WE-LINEA-CUOTAS.
           02  WE-CU-OCC  OCCURS  2  TIMES.
               03  WE-CU-FECHA         PIC 9(08).
               03  WE-CU-MOVIDA        PIC X(01).
               03  FILLER              PIC X(01).
               03  WE-CU-SALDO         PIC -ZZZZZZZZ9.99.
               03  FILLER              PIC X(01).
               03  WE-CU-INTCOMP       PIC -ZZZZZZ9.99.
               03  FILLER              PIC X(04).
      *------------------ MAPA SIMBOLICO ------------------------------*
           COPY BSEGIRM.
      *------------------ REGISTRO DEL ARCHIVO DE RETENCIONES ---------*
           COPY BSERETRG.
      *------------------ REGISTRO DEL ARCHIVO DE LIMITES -------------*
           COPY BSEALMRG.
      *------------------ BUFFER PARA LLAMADAS INTERNAS AL BUS --------*
      *    MISMO LAYOUT DE REG-COMMAREA-BSE (COPY BSECCOM), USADO PARA
      *    ENCADENAR LAS LLAMADAS A BSEO007, BSEO006 Y BSEO028
       01  WK-COMMAREA-BSE.
           02  WK-CODIGO-OPERACION     PIC X(25).
           02  WK-USER-ID              PIC X(08).
           02  WK-CODIGO-RESPUESTA     PIC 9(02).
           02  WK-CODIGO-MENSAJE       PIC 9(03).
           02  WK-DESCR-MENSAJE        PIC X(60).
           02  WK-LONGITUD-OUTPUT      PIC 9(05).
           02  WK-DATOS                PIC X(16259).
           02  WK-CORRELACION          PIC X(20).
           02  WK-VERSION-OPERACION    PIC X(02).
      *------------------ TRAMAS DE LAS RUTINAS ENCADENADAS -----------*
           COPY BSEC006I.
           COPY BSEC006O.
           COPY BSEC007I.
           COPY BSEC007O.
           COPY BSEC028I.
           COPY BSEC028O.
      *------------------ VARIABLE DE CICS ---------------------------*
           COPY DFHAID.
           COPY DFHBMSCA.
      *---------------*
       LINKAGE SECTION.
      *---------------*
       01  DFHCOMMAREA          PIC X(206).
      *------------------*
       PROCEDURE DIVISION.
      *------------------*
           MOVE LENGTH OF REG-RETHOLD  TO WE-LONG-RET.
           EXEC CICS ASSIGN USERID (WE-USER-ID)
           END-EXEC.
           EXEC CICS ASKTIME ABSTIME (WE-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (WE-ABSTIME)
                                YYYYMMDD (WE-FECHA-HOY)
           END-EXEC.
           MOVE WE-FECHA-HOY           TO WE-FECHA-TRAB.
           PERFORM  CALCULAR-DIAS.
           MOVE WE-DIAS-MORA           TO WE-DIAS-HOY.
           IF EIBCALEN = 0
              PERFORM  ENVIAR-PANTALLA-INICIAL
           END-IF.
           MOVE DFHCOMMAREA            TO WE-COMMAREA-GIR.
           PERFORM  RECIBIR-PANTALLA.
           PERFORM  LIMPIAR-LINEAS.
           EVALUATE EIBAID
              WHEN DFHPF3
                 PERFORM  SALIR-TRANSACCION
              WHEN DFHENTER
                 PERFORM  PROCESAR-CONSULTA
              WHEN DFHPF8
                 PERFORM  AVANZAR-PAGINA
              WHEN DFHPF7
                 PERFORM  RETROCEDER-PAGINA
              WHEN DFHPF5
                 PERFORM  MOSTRAR-DETALLE
              WHEN DFHPF6
                 PERFORM  REGISTRAR-RETENCION
                 MOVE GMSGO            TO WE-MSG-GUARDADO
                 PERFORM  REPETIR-PAGINA
                 MOVE WE-MSG-GUARDADO  TO GMSGO
              WHEN OTHER
                 MOVE 'TECLA NO VALIDA - USE ENTER, PF5 A PF8 O PF3'
                                       TO GMSGO
                 PERFORM  REPETIR-PAGINA
           END-EVALUATE.
           PERFORM  REENVIAR-PANTALLA.
      *-----------------------*
       ENVIAR-PANTALLA-INICIAL.
      *-----------------------*
           INITIALIZE                  WE-COMMAREA-GIR.
           MOVE LOW-VALUES             TO BSEGIRMO.
           MOVE WE-MSG-CLAVE           TO GMSGO.
           EXEC CICS SEND MAP    ('BSEGIRM')
                          MAPSET ('BSEGIR')
                          FROM   (BSEGIRMO)
                          ERASE
           END-EXEC.
           EXEC CICS RETURN TRANSID  (EIBTRNID)
                            COMMAREA (WE-COMMAREA-GIR)
                            LENGTH   (LENGTH OF WE-COMMAREA-GIR)
           END-EXEC.
           GOBACK.
      *----------------*
       RECIBIR-PANTALLA.
      *----------------*
           MOVE LOW-VALUES             TO BSEGIRMI.
           EXEC CICS RECEIVE MAP    ('BSEGIRM')
                             MAPSET ('BSEGIR')
                             INTO   (BSEGIRMI)
                             RESP   (WE-RC)
           END-EXEC.
           INSPECT BSEGIRMI REPLACING ALL LOW-VALUES BY SPACES.
      *--------------*
       LIMPIAR-LINEAS.
      *--------------*
           MOVE 0                      TO J.
           PERFORM UNTIL J >= 10
              ADD  1                   TO J
              MOVE SPACES              TO GDOCLINO (J)
           END-PERFORM.
           MOVE 0                      TO J.
           PERFORM UNTIL J >= 4
              ADD  1                   TO J
              MOVE SPACES              TO GACELINO (J)
           END-PERFORM.
           MOVE SPACES                 TO GMSGO.
      *-----------------*
       PROCESAR-CONSULTA.
      *-----------------*
      *--- ENTER CON OTRO GIRADOR EMPIEZA DESDE EL PRIMER DOCUMENTO;
      *--- CON EL MISMO GIRADOR REFRESCA LA PAGINA EN PANTALLA
           PERFORM  TOMAR-GIRADOR.
           IF WE-SW-CLAVE = 'E'
              MOVE WE-MSG-CLAVE        TO GMSGO
           ELSE
              PERFORM  CARGAR-PAGINA
           END-IF.
      *-------------*
       TOMAR-GIRADOR.
      *-------------*
      *--- LOS CAMPOS DE LA CLAVE QUE NO VIAJAN (SIN MODIFICAR) SE
      *--- TOMAN DEL GIRADOR QUE YA ESTA EN PANTALLA
           MOVE 'M'                    TO WE-SW-CLAVE.
           IF GTIPDOCI = SPACES AND GNUMDOCI = SPACES AND
              GCODUNII = SPACES
              MOVE WE-CA-TIPDOC        TO GTIPDOCI
              MOVE WE-CA-NUMDOC        TO GNUMDOCI
              MOVE WE-CA-CODUNI        TO GCODUNII
           END-IF.
           IF GCODUNII = SPACES AND
              (GTIPDOCI = SPACES OR GNUMDOCI = SPACES)
              MOVE 'E'                 TO WE-SW-CLAVE
           ELSE
              IF GTIPDOCI NOT = WE-CA-TIPDOC OR
                 GNUMDOCI NOT = WE-CA-NUMDOC OR
                 GCODUNII NOT = WE-CA-CODUNI
                 MOVE 'N'              TO WE-SW-CLAVE
                 INITIALIZE               WE-COMMAREA-GIR
                 MOVE GTIPDOCI         TO WE-CA-TIPDOC
                 MOVE GNUMDOCI         TO WE-CA-NUMDOC
                 MOVE GCODUNII         TO WE-CA-CODUNI
                 MOVE '0000000000'     TO WE-CA-SEC-PEDIDA
                 MOVE 'NEXT'           TO WE-CA-OPCION
                 MOVE 1                TO WE-CA-MITAD
              END-IF
           END-IF.
      *--------------*
       AVANZAR-PAGINA.
      *--------------*
           PERFORM  TOMAR-GIRADOR.
           EVALUATE TRUE
              WHEN WE-SW-CLAVE = 'E'
                 MOVE WE-MSG-CLAVE     TO GMSGO
              WHEN WE-SW-CLAVE = 'N'
                 PERFORM  CARGAR-PAGINA
              WHEN WE-CA-MITAD = 1 AND WE-CA-CANT-BLOQUE > 10
                 MOVE 2                TO WE-CA-MITAD
                 PERFORM  CARGAR-PAGINA
              WHEN WE-CA-FLAG-CONT = 'U' OR WE-CA-CANT-BLOQUE < 20
                 PERFORM  CARGAR-PAGINA
                 MOVE 'NO HAY MAS DOCUMENTOS DEL GIRADOR'
                                       TO GMSGO
              WHEN OTHER
                 MOVE WE-CA-SEC-ULTIMO TO WE-CA-SEC-PEDIDA
                 MOVE 'NEXT'           TO WE-CA-OPCION
                 MOVE 1                TO WE-CA-MITAD
                 PERFORM  CARGAR-PAGINA
           END-EVALUATE.
      *-----------------*
       RETROCEDER-PAGINA.
      *-----------------*
           PERFORM  TOMAR-GIRADOR.
           EVALUATE TRUE
              WHEN WE-SW-CLAVE = 'E'
                 MOVE WE-MSG-CLAVE     TO GMSGO
              WHEN WE-SW-CLAVE = 'N'
                 PERFORM  CARGAR-PAGINA
              WHEN WE-CA-MITAD = 2
                 MOVE 1                TO WE-CA-MITAD
                 PERFORM  CARGAR-PAGINA
              WHEN WE-CA-SEC-PEDIDA = '0000000000' AND
                   WE-CA-OPCION = 'NEXT'
                 PERFORM  CARGAR-PAGINA
                 MOVE 'ESTA ES LA PRIMERA PAGINA DEL GIRADOR'
                                       TO GMSGO
              WHEN OTHER
                 MOVE WE-CA-SEC-PRIMERO TO WE-CA-SEC-PEDIDA
                 MOVE 'PREV'           TO WE-CA-OPCION
                 MOVE 2                TO WE-CA-MITAD
                 PERFORM  CARGAR-PAGINA
      *--------- ANTES DEL PRIMER BLOQUE NO HAY DOCUMENTOS: SE VUELVE
      *--------- AL COMIENZO DE LA CARTERA DEL GIRADOR
                 IF WE-CA-CANT-BLOQUE = 0
                    MOVE '0000000000'  TO WE-CA-SEC-PEDIDA
                    MOVE 'NEXT'        TO WE-CA-OPCION
                    MOVE 1             TO WE-CA-MITAD
                    PERFORM  CARGAR-PAGINA
                    MOVE 'ESTA ES LA PRIMERA PAGINA DEL GIRADOR'
                                       TO GMSGO
                 END-IF
           END-EVALUATE.
      *--------------*
       REPETIR-PAGINA.
      *--------------*
           IF WE-CA-CANT-BLOQUE > 0
              PERFORM  CARGAR-PAGINA
           END-IF.
      *-------------*
       CARGAR-PAGINA.
      *-------------*
      *--- EL BLOQUE SE VUELVE A PEDIR CON LA MISMA SECUENCIA Y SE
      *--- MUESTRA LA MITAD QUE CORRESPONDE (10 LINEAS POR PAGINA)
           PERFORM  LIMPIAR-LINEAS.
           MOVE 0                      TO WE-CA-CANT-BLOQUE.
           MOVE 0                      TO WE-CA-LINEAS.
           PERFORM  LLAMAR-BSEO007.
           IF WK-CODIGO-RESPUESTA = 00
              MOVE BSEC007O-SECUENCIA-PRIMERO TO WE-CA-SEC-PRIMERO
              MOVE BSEC007O-SECUENCIA-ULTIMO  TO WE-CA-SEC-ULTIMO
              MOVE BSEC007O-FLAG-CONTINUIDAD  TO WE-CA-FLAG-CONT
              MOVE BSEC007O-CANTIDAD-ACEP     TO WE-CA-CANT-BLOQUE
              IF WE-CA-MITAD = 2 AND WE-CA-CANT-BLOQUE <= 10
                 MOVE 1                TO WE-CA-MITAD
              END-IF
              PERFORM  ARMAR-LISTA
              PERFORM  ARMAR-EXPOSICION
           ELSE
              MOVE WK-DESCR-MENSAJE    TO GMSGO
           END-IF.
      *--------------*
       LLAMAR-BSEO007.
      *--------------*
           INITIALIZE                  WK-COMMAREA-BSE.
           MOVE 'CONSULTARDOCUMENTOSPORGIR'
                                       TO WK-CODIGO-OPERACION.
           MOVE WE-USER-ID             TO WK-USER-ID.
           INITIALIZE                  REG-BSEC007I.
           MOVE '$PR'                  TO BSEC007I-ID-APLI.
           MOVE '003'                  TO BSEC007I-CODENT.
           MOVE WE-CA-CODUNI           TO BSEC007I-CODIGO-UNICO.
           MOVE WE-CA-SEC-PEDIDA       TO BSEC007I-SECUENCIA-PR.
           MOVE WE-CA-OPCION           TO BSEC007I-OPCION-NEXT-PREV.
           MOVE WE-CA-TIPDOC           TO BSEC007I-TI-DOCU-PR.
           MOVE WE-CA-NUMDOC           TO BSEC007I-NU-DOCU-PR.
           MOVE 'N'                    TO BSEC007I-MODO-EXPOSICION.
           MOVE 'D'                    TO BSEC007I-MODO-BUSQUEDA.
      *--- UN BLOQUE DE LA RUTINA POR LLAMADA: LA PAGINA DE PANTALLA
      *--- ES LA MITAD DEL BLOQUE
           MOVE 20                     TO BSEC007I-MAX-OCCURS-CANAL.
           MOVE REG-BSEC007I           TO WK-DATOS.
           EXEC CICS LINK PROGRAM ('BSEO007')
                          COMMAREA (WK-COMMAREA-BSE)
                          LENGTH   (LENGTH OF WK-COMMAREA-BSE)
                          RESP     (WE-RC)
           END-EXEC.
           IF WE-RC NOT = DFHRESP(NORMAL)
              MOVE 16                  TO WK-CODIGO-RESPUESTA
              MOVE 'NO SE PUDO CONSULTAR LOS DOCUMENTOS (BSEO007)'
                                       TO WK-DESCR-MENSAJE
           END-IF.
           MOVE WK-DATOS               TO REG-BSEC007O.
      *-----------*
       ARMAR-LISTA.
      *-----------*
           COMPUTE WE-PRIMERO = (WE-CA-MITAD - 1) * 10
           END-COMPUTE.
           MOVE 0                      TO WE-CANT-ALERTAS.
           MOVE 0                      TO J.
           PERFORM UNTIL J >= 10 OR
                         WE-PRIMERO + J >= WE-CA-CANT-BLOQUE
              ADD  1                   TO J
              COMPUTE I = WE-PRIMERO + J
              END-COMPUTE
              MOVE J                   TO WE-CA-LINEAS
              MOVE BSEC007O-PROD    (I) TO WE-CA-DOC-PROD   (J)
              MOVE BSEC007O-AUTOGEN (I) TO WE-CA-DOC-NUMERO (J)
              MOVE BSEC007O-NOMACEP (I) TO WE-NOM-ACEP      (J)
              PERFORM  ARMAR-LINEA-DOCUMENTO
           END-PERFORM.
           IF WE-CA-LINEAS = 0
              MOVE 'EL GIRADOR NO TIENE DOCUMENTOS DESCONTADOS'
                                       TO GMSGO
           END-IF.
           IF WE-CANT-ALERTAS > 0
              MOVE SPACES              TO GMSGO
              STRING WE-CANT-ALERTAS  DELIMITED BY SIZE
                     ' DOCUMENTO(S) A 48 HORAS DEL PLAZO DE PROTESTO'
                                      DELIMITED BY SIZE
                     INTO GMSGO
              END-STRING
           END-IF.
      *---------------------*
       ARMAR-LINEA-DOCUMENTO.
      *---------------------*
           MOVE J                      TO WE-DC-LINEA.
           MOVE BSEC007O-AUTOGEN   (I) TO WE-DC-NUMERO.
           MOVE BSEC007O-PROD      (I) TO WE-DC-PROD.
           MOVE BSEC007O-FECVCTO   (I) TO WE-DC-FECVCTO.
           MOVE BSEC007O-NOMACEP   (I) TO WE-DC-NOMACEP.
           MOVE BSEC007O-SITUACION (I) TO WE-DC-SITUACION.
           MOVE BSEC007O-SALACT    (I) TO WE-DC-SALDO.
           MOVE BSEC007O-FECVCTO   (I) TO WE-FECVCTO-TRAB.
           MOVE 'N'                    TO WE-SW-CERRADO.
           IF BSEC007O-SITUACION (I) = 'CA' OR 'PG'
              MOVE 'S'                 TO WE-SW-CERRADO
           END-IF.
           PERFORM  CLASIFICAR-DOCUMENTO.
           PERFORM  BUSCAR-RETENCION.
           MOVE WE-LINEA-DOC           TO GDOCLINO (J).
      *--------------------*
       CLASIFICAR-DOCUMENTO.
      *--------------------*
      *--- TRAMO DE MORA CON LOS CORTES DEL MODO ANTIGUEDAD DE BSEO007
      *--- Y PLAZO DE PROTESTO CON EL CRITERIO DE LA AGENDA BSEB031,
      *--- AMBOS EN DIAS DE ANIO COMERCIAL; UN DOCUMENTO CANCELADO O
      *--- PAGADO NO TIENE TRAMO NI PLAZO
           MOVE SPACES                 TO WE-DC-TRAMO.
           MOVE SPACES                 TO WE-DC-PROTESTO.
           IF WE-SW-CERRADO = 'N' AND WE-FECVCTO-TRAB > 0
              MOVE WE-FECVCTO-TRAB     TO WE-FECHA-TRAB
              PERFORM  CALCULAR-DIAS
              MOVE WE-DIAS-MORA        TO WE-DIAS-VCTO
              COMPUTE WE-DIAS-MORA = WE-DIAS-HOY - WE-DIAS-VCTO
              END-COMPUTE
              EVALUATE TRUE
                 WHEN WE-DIAS-MORA <= 0
                    MOVE WE-TRAMO-TXT (1) TO WE-DC-TRAMO
                 WHEN WE-DIAS-MORA <= 30
                    MOVE WE-TRAMO-TXT (2) TO WE-DC-TRAMO
                 WHEN WE-DIAS-MORA <= 60
                    MOVE WE-TRAMO-TXT (3) TO WE-DC-TRAMO
                 WHEN WE-DIAS-MORA <= 90
                    MOVE WE-TRAMO-TXT (4) TO WE-DC-TRAMO
                 WHEN OTHER
                    MOVE WE-TRAMO-TXT (5) TO WE-DC-TRAMO
              END-EVALUATE
              COMPUTE WE-DIAS-RESTAN = WE-PLAZO-PROTESTO - WE-DIAS-MORA
              END-COMPUTE
              EVALUATE TRUE
                 WHEN WE-DIAS-MORA <= 0
                    MOVE 'VIGENTE'     TO WE-DC-PROTESTO
                 WHEN WE-DIAS-RESTAN < 0
                    MOVE 'PERDIDO'     TO WE-DC-PROTESTO
                 WHEN WE-DIAS-RESTAN <= 2
                    ADD  1             TO WE-CANT-ALERTAS
                    MOVE 'ALERTA'      TO WE-PP-TEXTO
                    MOVE WE-DIAS-RESTAN TO WE-PP-DIAS
                    MOVE WE-PROTESTO-PLAZO TO WE-DC-PROTESTO
                 WHEN OTHER
                    MOVE 'PLAZO'       TO WE-PP-TEXTO
                    MOVE WE-DIAS-RESTAN TO WE-PP-DIAS
                    MOVE WE-PROTESTO-PLAZO TO WE-DC-PROTESTO
              END-EVALUATE
           END-IF.
      *-------------*
       CALCULAR-DIAS.
      *-------------*
      *--- DIAS APROXIMADOS (ANIO COMERCIAL)
           COMPUTE WE-DIAS-MORA = (WE-FT-AAAA * 360) +
                                  (WE-FT-MM   * 30)  +
                                   WE-FT-DD
           END-COMPUTE.
      *----------------*
       BUSCAR-RETENCION.
      *----------------*
      *--- LA RETENCION VIGENTE DE RETHOLD (BSEO028) SE MUESTRA AUNQUE
      *--- EL FLAG DE CRM TODAVIA NO LA REFLEJE
           MOVE BSEC007O-FLAGRET   (I) TO WE-DC-RETENCION.
           MOVE BSEC007O-AUTOGEN   (I) TO RET-NUMERO.
           EXEC CICS READ FILE      ('RETHOLD')
                          INTO       (REG-RETHOLD)
                          RIDFLD     (RET-NUMERO)
                          RESP       (WE-RC)
           END-EXEC.
           IF WE-RC = DFHRESP(NORMAL) AND RET-ESTADO = 'V'
              MOVE 'S'                 TO WE-DC-RETENCION
           END-IF.
      *----------------*
       ARMAR-EXPOSICION.
      *----------------*
      *--- ACEPTANTES DISTINTOS DE LA PAGINA (HASTA CUATRO): EL
      *--- DOCUMENTO DE IDENTIDAD SALE DE BSEO006 SOBRE SU PRIMER
      *--- DOCUMENTO Y LA EXPOSICION TOTAL DEL MODO EXPOSICION DE
      *--- BSEO007, QUE LA COMPARA CONTRA ACEPLIM
           MOVE 0                      TO WE-CANT-ACEP.
           MOVE 0                      TO WE-CANT-OTROS.
           MOVE 0                      TO J.
           PERFORM UNTIL J >= WE-CA-LINEAS
              ADD  1                   TO J
              PERFORM  AGREGAR-ACEPTANTE
           END-PERFORM.
           MOVE 0                      TO K.
           PERFORM UNTIL K >= WE-CANT-ACEP
              ADD  1                   TO K
              MOVE WE-ACE-LINEA (K)    TO J
              MOVE WE-ACE-NOMBRE (K)   TO WE-EX-NOMBRE
              PERFORM  EXPONER-ACEPTANTE
              MOVE WE-LINEA-EXPOSICION TO GACELINO (K)
           END-PERFORM.
           IF WE-CANT-OTROS > 0 AND GMSGO = SPACES
              STRING 'LA PAGINA TIENE ' DELIMITED BY SIZE
                     WE-CANT-OTROS      DELIMITED BY SIZE
                     ' ACEPTANTE(S) MAS: VEA EL DETALLE CON PF5'
                                        DELIMITED BY SIZE
                     INTO GMSGO
              END-STRING
           END-IF.
      *-----------------*
       AGREGAR-ACEPTANTE.
      *-----------------*
           MOVE 'N'                    TO WE-SW-ENCONTRO.
           MOVE 0                      TO K.
           PERFORM UNTIL K >= WE-CANT-ACEP OR WE-SW-ENCONTRO = 'S'
              ADD  1                   TO K
              IF WE-ACE-NOMBRE (K) = WE-NOM-ACEP (J)
                 MOVE 'S'              TO WE-SW-ENCONTRO
              END-IF
           END-PERFORM.
           IF WE-SW-ENCONTRO = 'N'
              IF WE-CANT-ACEP < 4
                 ADD  1                TO WE-CANT-ACEP
                 MOVE WE-NOM-ACEP (J)  TO WE-ACE-NOMBRE (WE-CANT-ACEP)
                 MOVE J                TO WE-ACE-LINEA  (WE-CANT-ACEP)
              ELSE
                 ADD  1                TO WE-CANT-OTROS
              END-IF
           END-IF.
      *-----------------*
       EXPONER-ACEPTANTE.
      *-----------------*
      *--- J ES LA LINEA DE UN DOCUMENTO DEL ACEPTANTE
           MOVE SPACES                 TO WE-EX-MONEDA.
           MOVE SPACES                 TO WE-EX-ESTADO.
           MOVE ZEROS                  TO WE-EX-CANT.
           MOVE ZEROS                  TO WE-EX-EXPOSICION.
           MOVE ZEROS                  TO WE-EX-LIMITE.
           MOVE SPACE                  TO WE-MODO-PROY.
           PERFORM  LLAMAR-BSEO006.
           IF WK-CODIGO-RESPUESTA NOT = 00
              MOVE 'SIN DOC.'          TO WE-EX-ESTADO
           ELSE
              MOVE BSEC006O-TIPDOCACEP TO WE-ACEP-TIPDOC
              MOVE BSEC006O-NUMDOCACEP TO WE-ACEP-NRODOC
              PERFORM  CALCULAR-EXPOSICION
           END-IF.
      *-------------------*
       CALCULAR-EXPOSICION.
      *-------------------*
           INITIALIZE                  WK-COMMAREA-BSE.
           MOVE 'CONSULTARDOCUMENTOSPORGIR'
                                       TO WK-CODIGO-OPERACION.
           MOVE WE-USER-ID             TO WK-USER-ID.
           INITIALIZE                  REG-BSEC007I.
           MOVE '$PR'                  TO BSEC007I-ID-APLI.
           MOVE '003'                  TO BSEC007I-CODENT.
           MOVE '0000000000'           TO BSEC007I-SECUENCIA-PR.
           MOVE 'NEXT'                 TO BSEC007I-OPCION-NEXT-PREV.
           MOVE WE-ACEP-TIPDOC         TO BSEC007I-TI-DOCU-PR.
           MOVE WE-ACEP-NRODOC (1:10)  TO BSEC007I-NU-DOCU-PR.
           MOVE 'S'                    TO BSEC007I-MODO-EXPOSICION.
           MOVE 'D'                    TO BSEC007I-MODO-BUSQUEDA.
           MOVE REG-BSEC007I           TO WK-DATOS.
           EXEC CICS LINK PROGRAM ('BSEO007')
                          COMMAREA (WK-COMMAREA-BSE)
                          LENGTH   (LENGTH OF WK-COMMAREA-BSE)
                          RESP     (WE-RC)
           END-EXEC.
           IF WE-RC NOT = DFHRESP(NORMAL)
              MOVE 16                  TO WK-CODIGO-RESPUESTA
           END-IF.
           MOVE WK-DATOS               TO REG-BSEC007O.
           IF WK-CODIGO-RESPUESTA > 01
              MOVE 'SIN EXPOS'         TO WE-EX-ESTADO
           ELSE
              MOVE BSEC007O-EXPOSICION-CANT TO WE-EX-CANT
      *------ LA EXPOSICION SE MUESTRA EN LA MONEDA DEL LIMITE: 'SO'
      *------ (O SIN LIMITE) EN SOLES, OTRA MONEDA EN ORIGEN
              MOVE WE-ACEP-TIPDOC      TO ALIM-TIPDOC
              MOVE SPACES              TO ALIM-NRODOC
              MOVE WE-ACEP-NRODOC (1:10) TO ALIM-NRODOC (1:10)
              EXEC CICS READ FILE   ('ACEPLIM')
                             INTO    (REG-ACEPLIM)
                             RIDFLD  (ALIM-CLAVE)
                             RESP    (WE-RC)
              END-EXEC
              IF WE-RC = DFHRESP(NORMAL)
                 MOVE ALIM-LIMITE      TO WE-EX-LIMITE
                 MOVE ALIM-MONEDA      TO WE-EX-MONEDA
                 IF ALIM-MONEDA = 'SO'
                    MOVE BSEC007O-EXPOSICION-SOLES TO WE-EX-EXPOSICION
                 ELSE
                    MOVE BSEC007O-EXPOSICION-TOTAL TO WE-EX-EXPOSICION
                 END-IF
                 IF BSEC007O-FLAG-SOBRELIMITE = 'S'
                    MOVE 'EXCEDIDO'    TO WE-EX-ESTADO
                 ELSE
                    MOVE 'DENTRO'      TO WE-EX-ESTADO
                 END-IF
              ELSE
                 MOVE 'SO'             TO WE-EX-MONEDA
                 MOVE BSEC007O-EXPOSICION-SOLES TO WE-EX-EXPOSICION
                 MOVE 'SIN LIM.'       TO WE-EX-ESTADO
              END-IF
              IF BSEC007O-CAMBIO-INCOMPLETO = 'S' AND
                 WE-EX-MONEDA = 'SO' AND
                 BSEC007O-FLAG-SOBRELIMITE NOT = 'S'
                 MOVE 'FALTA TC'       TO WE-EX-ESTADO
              END-IF
           END-IF.
      *--------------*
       LLAMAR-BSEO006.
      *--------------*
      *--- J ES LA LINEA DEL DOCUMENTO; EL TIPO VA EN LAS DOS PRIMERAS
      *--- POSICIONES DEL PRODUCTO, COMO EN EL CIERRE DE BSEB066
           INITIALIZE                  WK-COMMAREA-BSE.
           MOVE 'CONSULTARDESCUENTOLETRAFA'
                                       TO WK-CODIGO-OPERACION.
           MOVE WE-USER-ID             TO WK-USER-ID.
           INITIALIZE                  REG-BSEC006I.
           MOVE WE-MODO-PROY           TO BSEC006I-MODO-PROY.
           MOVE '$PR'                  TO BSEC006I-ID-APLI.
           MOVE '003'                  TO BSEC006I-CODENT.
           MOVE WE-CA-DOC-PROD   (J) (1:2) TO BSEC006I-TI-DOCU-PR.
           MOVE WE-CA-DOC-NUMERO (J)   TO BSEC006I-NU-DOCU-PR.
           MOVE REG-BSEC006I           TO WK-DATOS.
           EXEC CICS LINK PROGRAM ('BSEO006')
                          COMMAREA (WK-COMMAREA-BSE)
                          LENGTH   (LENGTH OF WK-COMMAREA-BSE)
                          RESP     (WE-RC)
           END-EXEC.
           IF WE-RC NOT = DFHRESP(NORMAL)
              MOVE 16                  TO WK-CODIGO-RESPUESTA
              MOVE 'NO SE PUDO CONSULTAR EL DOCUMENTO (BSEO006)'
                                       TO WK-DESCR-MENSAJE
           END-IF.
           MOVE WK-DATOS               TO REG-BSEC006O.
      *-----------*
       TOMAR-LINEA.
      *-----------*
      *--- LA LINEA ELEGIDA DEBE ESTAR ENTRE LAS DE LA PAGINA
           MOVE 0                      TO WE-LINEA-SEL.
           IF WE-CA-LINEAS = 0
              MOVE 'CONSULTE PRIMERO LOS DOCUMENTOS DEL GIRADOR'
                                       TO GMSGO
           ELSE
              MOVE GLINSELI            TO WE-SEL-ALF
              EXEC CICS BIF DEEDIT FIELD (WE-SELECCION)
                                   LENGTH(2)
              END-EXEC
              IF WE-SEL-NUM = 0 OR WE-SEL-NUM > WE-CA-LINEAS
                 MOVE 'INDIQUE EN LINEA UN DOCUMENTO DE LA PAGINA'
                                       TO GMSGO
              ELSE
                 MOVE WE-SEL-NUM       TO WE-LINEA-SEL
              END-IF
           END-IF.
      *---------------*
       MOSTRAR-DETALLE.
      *---------------*
      *--- EL AREA DE DOCUMENTOS MUESTRA EL DETALLE Y LAS CUOTAS
      *--- PROYECTADAS; ENTER VUELVE A LA PAGINA
           PERFORM  TOMAR-LINEA.
           IF WE-LINEA-SEL = 0
              MOVE GMSGO               TO WE-MSG-GUARDADO
              PERFORM  REPETIR-PAGINA
              MOVE WE-MSG-GUARDADO     TO GMSGO
           ELSE
              MOVE WE-LINEA-SEL        TO J
              MOVE 'P'                 TO WE-MODO-PROY
              PERFORM  LLAMAR-BSEO006
              IF WK-CODIGO-RESPUESTA NOT = 00
                 MOVE WK-DESCR-MENSAJE TO WE-MSG-GUARDADO
                 PERFORM  REPETIR-PAGINA
                 MOVE WE-MSG-GUARDADO  TO GMSGO
              ELSE
                 PERFORM  ARMAR-DETALLE
                 MOVE BSEC006O-NOMACEP    TO WE-EX-NOMBRE
                 MOVE BSEC006O-TIPDOCACEP TO WE-ACEP-TIPDOC
                 MOVE BSEC006O-NUMDOCACEP TO WE-ACEP-NRODOC
                 PERFORM  CALCULAR-EXPOSICION
                 MOVE WE-LINEA-EXPOSICION TO GACELINO (1)
                 MOVE 'DETALLE DEL DOCUMENTO - ENTER VUELVE A LA LISTA'
                                       TO GMSGO
              END-IF
           END-IF.
      *-------------*
       ARMAR-DETALLE.
      *-------------*
           MOVE WE-CA-DOC-NUMERO (J)   TO WE-D1-NUMERO.
           MOVE BSEC006O-NOMACEP       TO WE-D1-NOMACEP.
           MOVE BSEC006O-TIPDOCACEP    TO WE-D1-TIPDOC.
           MOVE BSEC006O-NUMDOCACEP    TO WE-D1-NUMDOC.
           MOVE WE-LINEA-DET1          TO GDOCLINO (1).
           MOVE BSEC006O-IMPORI        TO WE-D2-IMPORI.
           MOVE BSEC006O-SALACT        TO WE-D2-SALACT.
           MOVE BSEC006O-SALACT-SOLES  TO WE-D2-SOLES.
           MOVE WE-LINEA-DET2          TO GDOCLINO (2).
           MOVE BSEC006O-FECING        TO WE-D3-FECING.
           MOVE BSEC006O-FECVCTO       TO WE-D3-FECVCTO.
           MOVE BSEC006O-NUMRENO       TO WE-D3-NUMRENO.
           MOVE BSEC006O-STATUS        TO WE-D3-STATUS.
           MOVE WE-LINEA-DET3          TO GDOCLINO (3).
           MOVE BSEC006O-INTCOMP       TO WE-D4-INTCOMP.
           MOVE BSEC006O-INTMORA       TO WE-D4-INTMORA.
           MOVE BSEC006O-DIASPEN       TO WE-D4-DIASPEN.
           MOVE BSEC006O-FECVCTO       TO WE-FECVCTO-TRAB.
           MOVE 'N'                    TO WE-SW-CERRADO.
           IF BSEC006O-FECCANC > 0 OR BSEC006O-FECDEVO > 0
              MOVE 'S'                 TO WE-SW-CERRADO
           END-IF.
           PERFORM  CLASIFICAR-DOCUMENTO.
           MOVE WE-DC-PROTESTO         TO WE-D4-PROTESTO.
           MOVE WE-LINEA-DET4          TO GDOCLINO (4).
           IF BSEC006O-CANT-CUOTAS-PROY = 0
              MOVE 'SIN CUOTAS PROYECTADAS (NO QUEDAN DIAS PENDIENTES)'
                                       TO GDOCLINO (5)
           ELSE
              MOVE 'CUOTAS: FECHA, SALDO E INTERES (* = CORRIDA)'
                                       TO GDOCLINO (5)
           END-IF.
           MOVE SPACES                 TO WE-LINEA-CUOTAS.
           MOVE 0                      TO I.
           MOVE 0                      TO K.
           PERFORM UNTIL I >= BSEC006O-CANT-CUOTAS-PROY OR I >= 10
              ADD  1                   TO I
              ADD  1                   TO K
              MOVE BSEC006O-PROY-FECHA   (I) TO WE-CU-FECHA   (K)
              MOVE SPACE                     TO WE-CU-MOVIDA  (K)
              IF BSEC006O-PROY-MOVIDA (I) = 'S'
                 MOVE '*'                    TO WE-CU-MOVIDA  (K)
              END-IF
              MOVE BSEC006O-PROY-SALDO   (I) TO WE-CU-SALDO   (K)
              MOVE BSEC006O-PROY-INTCOMP (I) TO WE-CU-INTCOMP (K)
              IF K = 2 OR I >= BSEC006O-CANT-CUOTAS-PROY
                 COMPUTE K = 5 + ((I + 1) / 2)
                 END-COMPUTE
                 MOVE WE-LINEA-CUOTAS  TO GDOCLINO (K)
                 MOVE SPACES           TO WE-LINEA-CUOTAS
                 MOVE 0                TO K
              END-IF
           END-PERFORM.
      *-------------------*
       REGISTRAR-RETENCION.
      *-------------------*
      *--- COLOCA ('A') O LIBERA ('L') LA RETENCION DEL DOCUMENTO DE
      *--- LA LINEA CON BSEO028; EL USUARIO QUEDA COMO AUTORIZANTE
           PERFORM  TOMAR-LINEA.
           EVALUATE TRUE
              WHEN WE-LINEA-SEL = 0
                 CONTINUE
              WHEN GACCRETI NOT = 'A' AND GACCRETI NOT = 'L'
                 MOVE 'RETENCION: A PARA COLOCAR O L PARA LIBERAR'
                                       TO GMSGO
              WHEN GFECRETI NOT = SPACES AND GFECRETI IS NOT NUMERIC
                 MOVE 'VENCIMIENTO DE LA RETENCION DEBE SER AAAAMMDD'
                                       TO GMSGO
              WHEN OTHER
                 PERFORM  LLAMAR-BSEO028
           END-EVALUATE.
      *--------------*
       LLAMAR-BSEO028.
      *--------------*
           INITIALIZE                  WK-COMMAREA-BSE.
           MOVE 'REGISTRARRETENCIONDOC'
                                       TO WK-CODIGO-OPERACION.
           MOVE WE-USER-ID             TO WK-USER-ID.
           INITIALIZE                  REG-BSEC028I.
           MOVE GACCRETI               TO BSEC028I-MODO.
           MOVE '003'                  TO BSEC028I-CODENT.
           MOVE WE-CA-DOC-NUMERO (WE-LINEA-SEL)
                                       TO BSEC028I-NUMERO.
           MOVE GMOTRETI               TO BSEC028I-MOTIVO.
           MOVE ZEROS                  TO BSEC028I-FEC-EXPIRA.
           IF GFECRETI NOT = SPACES
              MOVE GFECRETI            TO BSEC028I-FEC-EXPIRA
           END-IF.
           MOVE REG-BSEC028I           TO WK-DATOS.
           EXEC CICS LINK PROGRAM ('BSEO028')
                          COMMAREA (WK-COMMAREA-BSE)
                          LENGTH   (LENGTH OF WK-COMMAREA-BSE)
                          RESP     (WE-RC)
           END-EXEC.
           EVALUATE TRUE
              WHEN WE-RC NOT = DFHRESP(NORMAL)
                 MOVE 'NO SE PUDO REGISTRAR LA RETENCION (BSEO028)'
                                       TO GMSGO
              WHEN WK-CODIGO-RESPUESTA NOT = 00
                 MOVE WK-DESCR-MENSAJE TO GMSGO
              WHEN OTHER
                 IF GACCRETI = 'A'
                    MOVE 'RETENCION COLOCADA'  TO GMSGO
                 ELSE
                    MOVE 'RETENCION LIBERADA'  TO GMSGO
                 END-IF
                 MOVE SPACES           TO GACCRETO
                 MOVE SPACES           TO GMOTRETO
                 MOVE SPACES           TO GFECRETO
           END-EVALUATE.
      *-----------------*
       REENVIAR-PANTALLA.
      *-----------------*
      *--- LA CLAVE SE REPONE SIEMPRE CON EL GIRADOR DE LA PAGINA
           MOVE WE-CA-TIPDOC           TO GTIPDOCO.
           MOVE WE-CA-NUMDOC           TO GNUMDOCO.
           MOVE WE-CA-CODUNI           TO GCODUNIO.
           EXEC CICS SEND MAP    ('BSEGIRM')
                          MAPSET ('BSEGIR')
                          FROM   (BSEGIRMO)
                          DATAONLY
           END-EXEC.
           EXEC CICS RETURN TRANSID  (EIBTRNID)
                            COMMAREA (WE-COMMAREA-GIR)
                            LENGTH   (LENGTH OF WE-COMMAREA-GIR)
           END-EXEC.
           GOBACK.
      *-----------------*
       SALIR-TRANSACCION.
      *-----------------*
           EXEC CICS SEND TEXT FROM   (WE-BLANCO)
                               LENGTH (01)
                               ERASE
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.
           GOBACK.
