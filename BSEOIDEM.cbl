************************************************************************
***   * 104658 15/10/26 JCV RUTINA DE IDEMPOTENCIA POR ID DE SOLICITUD *
***   *               DE LAS OPERACIONES DE ACTUALIZACION              *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** RUTINA DE IDEMPOTENCIA DE LAS OPERACIONES DEL BUS           **
*OBJET*** (ARCHIVO IDEMLOG, CLAVE USUARIO + ID DE SOLICITUD). UN ID   **
*OBJET*** NUEVO QUEDA RESERVADO EN PROCESO ('00'); REPETIDO CON LA    **
*OBJET*** MISMA OPERACION Y TRAMA DEVUELVE LA RESPUESTA ORIGINAL      **
*OBJET*** ('04'); CON OTROS DATOS SE RECHAZA ('08'). EN MODO 'G' LA   **
*OBJET*** OPERACION GRABA LA RESPUESTA QUE DEVOLVIO AL CANAL          **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEOIDEM.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       DATA DIVISION.
      *=============*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-RC                   PIC S9(08) COMP VALUE ZEROS.
           02  WE-LONG-IDEM            PIC S9(04) COMP VALUE ZEROS.
           02  WE-ABSTIME              PIC S9(15) COMP-3 VALUE ZEROS.
           02  WE-FECHA-HOY            PIC 9(08)  VALUE ZEROS.
           02  WE-HORA-HOY             PIC 9(06)  VALUE ZEROS.
           02  WE-HORA-TRAB            PIC 9(06)  VALUE ZEROS.
           02  FILLER  REDEFINES  WE-HORA-TRAB.
               03  WE-HT-HH            PIC 9(02).
               03  WE-HT-MM            PIC 9(02).
               03  WE-HT-SS            PIC 9(02).
           02  WE-SEG-AHORA            PIC 9(05)  VALUE ZEROS.
           02  WE-SEG-ALTA             PIC 9(05)  VALUE ZEROS.
           02  WE-SEG-TRAB             PIC 9(05)  VALUE ZEROS.
      *--- SEGUNDOS QUE UNA RESERVA EN PROCESO BLOQUEA EL ID; PASADOS,
      *--- LA TAREA ORIGINAL SE DA POR TERMINADA SIN RESPUESTA
           02  WE-SEG-RESERVA          PIC 9(05)  VALUE 00300.
      *------------------ REGISTRO DEL ARCHIVO DE IDEMPOTENCIA --------*
           COPY BSEIDMRG.
      *------------------ COMMAREA RUTINA BSEOIDEM --------------------*
           COPY BSEIDMCA.
      *---------------*
       LINKAGE SECTION.
      *---------------*
       01  DFHCOMMAREA          PIC X(1628).
      *------------------*
       PROCEDURE DIVISION.
      *------------------*
           PERFORM  INICIAR-RUTINA.
           PERFORM  PROCESAR-RUTINA.
           PERFORM  TERMINAR-RUTINA.
      *--------------*
       INICIAR-RUTINA.
      *--------------*
           IF EIBCALEN = 0
              EXEC CICS RETURN
              END-EXEC
              GOBACK
           END-IF.
           MOVE DFHCOMMAREA            TO IDC-COMMAREA.
           MOVE '00'                   TO IDC-COD-RESPTA.
           MOVE LENGTH OF REG-IDEMLOG  TO WE-LONG-IDEM.
           EXEC CICS ASKTIME ABSTIME (WE-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (WE-ABSTIME)
                                YYYYMMDD (WE-FECHA-HOY)
                                TIME     (WE-HORA-HOY)
           END-EXEC.
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
           MOVE IDC-USER-ID            TO IDM-USER-ID.
           MOVE IDC-ID-SOLICITUD       TO IDM-ID-SOLICITUD.
           EXEC CICS READ FILE      ('IDEMLOG')
                          INTO       (REG-IDEMLOG)
                          RIDFLD     (IDM-CLAVE)
                          UPDATE
                          RESP       (WE-RC)
           END-EXEC.
           EVALUATE TRUE
              WHEN IDC-MODO = 'G'
                 PERFORM  GRABAR-RESPUESTA
              WHEN WE-RC = DFHRESP(NOTFND)
                 PERFORM  RESERVAR-SOLICITUD
              WHEN WE-RC = DFHRESP(NORMAL)
                 PERFORM  EVALUAR-REPETIDA
              WHEN OTHER
                 MOVE '12'             TO IDC-COD-RESPTA
           END-EVALUATE.
      *------------------*
       RESERVAR-SOLICITUD.
      *------------------*
      *--- PRIMERA VEZ QUE LLEGA EL ID: QUEDA EN PROCESO HASTA QUE LA
      *--- OPERACION GRABE SU RESPUESTA. SI OTRA TAREA LO RESERVO EN
      *--- EL MEDIO, ESTA SOLICITUD ES UN REINTENTO CONCURRENTE
           INITIALIZE                     REG-IDEMLOG.
           MOVE IDC-USER-ID            TO IDM-USER-ID.
           MOVE IDC-ID-SOLICITUD       TO IDM-ID-SOLICITUD.
           MOVE IDC-OPERACION          TO IDM-OPERACION.
           MOVE IDC-VERSION            TO IDM-VERSION.
           MOVE 'P'                    TO IDM-ESTADO.
           MOVE WE-FECHA-HOY           TO IDM-FECHA.
           MOVE WE-HORA-HOY            TO IDM-HORA.
           MOVE IDC-ENTRADA            TO IDM-ENTRADA.
           MOVE SPACES                 TO IDM-DESCR-MENSAJE
                                          IDM-SALIDA.
           EXEC CICS WRITE FILE     ('IDEMLOG')
                          FROM       (REG-IDEMLOG)
                          LENGTH     (WE-LONG-IDEM)
                          RIDFLD     (IDM-CLAVE)
                          RESP       (WE-RC)
           END-EXEC.
           EVALUATE TRUE
              WHEN WE-RC = DFHRESP(NORMAL)
                 MOVE '00'             TO IDC-COD-RESPTA
              WHEN WE-RC = DFHRESP(DUPREC)
                 MOVE '06'             TO IDC-COD-RESPTA
              WHEN OTHER
                 MOVE '12'             TO IDC-COD-RESPTA
           END-EVALUATE.
      *----------------*
       EVALUAR-REPETIDA.
      *----------------*
      *--- EL ID YA EXISTE: CON OTRA OPERACION U OTRA TRAMA SE RECHAZA;
      *--- COMPLETA, SE DEVUELVE LA RESPUESTA ORIGINAL; EN PROCESO, SE
      *--- ESPERA A LA TAREA ORIGINAL SALVO QUE LA RESERVA HAYA VENCIDO
           EVALUATE TRUE
              WHEN IDM-OPERACION NOT = IDC-OPERACION OR
                   IDM-VERSION   NOT = IDC-VERSION   OR
                   IDM-ENTRADA   NOT = IDC-ENTRADA
                 MOVE '08'             TO IDC-COD-RESPTA
                 PERFORM  LIBERAR-REGISTRO
              WHEN IDM-ESTADO = 'C'
                 PERFORM  DEVOLVER-RESPUESTA
              WHEN OTHER
                 PERFORM  VERIFICAR-RESERVA
           END-EVALUATE.
      *------------------*
       DEVOLVER-RESPUESTA.
      *------------------*
           MOVE '04'                   TO IDC-COD-RESPTA.
           MOVE IDM-COD-RESPUESTA      TO IDC-COD-RESPUESTA.
           MOVE IDM-COD-MENSAJE        TO IDC-COD-MENSAJE.
           MOVE IDM-DESCR-MENSAJE      TO IDC-DESCR-MENSAJE.
           MOVE IDM-LONGITUD-OUTPUT    TO IDC-LONGITUD-OUTPUT.
           MOVE IDM-SALIDA             TO IDC-SALIDA.
           IF IDM-CANT-REPETIDAS < 99999
              ADD  1                   TO IDM-CANT-REPETIDAS
           END-IF.
           MOVE WE-FECHA-HOY           TO IDM-FEC-ULT-REPETIDA.
           MOVE WE-HORA-HOY            TO IDM-HORA-ULT-REPETIDA.
      *--- EL CONTADOR ES INFORMATIVO: SI NO SE PUEDE REGRABAR, LA
      *--- RESPUESTA GUARDADA IGUAL SE DEVUELVE
           EXEC CICS REWRITE FILE   ('IDEMLOG')
                          FROM       (REG-IDEMLOG)
                          LENGTH     (WE-LONG-IDEM)
                          RESP       (WE-RC)
           END-EXEC.
      *-----------------*
       VERIFICAR-RESERVA.
      *-----------------*
      *--- UNA RESERVA DE OTRO DIA O DE MAS DE WE-SEG-RESERVA SEGUNDOS
      *--- QUEDO DE UNA TAREA QUE TERMINO SIN RESPONDER: LA TOMA ESTA
      *--- SOLICITUD Y LA OPERACION SE EJECUTA
           MOVE WE-HORA-HOY            TO WE-HORA-TRAB.
           PERFORM  CALCULAR-SEGUNDOS.
           MOVE WE-SEG-TRAB            TO WE-SEG-AHORA.
           MOVE IDM-HORA               TO WE-HORA-TRAB.
           PERFORM  CALCULAR-SEGUNDOS.
           MOVE WE-SEG-TRAB            TO WE-SEG-ALTA.
           IF IDM-FECHA = WE-FECHA-HOY AND
              WE-SEG-AHORA < WE-SEG-ALTA + WE-SEG-RESERVA
              MOVE '06'                TO IDC-COD-RESPTA
              PERFORM  LIBERAR-REGISTRO
           ELSE
              MOVE WE-FECHA-HOY        TO IDM-FECHA
              MOVE WE-HORA-HOY         TO IDM-HORA
              EXEC CICS REWRITE FILE ('IDEMLOG')
                             FROM     (REG-IDEMLOG)
                             LENGTH   (WE-LONG-IDEM)
                             RESP     (WE-RC)
              END-EXEC
              IF WE-RC = DFHRESP(NORMAL)
                 MOVE '00'             TO IDC-COD-RESPTA
              ELSE
                 MOVE '12'             TO IDC-COD-RESPTA
              END-IF
           END-IF.
      *-----------------*
       CALCULAR-SEGUNDOS.
      *-----------------*
           COMPUTE WE-SEG-TRAB = WE-HT-HH * 3600
                               + WE-HT-MM * 60
                               + WE-HT-SS
           END-COMPUTE.
      *----------------*
       GRABAR-RESPUESTA.
      *----------------*
      *--- LA OPERACION TERMINO: LA RESERVA PASA A COMPLETA CON LA
      *--- RESPUESTA QUE RECIBIO EL CANAL
           IF WE-RC NOT = DFHRESP(NORMAL)
              MOVE '12'                TO IDC-COD-RESPTA
           ELSE
              MOVE 'C'                 TO IDM-ESTADO
              MOVE IDC-COD-RESPUESTA   TO IDM-COD-RESPUESTA
              MOVE IDC-COD-MENSAJE     TO IDM-COD-MENSAJE
              MOVE IDC-DESCR-MENSAJE   TO IDM-DESCR-MENSAJE
              MOVE IDC-LONGITUD-OUTPUT TO IDM-LONGITUD-OUTPUT
              MOVE IDC-SALIDA          TO IDM-SALIDA
              EXEC CICS REWRITE FILE ('IDEMLOG')
                             FROM     (REG-IDEMLOG)
                             LENGTH   (WE-LONG-IDEM)
                             RESP     (WE-RC)
              END-EXEC
              IF WE-RC NOT = DFHRESP(NORMAL)
                 MOVE '12'             TO IDC-COD-RESPTA
              END-IF
           END-IF.
      *----------------*
       LIBERAR-REGISTRO.
      *----------------*
           EXEC CICS UNLOCK FILE ('IDEMLOG')
                            RESP (WE-RC)
           END-EXEC.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           MOVE IDC-COMMAREA           TO DFHCOMMAREA.
           EXEC CICS RETURN
           END-EXEC.
           GOBACK.
