      *------------------ COMMAREA RUTINA BSEOIDEM (IDEMPOTENCIA) -----*
104658 01  IDC-COMMAREA.
104658     02  IDC-MODO                    PIC X(01).
104658*        'C' CONSULTA EL ID; SI ES NUEVO LO RESERVA EN PROCESO
104658*        'G' GRABA LA RESPUESTA DE LA SOLICITUD RESERVADA
104658     02  IDC-USER-ID                 PIC X(08).
104658     02  IDC-ID-SOLICITUD            PIC X(20).
104658     02  IDC-OPERACION               PIC X(25).
104658     02  IDC-VERSION                 PIC X(02).
104658     02  IDC-ENTRADA                 PIC X(600).
104658     02  IDC-COD-RESPTA              PIC X(02).
104658*        '00' ID NUEVO RESERVADO: LA OPERACION SE EJECUTA
104658*        '04' REPETIDA CON LOS MISMOS DATOS: SE DEVUELVE LA
104658*             RESPUESTA GUARDADA SIN VOLVER A ACTUALIZAR
104658*        '06' LA SOLICITUD ORIGINAL TODAVIA ESTA EN PROCESO
104658*        '08' EL ID YA SE USO CON OTRA OPERACION U OTROS DATOS
104658*        '12' ERROR DE ARCHIVO
104658*    ------ RESPUESTA: LA GUARDADA ('04') O LA A GRABAR ('G') ---*
104658     02  IDC-COD-RESPUESTA           PIC 9(02).
104658     02  IDC-COD-MENSAJE             PIC 9(03).
104658     02  IDC-DESCR-MENSAJE           PIC X(60).
104658     02  IDC-LONGITUD-OUTPUT         PIC 9(05).
104658     02  IDC-SALIDA                  PIC X(900).
