      *------------------ REGISTRO DE BITACORA DE REVOCACIONES --------*
104647*    CADA PERMISO, CUOTA O CURSOR RETIRADO POR BSEB063 DEJA UNA
104647*    LINEA EN PERMLOG (EXTEND), PARA LA EVIDENCIA DE AUDITORIA
104647 01  REG-PERMLOG.
104647     02  PLOG-FECHA                  PIC 9(08).
104647     02  PLOG-USER-ID                PIC X(08).
104647     02  PLOG-OPERACION              PIC X(25).
104647*        EN CURSLOG: PROGRAMA DUENO DEL CURSOR
104647     02  PLOG-ARCHIVO                PIC X(08).
104647*        'PERMUSU ' / 'QTAPARM ' / 'CURSLOG '
104647     02  PLOG-MOTIVO                 PIC X(01).
104647*        'R' REVOCADA POR EL SUPERVISOR / 'V' VENCIDA SIN
104647*        CERTIFICAR / 'C' USUARIO CESADO
104647     02  PLOG-CICLO                  PIC X(06).
104647     02  PLOG-PROGRAMA               PIC X(08).
104647     02  PLOG-DETALLE                PIC X(30).
104647     02  FILLER                      PIC X(06).
