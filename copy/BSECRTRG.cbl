      *------------------ REGISTRO DE RECERTIFICACION DE PERMISOS -----*
104647*    UNA LINEA POR CICLO TRIMESTRAL, USUARIO Y OPERACION DE
104647*    PERMUSU. LA GENERA BSEB062 PENDIENTE CON EL ULTIMO USO
104647*    TOMADO DE AUDITLOG; EL SUPERVISOR LA CERTIFICA O REVOCA POR
104647*    BSEO035 Y EL DIARIO BSEB063 REVOCA LAS VENCIDAS Y APLICA EN
104647*    PERMUSU/QTAPARM TODA REVOCACION AUN NO APLICADA
104647 01  REG-CERTPERM.
104647     02  CERT-CLAVE.
104647         04  CERT-CICLO              PIC X(06).
104647*            AAAA + 'T' + TRIMESTRE (EJ. 2026T4)
104647         04  CERT-USER-ID            PIC X(08).
104647         04  CERT-OPERACION          PIC X(25).
104647     02  CERT-SUPERVISOR             PIC X(08).
104647     02  CERT-AREA                   PIC X(06).
104647     02  CERT-FEC-ALTA               PIC 9(08).
104647     02  CERT-FEC-ULT-USO            PIC 9(08).
104647*        CERO: SIN USO EN LA AUDITORIA RETENIDA
104647     02  CERT-CANT-USOS              PIC 9(07).
104647     02  CERT-LIMITE-HORA            PIC 9(05).
104647     02  CERT-ESTADO                 PIC X(01).
104647*        'P' PENDIENTE / 'C' CERTIFICADA / 'R' REVOCADA POR EL
104647*        SUPERVISOR / 'A' REVOCADA AUTOMATICA POR VENCIMIENTO /
104647*        'B' BAJA DEL USUARIO (CESADO EN RRHH)
104647     02  CERT-FEC-LIMITE             PIC 9(08).
104647     02  CERT-FEC-RESPUESTA          PIC 9(08).
104647     02  CERT-USER-RESPUESTA         PIC X(08).
104647     02  CERT-MOTIVO                 PIC X(30).
104647     02  CERT-FEC-APLICACION         PIC 9(08).
104647*        FECHA EN QUE BSEB063 RETIRO EL PERMISO (CERO: PENDIENTE)
104647     02  CERT-FECHA                  PIC S9(7)  COMP-3.
104647     02  CERT-HORA                   PIC S9(7)  COMP-3.
104647     02  FILLER                      PIC X(18).
