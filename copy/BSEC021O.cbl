104596         04  BSEC021O-HIST-FECHA     PIC 9(08).
104596         04  BSEC021O-HIST-ETAPA     PIC X(03).
104596         04  BSEC021O-HIST-DESC      PIC X(30).
104666*    -------- DOCUMENTOS DIGITALES INDEXADOS (DOCIDX) ------------*
104666*    VA DESPUES DE LA HISTORIA: LA LONGITUD DE RESPUESTA CUENTA
104666*    SIEMPRE LAS 5 OCURRENCIAS DE HISTORIA, NO SOLO CANT-HIST
104666     02  BSEC021O-CANT-DOCUMENTOS    PIC 9(03).
104666     02  FILLER                      PIC X(15948).
