104559     02  BSEC011I-ESTADO-NUEVO       PIC X(01).
104614     02  BSEC011I-NUM-CTATAR         PIC X(07).
104614*        CLAVE SUSTITUTA PREFERIDA; SI VIENE, NO SE USA EL PAN
104658     02  BSEC011I-ID-SOLICITUD       PIC X(20).
104658*        ID DEL CANAL PARA REINTENTOS (ACTUALIZA 'A');
104658*        EN BLANCO = SIN CONTROL DE SOLICITUD REPETIDA
104658     02  FILLER                      PIC X(16236).
