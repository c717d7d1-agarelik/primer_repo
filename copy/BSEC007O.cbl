104605*    'S' CUANDO LA EXPOSICION CALCULADA SUPERA EL LIMITE
104605     02  BSEC007O-FLAG-SOBRELIMITE   PIC X(01).
104605     02  BSEC007O-IMPORTE-LIMITE     PIC S9(13)V99.
104643*    ------ ALERTA DEL CRUCE NOCTURNO DE ACEPTANTES (ACEPALR) --*
104643*    'S' CUANDO EL ACEPTANTE FIGURA EN LA CARTERA JUDICIAL, EN
104643*    LA LISTA DE VIGILANCIA, FALLECIDO O CON CASTIGO
104643     02  BSEC007O-FLAG-ALERTA        PIC X(01).
104643     02  BSEC007O-ALERTA-JUDICIAL    PIC X(01).
104643     02  BSEC007O-ALERTA-VIGILANCIA  PIC X(01).
104643     02  BSEC007O-ALERTA-FALLECIDO   PIC X(01).
104643     02  BSEC007O-ALERTA-CASTIGO     PIC X(01).
104643     02  BSEC007O-FEC-ALERTA         PIC 9(08).
104643     02  FILLER                      PIC X(015).
