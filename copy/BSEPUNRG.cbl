      *------------------ REGISTRO DEL PUNTAJE DE PRIORIDAD JUDICIAL --*
104637*    PUNTAJE NOCTURNO DE PRIORIDAD DE COBRANZA DE CADA CUENTA DE
104637*    LA FOTO SNAPJUD (BSEB052), CLAVE CTAAFI. CADA COMPONENTE
104637*    LLEVA SU MOTIVO Y SUS PUNTOS (FACTOR POR PESO DE REFTAB
104637*    'SCO'); EL RANKING 1 ES LA CUENTA MAS PRIORITARIA
104637 01  REG-SCORJUD.
104637     02  SCOR-CTAAFI                 PIC X(10).
104637     02  SCOR-FEC-CALCULO            PIC 9(08).
104637     02  SCOR-PUNTAJE                PIC 9(04).
104637     02  SCOR-RANKING                PIC 9(07).
104637     02  SCOR-MOTIVO-PRINCIPAL       PIC X(03).
104637*        COMPONENTE QUE MAS PUNTOS APORTA
104637     02  SCOR-FALLECIDO              PIC X(01).
104637*        'S' DEUDOR FALLECIDO (FALLLOG): PUNTAJE EN CERO
104637     02  SCOR-SALDO-SOLES            PIC S9(13)V99.
104637     02  SCOR-DIAS-VENCIDO           PIC 9(05).
104637     02  SCOR-DIAS-SIN-NOTA          PIC 9(05).
104637*        99999 = SIN NOTAS EN NOTAJUD
104637     02  SCOR-CANT-COMP              PIC 9(02).
104637     02  SCOR-COMPONENTE  OCCURS  8  TIMES.
104637         03  SCOR-CMP-CODIGO         PIC X(03).
104637*            'SAL' SALDO EN SOLES / 'VEN' DIAS DE VENCIDO
104637*            'PRO' PROMESA PENDIENTE / 'PIN' PROMESAS ROTAS
104637*            'CNV' CONVENIO / 'EMB' COBERTURA DE EMBARGOS
104637*            'NOT' DIAS SIN NOTA / 'FAL' FALLECIDO
104637         03  SCOR-CMP-MOTIVO         PIC X(02).
104637*            TRAMO EN QUE CAYO LA CUENTA ('00' NO APLICA)
104637         03  SCOR-CMP-PUNTOS         PIC S9(05).
104637     02  FILLER                      PIC X(10).
