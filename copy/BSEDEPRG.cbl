      *------------------ ARCHIVO HISTORICO DE REGISTROS DEPURADOS ----*
104648*    CADA REGISTRO QUE LA DEPURACION MENSUAL (BSEB064) RETIRA DE
104648*    UN ARCHIVO DEL BUS SE GUARDA AQUI CON SU IMAGEN COMPLETA.
104648*    POR ARCHIVO DEPURADO HAY UNA CABECERA 'H' Y UNA COLA 'T'
104648*    CON LA CANTIDAD Y LA SUMA DE CONTROL DE DEP-FEC-REGISTRO
104648 01  REG-DEPURA.
104648     02  DEP-TIPO-REG                PIC X(01).
104648*        'D' DETALLE
104648     02  DEP-ARCHIVO                 PIC X(08).
104648     02  DEP-FEC-PROCESO             PIC 9(08).
104648     02  DEP-ESTADO                  PIC X(01).
104648*        ESTADO DEL REGISTRO EN SU ARCHIVO ('-' SI ESTA EN BLANCO
104648*        Y '*' SI EL ARCHIVO NO LLEVA ESTADO)
104648     02  DEP-FEC-REGISTRO            PIC 9(08).
104648*        FECHA QUE VENCIO LA RETENCION, COMO LA GUARDA EL ARCHIVO
104648*        (AAAAMMDD O JULIANA 0CYYDDD)
104648     02  DEP-DIAS-RETEN              PIC 9(05).
104648     02  DEP-LONGITUD                PIC 9(03).
104648     02  DEP-DATOS                   PIC X(250).
104648     02  FILLER                      PIC X(16).
104648 01  REG-DEPURA-CTL.
104648     02  DEP-CTL-TIPO                PIC X(01).
104648     02  DEP-CTL-ARCHIVO             PIC X(08).
104648     02  DEP-CTL-PROGRAMA            PIC X(08).
104648     02  DEP-CTL-FECHA               PIC 9(08).
104648     02  DEP-CTL-CANTIDAD            PIC 9(09).
104648     02  DEP-CTL-HASH-FECHA          PIC 9(15).
104648     02  FILLER                      PIC X(251).
