104579         04  FILLER  PIC X(02) VALUE '01'.
104578         04  FILLER  PIC 9(05) VALUE 00001.
104578         04  FILLER  PIC 9(05) VALUE 00001.
104644         04  FILLER  PIC 9(05) VALUE 00290.
104578         04  FILLER  PIC 9(05) VALUE 00000.
104579*    ------ VERSION 2 DE CONSULTARPRODUCTOS: PAGINA REDUCIDA ----*
104579*    ------ PARA CANALES MIGRADOS AL BLOQUE DE WARNINGS ----------*
104582         04  FILLER  PIC 9(05) VALUE 00020.
104582         04  FILLER  PIC 9(05) VALUE 00024.
104582         04  FILLER  PIC 9(05) VALUE 00038.
104632*    ------ VERSION 2 DE CONSULTARPAGOS: MARCA DE EXTORNO POR ----*
104632*    ------ LINEA Y TOTAL DE EXTORNADOS DE LA PAGINA ------------*
104632     02  FILLER.
104632         04  FILLER  PIC X(25) VALUE 'CONSULTARPAGOSCOBRANZAJUD'.
104632         04  FILLER  PIC X(02) VALUE '02'.
104632         04  FILLER  PIC 9(05) VALUE 00050.
104632         04  FILLER  PIC 9(05) VALUE 00020.
104632         04  FILLER  PIC 9(05) VALUE 00042.
104632         04  FILLER  PIC 9(05) VALUE 00039.
104594     02  FILLER.
104594         04  FILLER  PIC X(25) VALUE 'APLICARPAGOCOBRANZAJUD'.
104594         04  FILLER  PIC X(02) VALUE '01'.
104628         04  FILLER  PIC 9(05) VALUE 00005.
104628         04  FILLER  PIC 9(05) VALUE 00082.
104628         04  FILLER  PIC 9(05) VALUE 00000.
104632     02  FILLER.
104632         04  FILLER  PIC X(25) VALUE 'EXTORNARPAGOCOBRANZAJUD'.
104632         04  FILLER  PIC X(02) VALUE '01'.
104632         04  FILLER  PIC 9(05) VALUE 00001.
104632         04  FILLER  PIC 9(05) VALUE 00001.
104632         04  FILLER  PIC 9(05) VALUE 00113.
104632         04  FILLER  PIC 9(05) VALUE 00000.
104636     02  FILLER.
104636         04  FILLER  PIC X(25) VALUE 'REASIGNARCARTERASECT'.
104636         04  FILLER  PIC X(02) VALUE '01'.
104636         04  FILLER  PIC 9(05) VALUE 00001.
104636         04  FILLER  PIC 9(05) VALUE 00001.
104636         04  FILLER  PIC 9(05) VALUE 01012.
104636         04  FILLER  PIC 9(05) VALUE 00000.
104640     02  FILLER.
104640         04  FILLER  PIC X(25) VALUE 'REGISTRARGASTOJUDICIAL'.
104640         04  FILLER  PIC X(02) VALUE '01'.
104640         04  FILLER  PIC 9(05) VALUE 00010.
104640         04  FILLER  PIC 9(05) VALUE 00010.
104640         04  FILLER  PIC 9(05) VALUE 00069.
104640         04  FILLER  PIC 9(05) VALUE 00062.
104641     02  FILLER.
104641         04  FILLER  PIC X(25) VALUE 'MANTENERGARANTIAJUD'.
104641         04  FILLER  PIC X(02) VALUE '01'.
104641         04  FILLER  PIC 9(05) VALUE 00010.
104641         04  FILLER  PIC 9(05) VALUE 00010.
104641         04  FILLER  PIC 9(05) VALUE 00012.
104641         04  FILLER  PIC 9(05) VALUE 00091.
104644     02  FILLER.
104644         04  FILLER  PIC X(25) VALUE 'SOLICITARBLOQUEOTARJETA'.
104644         04  FILLER  PIC X(02) VALUE '01'.
104644         04  FILLER  PIC 9(05) VALUE 00001.
104644         04  FILLER  PIC 9(05) VALUE 00001.
104644         04  FILLER  PIC 9(05) VALUE 00045.
104644         04  FILLER  PIC 9(05) VALUE 00000.
104647     02  FILLER.
104647         04  FILLER  PIC X(25) VALUE 'CERTIFICARPERMISO'.
104647         04  FILLER  PIC X(02) VALUE '01'.
104647         04  FILLER  PIC 9(05) VALUE 00001.
104647         04  FILLER  PIC 9(05) VALUE 00001.
104647         04  FILLER  PIC 9(05) VALUE 00072.
104647         04  FILLER  PIC 9(05) VALUE 00000.
104649     02  FILLER.
104649         04  FILLER  PIC X(25) VALUE 'COTIZARCANCELANTICIPDESC'.
104649         04  FILLER  PIC X(02) VALUE '01'.
104649         04  FILLER  PIC 9(05) VALUE 00001.
104649         04  FILLER  PIC 9(05) VALUE 00001.
104649         04  FILLER  PIC 9(05) VALUE 00162.
104649         04  FILLER  PIC 9(05) VALUE 00000.
104656     02  FILLER.
104656         04  FILLER  PIC X(25) VALUE 'CONSULTARFOTOMENSUALJUD'.
104656         04  FILLER  PIC X(02) VALUE '01'.
104656         04  FILLER  PIC 9(05) VALUE 00024.
104656         04  FILLER  PIC 9(05) VALUE 00024.
104656         04  FILLER  PIC 9(05) VALUE 00012.
104656         04  FILLER  PIC 9(05) VALUE 00146.
104657     02  FILLER.
104657         04  FILLER  PIC X(25) VALUE 'SOLICITARPROCESOMASIVO'.
104657         04  FILLER  PIC X(02) VALUE '01'.
104657         04  FILLER  PIC 9(05) VALUE 00000.
104657         04  FILLER  PIC 9(05) VALUE 00000.
104657         04  FILLER  PIC 9(05) VALUE 00029.
104657         04  FILLER  PIC 9(05) VALUE 00000.
104657     02  FILLER.
104657         04  FILLER  PIC X(25) VALUE 'CONSULTARPROCESOMASIVO'.
104657         04  FILLER  PIC X(02) VALUE '01'.
104657         04  FILLER  PIC 9(05) VALUE 00020.
104657         04  FILLER  PIC 9(05) VALUE 00020.
104657         04  FILLER  PIC 9(05) VALUE 00002.
104657         04  FILLER  PIC 9(05) VALUE 00279.
104661     02  FILLER.
104661         04  FILLER  PIC X(25) VALUE 'REGISTRARRECLAMO'.
104661         04  FILLER  PIC X(02) VALUE '01'.
104661         04  FILLER  PIC 9(05) VALUE 00001.
104661         04  FILLER  PIC 9(05) VALUE 00001.
104661         04  FILLER  PIC 9(05) VALUE 00220.
104661         04  FILLER  PIC 9(05) VALUE 00000.
104666     02  FILLER.
104666         04  FILLER  PIC X(25) VALUE 'INDEXARDOCUMENTODIGITAL'.
104666         04  FILLER  PIC X(02) VALUE '01'.
104666         04  FILLER  PIC 9(05) VALUE 00010.
104666         04  FILLER  PIC 9(05) VALUE 00010.
104666         04  FILLER  PIC 9(05) VALUE 00037.
104666         04  FILLER  PIC 9(05) VALUE 00071.
       01  FILLER  REDEFINES  WX-TABLA-BSETOPER.
104666     02  WX-OPERACION-OCCURS  OCCURS  38  TIMES
                                    INDEXED BY  WX-IX-BSETOPER.
               04  WX-COD-OPER-TAB               PIC X(25).
104579         04  WX-VERSION-TAB                PIC X(02).
