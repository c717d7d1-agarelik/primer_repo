      *------------------ REGISTRO DEL ARCHIVO DE CORTES OCCURS -------*
104648*    UNA LINEA POR CADA CORTE DE PAGINACION POR TOPE OCCURS QUE
104648*    REGISTRA LA RUTINA BSEOCCLG; LO DEPURA BSEB064
104648 01  REG-OCCLOG.
104648     02  OCCLOG-PROGRAMA         PIC X(08).
104648     02  OCCLOG-RUTINA           PIC X(08).
104648     02  OCCLOG-FECHA            PIC S9(7)  COMP-3.
104648     02  OCCLOG-HORA             PIC S9(7)  COMP-3.
