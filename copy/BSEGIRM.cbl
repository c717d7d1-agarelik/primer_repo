      *------------------ MAPA SIMBOLICO BSEGIRM (MAPSET BSEGIR) ------*
104660 01  BSEGIRMI.
104660     02  FILLER                  PIC X(12).
104660     02  GTIPDOCL                PIC S9(04) COMP.
104660     02  GTIPDOCF                PIC X(01).
104660     02  GTIPDOCI                PIC X(02).
104660     02  GNUMDOCL                PIC S9(04) COMP.
104660     02  GNUMDOCF                PIC X(01).
104660     02  GNUMDOCI                PIC X(10).
104660     02  GCODUNIL                PIC S9(04) COMP.
104660     02  GCODUNIF                PIC X(01).
104660     02  GCODUNII                PIC X(14).
104660     02  GDOCLIN-ENT  OCCURS 10  TIMES.
104660         03  GDOCLINL            PIC S9(04) COMP.
104660         03  GDOCLINF            PIC X(01).
104660         03  GDOCLINI            PIC X(79).
104660     02  GACELIN-ENT  OCCURS  4  TIMES.
104660         03  GACELINL            PIC S9(04) COMP.
104660         03  GACELINF            PIC X(01).
104660         03  GACELINI            PIC X(79).
104660     02  GLINSELL                PIC S9(04) COMP.
104660     02  GLINSELF                PIC X(01).
104660     02  GLINSELI                PIC X(02).
104660     02  GACCRETL                PIC S9(04) COMP.
104660     02  GACCRETF                PIC X(01).
104660     02  GACCRETI                PIC X(01).
104660     02  GMOTRETL                PIC S9(04) COMP.
104660     02  GMOTRETF                PIC X(01).
104660     02  GMOTRETI                PIC X(30).
104660     02  GFECRETL                PIC S9(04) COMP.
104660     02  GFECRETF                PIC X(01).
104660     02  GFECRETI                PIC X(08).
104660     02  GMSGL                   PIC S9(04) COMP.
104660     02  GMSGF                   PIC X(01).
104660     02  GMSGI                   PIC X(70).
104660 01  BSEGIRMO  REDEFINES  BSEGIRMI.
104660     02  FILLER                  PIC X(12).
104660     02  FILLER                  PIC X(03).
104660     02  GTIPDOCO                PIC X(02).
104660     02  FILLER                  PIC X(03).
104660     02  GNUMDOCO                PIC X(10).
104660     02  FILLER                  PIC X(03).
104660     02  GCODUNIO                PIC X(14).
104660     02  GDOCLIN-SAL  OCCURS 10  TIMES.
104660         03  FILLER              PIC X(03).
104660         03  GDOCLINO            PIC X(79).
104660     02  GACELIN-SAL  OCCURS  4  TIMES.
104660         03  FILLER              PIC X(03).
104660         03  GACELINO            PIC X(79).
104660     02  FILLER                  PIC X(03).
104660     02  GLINSELO                PIC X(02).
104660     02  FILLER                  PIC X(03).
104660     02  GACCRETO                PIC X(01).
104660     02  FILLER                  PIC X(03).
104660     02  GMOTRETO                PIC X(30).
104660     02  FILLER                  PIC X(03).
104660     02  GFECRETO                PIC X(08).
104660     02  FILLER                  PIC X(03).
104660     02  GMSGO                   PIC X(70).
