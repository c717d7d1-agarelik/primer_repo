************************************************************************
***   * 104530 09/08/26 JCV RUTINA COMPARTIDA DE CORTES POR OCCURS    **
104546* 104546 09/08/26 JCV CLAVE UNICA POR TAREA Y REINTENTO EN DUPREC*
104648* 104648 15/10/26 JCV REGISTRO DE OCCLOG EN COPY BSEOCLRG        *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
       01  WE-ESPECIALES.
           02  WE-RC                   PIC S9(08) COMP VALUE ZEROS.
           02  WE-RRN                  PIC S9(08) COMP VALUE ZEROS.
104648     COPY BSEOCLRG.
      *------------------ COMMAREA RUTINA BSEOCCLG --------------------*
           COPY BSEOCCCA.
      *---------------*
