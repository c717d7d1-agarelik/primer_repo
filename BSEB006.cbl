************************************************************************
***   * 104642 15/10/26 JCV EL EXTRACTO LLEVA MONEDA, RENOVACIONES,   *
***   *               FECHA DE INGRESO Y DE DESEMBOLSO (BSEB057)     *
***   * 104616 02/09/26 JCV REGISTRA LA CORRIDA EN RUNCTL (RUTINA    *
***   *               BSEBRUNC) CON CHEQUEO DE PREDECESOR            *
***   * 104585 22/08/26 JCV EL REINICIO REPOSICIONA Y CUENTA DESDE EL *
104585*        CLAVE DE LA CARTERA PARA REPOSICIONAR EN UN REINICIO
104585     02  EXT-TI-DOCU-PR              PIC X(02).
104585     02  EXT-NU-DOCU-PR              PIC X(10).
104642     02  EXT-MONEDA                  PIC X(02).
104642     02  EXT-NUM-RENOV               PIC 9(03).
104642     02  EXT-FEC-INGRESO             PIC 9(08).
104642     02  EXT-FEC-DESEMBOLSO          PIC 9(08).
      *----------------------------------------------------------------*
      *  EL EXTRACTO LLEVA CABECERA 'H' (FECHA DE PROCESO, PROGRAMA,   *
      *  PARAMETROS) Y COLA 'T' (CANTIDAD DE DETALLES Y SUMA DE        *
104583     02  EXT-CTL-CODENT              PIC X(03).
104583     02  EXT-CTL-CANTIDAD            PIC 9(09).
104583     02  EXT-CTL-HASH-SALACT         PIC S9(15)V99.
104642     02  FILLER                      PIC X(150).
      *------------------ CHECKPOINT DE REINICIO -----------------------*
104557 FD  ARCH-CHKPT
104557     RECORDING MODE IS F.
           MOVE CRM-CO-DESCR-SITUAC-29 TO EXT-STATUS.
104585     MOVE CART-TI-DOCU-PR        TO EXT-TI-DOCU-PR.
104585     MOVE CART-NU-DOCU-PR        TO EXT-NU-DOCU-PR.
104642     MOVE CRM-CO-MONEDA-29       TO EXT-MONEDA.
104642     MOVE CRM-CO-NUM-RENOV-29    TO EXT-NUM-RENOV.
104642     MOVE CRM-CO-FEC-ING-29      TO EXT-FEC-INGRESO.
104642     MOVE CRM-CO-DESEMBOLSO      TO EXT-FEC-DESEMBOLSO.
      *-----------------*
       GRABAR-EXTRACTO.
      *-----------------*
