      *------------------ REGISTRO DEL ARCHIVO DE GARANTIAS -----------*
104641*    GARANTIAS (HIPOTECAS, PRENDAS) QUE RESPALDAN UN CREDITO EN
104641*    COBRANZA JUDICIAL (CLAVE CTAAFI + NUMERO DE GARANTIA). LA
104641*    TASACION VIGENTE DA LA COBERTURA MENSUAL (BSEB056) Y LA
104641*    PORCION CUBIERTA QUE BSEB027 DESCUENTA AL PROVISIONAR
104641 01  REG-GARANTI.
104641     02  GAR-CLAVE.
104641         04  GAR-CTAAFI              PIC X(10).
104641         04  GAR-NRO-GARANTIA        PIC X(10).
104641     02  GAR-TIPO                    PIC X(03).
104641*        'HIP' HIPOTECA / 'PRV' PRENDA VEHICULAR
104641*        'PRM' PRENDA MOBILIARIA / 'WAR' WARRANT
104641*        'DEP' DEPOSITO EN GARANTIA / 'OTR' OTRA
104641     02  GAR-PARTIDA                 PIC X(20).
104641*        PARTIDA O ASIENTO DE INSCRIPCION EN REGISTROS PUBLICOS
104641     02  GAR-VALOR-TASACION          PIC S9(13)V99.
104641     02  GAR-MONEDA                  PIC X(02).
104641     02  GAR-FEC-TASACION            PIC 9(08).
104641     02  GAR-TASADOR                 PIC X(30).
104641     02  GAR-RANGO                   PIC 9(02).
104641*        RANGO DEL GRAVAMEN; SOLO EL PRIMER RANGO CUBRE PROVISION
104641     02  GAR-ESTADO                  PIC X(01).
104641*        'V' VIGENTE / 'L' LEVANTADA
104641     02  GAR-USER-ID                 PIC X(08).
104641     02  GAR-FECHA                   PIC S9(7)  COMP-3.
104641     02  GAR-HORA                    PIC S9(7)  COMP-3.
