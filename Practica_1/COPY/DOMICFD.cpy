      *cuentas de este banco. DOM-CUENTA-ABONO es la cuenta de la
      *entidad acreedora, de donde sale su codigo de entidad para
      *poder devolverle los recibos que no se apliquen.
      *Como ABONOS.DAT, el fichero lleva un registro de cabecera
      *(entidad que lo envia, identificador del fichero y fecha)
      *delante de los recibos y uno de totales (numero de recibos
      *e importe total) al final.
      *Tipos: C = cabecera, D = recibo (detalle), T = totales.
         01 REG-DOMICILIACION.
           02 DOM-TIPO-REG           PIC X.
              88 DOM-CABECERA        VALUE "C".
              88 DOM-DETALLE         VALUE "D".
              88 DOM-TOTALES         VALUE "T".
           02 DOM-CUENTA-CARGO       PIC A(2)9(22).
           02 DOM-CUENTA-ABONO       PIC A(2)9(22).
           02 DOM-ACREEDOR           PIC X(20).
              03 MMD                 PIC 99.
              03 FILLER              PIC X.
              03 AAD                 PIC 9999.
         01 REG-DOMIC-CABECERA.
           02 DOMC-TIPO-REG          PIC X.
           02 DOMC-ENTIDAD           PIC 9(4).
           02 DOMC-ID-FICHERO        PIC X(12).
           02 DOMC-FECHA-FICHERO     PIC X(10).
           02 FILLER                 PIC X(79).
         01 REG-DOMIC-TOTALES.
           02 DOMT-TIPO-REG          PIC X.
           02 DOMT-NUM-REGISTROS     PIC 9(7).
           02 DOMT-IMPORTE-TOTAL     PIC 9(11)V99.
           02 FILLER                 PIC X(85).
