      *(ABONOS.DAT), fichero diario que remite la camara de
      *compensacion con las transferencias entrantes a favor de
      *cuentas de este banco.
      *El fichero empieza con un registro de cabecera (entidad que
      *lo envia, identificador del fichero y fecha), sigue con los
      *abonos y termina con un registro de totales (numero de
      *abonos e importe total). El primer caracter de cada
      *registro indica de cual se trata:
      *Tipos: C = cabecera, D = abono (detalle), T = totales.
         01 REG-ABONO-RECIBIDO.
           02 ABON-TIPO-REG          PIC X.
              88 ABON-CABECERA       VALUE "C".
              88 ABON-DETALLE        VALUE "D".
              88 ABON-TOTALES        VALUE "T".
           02 ABON-CUENTA-ORIGEN     PIC A(2)9(22).
           02 ABON-CUENTA-DESTINO    PIC A(2)9(22).
           02 ABON-ORDENANTE         PIC X(15).
              03 MMA                 PIC 99.
              03 FILLER              PIC X.
              03 AAA                 PIC 9999.
         01 REG-ABONO-CABECERA.
           02 ABONC-TIPO-REG         PIC X.
           02 ABONC-ENTIDAD          PIC 9(4).
           02 ABONC-ID-FICHERO       PIC X(12).
           02 ABONC-FECHA-FICHERO    PIC X(10).
           02 FILLER                 PIC X(58).
         01 REG-ABONO-TOTALES.
           02 ABONT-TIPO-REG         PIC X.
           02 ABONT-NUM-REGISTROS    PIC 9(7).
           02 ABONT-IMPORTE-TOTAL    PIC 9(11)V99.
           02 FILLER                 PIC X(64).
