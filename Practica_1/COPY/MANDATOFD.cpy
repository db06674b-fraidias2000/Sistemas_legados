      *Copia del registro de mandatos de domiciliacion
      *(MANDATOS.DAT), indexado por cuenta de cargo y cuenta de la
      *entidad acreedora (la DOM-CUENTA-ABONO de los recibos). La
      *oficina da de alta el mandato en MANTENIM cuando el cliente
      *autoriza al acreedor y el cliente puede cancelarlo desde
      *CAJERO. DOMICIL solo carga los recibos con mandato activo y
      *que no pasen del importe maximo (cero = sin maximo).
      *Estados: A = activo, C = cancelado.
         01 REG-MANDATO.
           02 MAN-CLAVE.
              03 MAN-CUENTA-CARGO    PIC A(2)9(22).
              03 MAN-CUENTA-ABONO    PIC A(2)9(22).
           02 MAN-ACREEDOR           PIC X(20).
           02 MAN-IMPORTE-MAX        PIC 9(9)V99.
           02 MAN-ESTADO             PIC X.
              88 MAN-ACTIVO          VALUE "A".
              88 MAN-CANCELADO       VALUE "C".
           02 MAN-FECHA-ALTA         PIC X(10).
           02 MAN-FECHA-ESTADO       PIC X(10).
