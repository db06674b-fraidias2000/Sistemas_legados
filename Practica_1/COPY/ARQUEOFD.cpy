      *Copia del registro historico de arqueos (ARQUEOS.DAT), uno
      *por dia arqueado, indexado por la fecha en forma AAAAMMDD
      *para que queden en orden. ARQUEO lo graba (o lo reescribe si
      *se repite el mismo dia) con el valor contado en el cajetin y
      *el efectivo movido en el dia. El descuadre compara el
      *efectivo al abrir el dia que resulta del arqueo con el
      *contado en el arqueo del dia anterior: positivo es sobrante
      *(salieron menos billetes de los que dicen los reintegros),
      *negativo es faltante. ARQ-COMPARABLE vale "N" cuando no hay
      *arqueo del dia anterior y el descuadre no se puede medir.
         01 REG-ARQUEO.
           02 ARQ-FECHA-NUM          PIC 9(8).
           02 ARQ-FECHA              PIC X(10).
           02 ARQ-VALOR-CAJETIN      PIC 9(11)V99.
           02 ARQ-REINTEGROS         PIC 9(11)V99.
           02 ARQ-INGRESOS           PIC 9(11)V99.
           02 ARQ-REPOSICIONES       PIC 9(11)V99.
           02 ARQ-APERTURA           PIC S9(11)V99.
           02 ARQ-CIERRE-ANTERIOR    PIC 9(11)V99.
           02 ARQ-DESCUADRE          PIC S9(11)V99.
           02 ARQ-COMPARABLE         PIC X.
              88 ARQ-HAY-ANTERIOR    VALUE "S".
