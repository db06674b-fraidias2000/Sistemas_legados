      *Copia del registro del cuadro de amortizacion de los
      *prestamos (CUOTASPR.DAT), una cuota por registro, indexado
      *por la clave del prestamo y el numero de cuota. MANTENIM lo
      *genera completo al conceder el prestamo; CUOTAS cobra cada
      *cuota vencida separando capital e intereses y, si la cuenta
      *no tiene disponible, la deja impagada. Cada mes que siga
      *impagada suma a CUO-DEMORA los intereses de demora del mes
      *(CUO-PERIODO-DEMORA es el ultimo mes ya devengado, para no
      *cargarlo dos veces si el proceso se repite).
      *Estados: P = pendiente de vencer, I = impagada (en mora),
      *         C = cobrada.
         01 REG-CUOTA-PRESTAMO.
           02 CUO-CLAVE.
              03 CUO-CUENTA          PIC A(2)9(22).
              03 CUO-NUM-PRESTAMO    PIC 99.
              03 CUO-NUM-CUOTA       PIC 999.
           02 CUO-FECHA-VENCIMIENTO.
              03 DDV                 PIC 99.
              03 FILLER              PIC X.
              03 MMV                 PIC 99.
              03 FILLER              PIC X.
              03 AAV                 PIC 9999.
           02 CUO-CAPITAL            PIC 9(9)V99.
           02 CUO-INTERES            PIC 9(9)V99.
           02 CUO-CAPITAL-PENDIENTE  PIC 9(9)V99.
           02 CUO-DEMORA             PIC 9(9)V99.
           02 CUO-PERIODO-DEMORA     PIC X(7).
           02 CUO-ESTADO             PIC X.
              88 CUO-PENDIENTE       VALUE "P".
              88 CUO-IMPAGADA        VALUE "I".
              88 CUO-COBRADA         VALUE "C".
           02 CUO-FECHA-COBRO        PIC X(10).
