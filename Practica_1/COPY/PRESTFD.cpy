      *Copia del registro de prestamos personales (PRESTAMOS.DAT),
      *indexado por cuenta y numero de prestamo dentro de la
      *cuenta. La oficina concede el prestamo en MANTENIM, que
      *abona el principal en la cuenta y genera el cuadro de
      *amortizacion en CUOTASPR.DAT (sistema frances, cuota fija
      *mensual). El proceso mensual CUOTAS cobra las cuotas
      *vencidas y va actualizando los pendientes de este registro.
      *Los tipos son nominales anuales en tanto por cien; el de
      *demora se aplica por cada mes que una cuota sigue impagada.
      *PRE-IMPORTE-IMPAGADO es lo vencido y sin cobrar (cuotas
      *impagadas mas sus intereses de demora) y
      *PRE-FECHA-PROX-CUOTA el proximo vencimiento pendiente.
      *Estados: A = al corriente, M = en mora (cuotas impagadas),
      *         L = liquidado (todas las cuotas cobradas).
         01 REG-PRESTAMO.
           02 PRE-CLAVE.
              03 PRE-CUENTA          PIC A(2)9(22).
              03 PRE-NUM             PIC 99.
           02 PRE-PRINCIPAL          PIC 9(9)V99.
           02 PRE-TIPO-INTERES       PIC 99V999.
           02 PRE-TIPO-DEMORA        PIC 99V999.
           02 PRE-PLAZO-MESES        PIC 999.
           02 PRE-CUOTA              PIC 9(9)V99.
           02 PRE-FECHA-CONCESION    PIC X(10).
           02 PRE-CAPITAL-PENDIENTE  PIC 9(9)V99.
           02 PRE-CUOTAS-COBRADAS    PIC 999.
           02 PRE-CUOTAS-IMPAGADAS   PIC 999.
           02 PRE-IMPORTE-IMPAGADO   PIC 9(9)V99.
           02 PRE-FECHA-PROX-CUOTA   PIC X(10).
           02 PRE-ESTADO             PIC X.
              88 PRE-AL-CORRIENTE    VALUE "A".
              88 PRE-EN-MORA         VALUE "M".
              88 PRE-LIQUIDADO       VALUE "L".
           02 PRE-OPERADOR           PIC 9(4).
