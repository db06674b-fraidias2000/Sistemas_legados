      *pueden operar cada cuenta. El saldo lleva signo: puede
      *quedar en negativo hasta el limite de descubierto
      *autorizado que la oficina pacte con el titular (cero si no
      *hay descubierto pactado). El estado distingue las cuentas
      *activas de las inactivas (sin movimientos del cliente en
      *los meses que fija INACTIVA.PAR; CAJERO no las opera hasta
      *que la oficina las reactive) y de las canceladas desde
      *MANTENIM, que se conservan con saldo cero. La fecha es la
      *del ultimo cambio de estado (o la de alta).
         01 REG-CUENTA.
           02 CTA-NUM-CUENTA         PIC A(2)9(22).
           02 CTA-SALDO              PIC S9(9)V99.
           02 CTA-TITULAR            PIC X(30).
           02 CTA-DNI                PIC X(9).
           02 CTA-LIMITE-DESCUBIERTO PIC 9(7)V99.
           02 CTA-ESTADO             PIC X.
              88 CTA-ACTIVA          VALUE "A".
              88 CTA-INACTIVA        VALUE "I".
              88 CTA-CANCELADA       VALUE "C".
           02 CTA-FECHA-ESTADO       PIC X(10).
