      *  4010 Camara de compensacion    4100 Espectaculos a pagar
      *  6600 Intereses pagados         7010 Intereses cobrados
      *  7000 Ingresos por comisiones   5710 Efectivo de oficina
      *  1700 Prestamos a clientes      7020 Intereses de prestamos
         01 REG-ASIENTO.
           02 ASI-FECHA              PIC X(10).
           02 ASI-CUENTA-CONTABLE    PIC X(4).
