      *propio precio y su propio cupo de entradas; la cartelera
      *ESPEC.DAT solo conserva los datos comunes del espectaculo.
      *SES-LIQUIDADA vale "S" cuando LIQESPEC ya ha liquidado al
      *promotor la recaudacion de la sesion (su fecha paso), "C"
      *cuando se cancelo desde MANTENIM reembolsando sus entradas
      *(no se vende ni se liquida) y "N" en otro caso.
         01 REG-SESION.
           02 SES-CLAVE.
              03 SES-ESPEC-NUMERO    PIC 99.
