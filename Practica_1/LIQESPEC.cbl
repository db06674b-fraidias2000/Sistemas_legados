      *liquidada se informa con sus entradas vendidas, devueltas y
      *el importe neto a abonar al promotor; si su fecha ya paso
      *se marca como liquidada para que no vuelva a salir en otra
      *pasada. Las sesiones canceladas desde MANTENIM no se
      *liquidan: sus entradas ya se reembolsaron a los compradores.
      *El nombre del espectaculo se relee de ESPEC.DAT solo al
      *cambiar de espectaculo, porque las sesiones vienen
      *ordenadas por clave.
       LIQUIDAR-ESPECTACULOS.
           MOVE 0 TO ESPEC-CARGADO.
         INICIO-LEER-CARTELERA.
           READ SESIONFILE NEXT RECORD
                AT END GO TO FIN-LIQUIDAR-ESPECTACULOS.
           IF SES-LIQUIDADA = "S" OR SES-LIQUIDADA = "C"
             GO TO INICIO-LEER-CARTELERA.
           IF SES-ESPEC-NUMERO < 1 OR SES-NUMERO < 1
             GO TO INICIO-LEER-CARTELERA.
