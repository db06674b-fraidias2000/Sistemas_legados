
      *Procedimiento procesar-cuentas
      *Recorre el maestro de cuentas completo y liquida intereses
      *y comision de mantenimiento de cada cuenta. Las cuentas
      *canceladas ya no liquidan nada.
       PROCESAR-CUENTAS.
         INICIO-LEER-CUENTAS.
           READ CUENTAFILE NEXT RECORD
                AT END GO TO FIN-PROCESAR-CUENTAS.
           IF CTA-CANCELADA
             GO TO INICIO-LEER-CUENTAS.

           MOVE CTA-NUM-CUENTA TO NUM-CUENTA-ACTUAL.
           MOVE CTA-SALDO TO SALDO-ACTUAL-CTA.
