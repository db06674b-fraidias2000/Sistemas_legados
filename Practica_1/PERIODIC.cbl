         77 SALDO-DISPONIBLE-CTA      PIC S9(9)V99.
         77 EXISTE-CUENTA-ORIGEN      PIC X(2).
         77 ORDEN-EJECUTADA           PIC X(2).
         77 DESTINO-CANCELADO         PIC X(2).
         77 IND-OTRO-BANCO            PIC X.
         77 IMPORTE-ORDEN-MOV         PIC --------9.99.
         77 CONCEPTO-ORDEN-MOV        PIC X(40).
             ADD 1 TO NUM-ORDENES-OMITIDAS
             MOVE "Cuenta no existe" TO RESULTADO-INF
           ELSE
             IF DESTINO-CANCELADO = "SI"
               ADD 1 TO NUM-ORDENES-OMITIDAS
               MOVE "Destino cancelado" TO RESULTADO-INF
             ELSE
               IF ORDEN-EJECUTADA = "NO"
                 ADD 1 TO NUM-ORDENES-OMITIDAS
                 MOVE "Saldo insuficiente" TO RESULTADO-INF
               ELSE
                 ADD 1 TO NUM-ORDENES-EJECUTADAS
                 PERFORM ABONAR-DESTINO-ORDEN
                              THRU FIN-ABONAR-DESTINO-ORDEN
                 PERFORM ANOTAR-MOV-ORDEN THRU FIN-ANOTAR-MOV-ORDEN
                 MOVE FECHAF TO PER-FECHA-ULT-EJEC
                 REWRITE REG-ORDEN-PERIODICA
                 IF IND-OTRO-BANCO = "S"
                   MOVE "Ejecutada (otro banco)" TO RESULTADO-INF
                 ELSE
                   MOVE "Ejecutada" TO RESULTADO-INF.
           MOVE LINEA-ORDEN-INF TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           GO TO INICIO-LEER-ORDENES.
      *autorizado de la cuenta), le carga el importe de la orden,
      *aunque el saldo quede en negativo. Si ni con el descubierto
      *alcanza, la orden queda omitida para poder avisar al
      *cliente desde el informe. Antes de cargar nada comprueba
      *que la cuenta destino, si es de este banco, no este
      *cancelada; si lo esta la orden tambien queda omitida.
       EJECUTAR-ORDEN.
           MOVE "NO" TO EXISTE-CUENTA-ORIGEN.
           MOVE "NO" TO ORDEN-EJECUTADA.
           MOVE "NO" TO DESTINO-CANCELADO.
           MOVE PER-CUENTA-ORIGEN TO NUM-CUENTA-ACTUAL.
           OPEN I-O CUENTAFILE.
           MOVE PER-CUENTA-DESTINO TO CTA-NUM-CUENTA.
           READ CUENTAFILE
             INVALID KEY GO TO BUSCAR-ORDENANTE.
           IF CTA-CANCELADA
             MOVE "SI" TO DESTINO-CANCELADO.

         BUSCAR-ORDENANTE.
           MOVE PER-CUENTA-ORIGEN TO CTA-NUM-CUENTA.
           READ CUENTAFILE
             INVALID KEY GO TO FIN-BUSCAR-ORDENANTE.
           MOVE "SI" TO EXISTE-CUENTA-ORIGEN.
           IF DESTINO-CANCELADO = "SI"
             GO TO FIN-BUSCAR-ORDENANTE.
           MOVE CTA-SALDO TO SALDO-ACTUAL-CTA.
           COMPUTE SALDO-DISPONIBLE-CTA =
                        SALDO-ACTUAL-CTA + CTA-LIMITE-DESCUBIERTO.
