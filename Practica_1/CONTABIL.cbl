
      *Plan de cuentas de mayor del extracto (ver ASIENTOFD).
         01 TABLA-MAYOR.
            02 CUENTA-MAYOR OCCURS 10 TIMES.
                03 MAY-CODIGO            PIC X(4).
                03 MAY-NOMBRE            PIC X(30).
                03 MAY-DEBE              PIC 9(11)V99.
           MOVE "Ingresos por comisiones" TO MAY-NOMBRE(7).
           MOVE "5710" TO MAY-CODIGO(8).
           MOVE "Efectivo de oficina" TO MAY-NOMBRE(8).
           MOVE "1700" TO MAY-CODIGO(9).
           MOVE "Prestamos a clientes" TO MAY-NOMBRE(9).
           MOVE "7020" TO MAY-CODIGO(10).
           MOVE "Intereses de prestamos" TO MAY-NOMBRE(10).
           MOVE 1 TO IC.
         INICIO-INICIALIZAR-MAYOR.
           IF IC > 10
             GO TO FIN-INICIALIZAR-MAYOR.
           MOVE 0 TO MAY-DEBE(IC).
           MOVE 0 TO MAY-HABER(IC).
       ANOTAR-DEBE.
           MOVE 1 TO IC.
         INICIO-BUSCAR-DEBE.
           IF IC > 10
             GO TO FIN-ANOTAR-DEBE.
           IF MAY-CODIGO(IC) = CUENTA-APUNTE
             ADD IMPORTE-APUNTE TO MAY-DEBE(IC)
       ANOTAR-HABER.
           MOVE 1 TO IC.
         INICIO-BUSCAR-HABER.
           IF IC > 10
             GO TO FIN-ANOTAR-HABER.
           IF MAY-CODIGO(IC) = CUENTA-APUNTE
             ADD IMPORTE-APUNTE TO MAY-HABER(IC)
             MOVE "5700" TO CUENTA-APUNTE
             PERFORM ANOTAR-HABER THRU FIN-ANOTAR-HABER
             GO TO FIN-CONTABILIZAR-MOVIMIENTO.
      *    EL PRESTAMO CONCEDIDO ES UN ACTIVO CONTRA LOS DEPOSITOS
      *    DEL CLIENTE; LA CUOTA LO AMORTIZA POR EL CAPITAL Y LOS
      *    INTERESES (Y LA DEMORA) SON INGRESO DEL BANCO
           IF MOV-TIPO-PRESTAMO
             MOVE "1700" TO CUENTA-APUNTE
             PERFORM ANOTAR-DEBE THRU FIN-ANOTAR-DEBE
             MOVE "2000" TO CUENTA-APUNTE
             PERFORM ANOTAR-HABER THRU FIN-ANOTAR-HABER
             GO TO FIN-CONTABILIZAR-MOVIMIENTO.
           IF MOV-TIPO-CUOTA-CAPITAL
             MOVE "2000" TO CUENTA-APUNTE
             PERFORM ANOTAR-DEBE THRU FIN-ANOTAR-DEBE
             MOVE "1700" TO CUENTA-APUNTE
             PERFORM ANOTAR-HABER THRU FIN-ANOTAR-HABER
             GO TO FIN-CONTABILIZAR-MOVIMIENTO.
           IF MOV-TIPO-CUOTA-INTERES OR MOV-TIPO-DEMORA
             MOVE "2000" TO CUENTA-APUNTE
             PERFORM ANOTAR-DEBE THRU FIN-ANOTAR-DEBE
             MOVE "7020" TO CUENTA-APUNTE
             PERFORM ANOTAR-HABER THRU FIN-ANOTAR-HABER
             GO TO FIN-CONTABILIZAR-MOVIMIENTO.
      *    LA RECLAMACION ACEPTADA DESHACE UN REINTEGRO CUYO
      *    EFECTIVO NO SALIO DEL CAJERO: APUNTE CONTRARIO AL DEL
      *    REINTEGRO
           IF MOV-TIPO-ABONO-RECLAM
             MOVE "5700" TO CUENTA-APUNTE
             PERFORM ANOTAR-DEBE THRU FIN-ANOTAR-DEBE
             MOVE "2000" TO CUENTA-APUNTE
             PERFORM ANOTAR-HABER THRU FIN-ANOTAR-HABER
             GO TO FIN-CONTABILIZAR-MOVIMIENTO.
           ADD 1 TO NUM-MOVS-SIN-TIPO.
       FIN-CONTABILIZAR-MOVIMIENTO.
           EXIT.
      *Procedimiento sumar-abonos
      *Suma los abonos con fecha valor de hoy de ABONOS.DAT para
      *contrastarlos en el informe con los abonos aplicados (la
      *diferencia son los rechazados, que devuelve DEVOLVER). La
      *cabecera y el registro de totales del fichero no cuentan.
       SUMAR-ABONOS.
           OPEN INPUT ABONOFILE.
           IF FSAB NOT = "00"
         INICIO-LEER-ABONOS.
           READ ABONOFILE NEXT RECORD
                AT END GO TO FIN-LEER-ABONOS.
           IF NOT ABON-DETALLE
             GO TO INICIO-LEER-ABONOS.
           IF ABON-FECHA-VALOR = FECHAF
             ADD ABON-IMPORTE TO TOTAL-ABONOS-HOY.
           GO TO INICIO-LEER-ABONOS.
             STOP RUN.
           MOVE 1 TO IC.
         INICIO-ESCRIBIR-ASIENTO.
           IF IC > 10
             GO TO CERRAR-ASIENTOS.
           IF MAY-DEBE(IC) = 0 AND MAY-HABER(IC) = 0
             ADD 1 TO IC

           MOVE 1 TO IC.
         INICIO-INFORME-MAYOR.
           IF IC > 10
             GO TO ESCRIBIR-TOTALES.
           MOVE MAY-CODIGO(IC) TO CODIGO-MAYOR-D.
           MOVE MAY-NOMBRE(IC) TO NOMBRE-MAYOR-D.
