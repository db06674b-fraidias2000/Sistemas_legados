        IDENTIFICATION DIVISION.
        PROGRAM-ID. CUOTAS.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT CUENTAFILE ASSIGN TO DISK "CUENTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-NUM-CUENTA
           FILE STATUS IS FSCU.

           SELECT MOVFILE ASSIGN TO DISK "MOVS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CLAVE
           FILE STATUS IS FSM.

           SELECT PRESTFILE ASSIGN TO DISK "PRESTAMOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-CLAVE
           FILE STATUS IS FSPR.

           SELECT CUOTAFILE ASSIGN TO DISK "CUOTASPR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUO-CLAVE
           FILE STATUS IS FSCO.

           SELECT CONTROLFILE ASSIGN TO DISK "CONTROL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTL-CLAVE
           FILE STATUS IS FSCT.

           SELECT INFORMEFILE ASSIGN TO DISK "CUOTAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX.

       DATA DIVISION.
       FILE SECTION.
       FD CUENTAFILE
           LABEL RECORDS ARE STANDARD.
           COPY CUENTAFD.

       FD MOVFILE
           LABEL RECORDS ARE STANDARD.
           COPY MOVFD.

         FD PRESTFILE
           LABEL RECORDS ARE STANDARD.
           COPY PRESTFD.

         FD CUOTAFILE
           LABEL RECORDS ARE STANDARD.
           COPY CUOTAPRFD.

         FD CONTROLFILE
           LABEL RECORDS ARE STANDARD.
           COPY CONTROLFD.

         FD INFORMEFILE
           LABEL RECORDS ARE STANDARD.
         01 LINEA-INFORME             PIC X(80).

         WORKING-STORAGE SECTION.
         77 FSCU                      PIC XX.
         77 FSM                       PIC XX.
         77 FSPR                      PIC XX.
         77 FSCO                      PIC XX.
         77 FSCT                      PIC XX.
         77 FSX                       PIC XX.
         77 NOMBRE-JOB                PIC X(8) VALUE "CUOTAS".
         77 PERIODO-ACTUAL            PIC X(7).
         77 NUM-CUENTA-ACTUAL         PIC A(2)9(22).
         77 MOV-SIGUIENTE-SEC         PIC 9(6).
         77 EXISTE-CUENTA-PREST       PIC X(2).
         77 RESULTADO-COBRO           PIC X(2).
         77 FIN-CUADRO                PIC X(2).
         77 SALDO-ACTUAL-CTA          PIC S9(9)V99.
         77 SALDO-DISPONIBLE-CTA      PIC S9(9)V99.
         77 IMPORTE-COBRO-CUOTA       PIC 9(9)V99.
         77 DEMORA-MES                PIC 9(9)V99.
         77 FECHA-HOY-NUM             PIC 9(8).
         77 FECHA-VENCIMIENTO-NUM     PIC 9(8).
         77 IMPORTE-CUOTA-MOV         PIC --------9.99.
         77 CONCEPTO-CUOTA-MOV        PIC X(40).
         77 TIPO-CUOTA-MOV            PIC X(2).
         77 NUM-CUOTA-E               PIC ZZ9.

      *Acumulados del prestamo en curso y del proceso completo
         01 DATOS-COBRO-PRESTAMO.
             02 CUOTAS-COBRADAS-PRE   PIC 999.
             02 CAPITAL-COBRADO-PRE   PIC 9(9)V99.
             02 INTERES-COBRADO-PRE   PIC 9(9)V99.
             02 DEMORA-COBRADA-PRE    PIC 9(9)V99.
         01 TOTALES-COBRO.
             02 NUM-PRESTAMOS         PIC 9(5) VALUE 0.
             02 TOTAL-CUOTAS-COBRADAS PIC 9(5) VALUE 0.
             02 TOTAL-CAPITAL         PIC 9(11)V99 VALUE 0.
             02 TOTAL-INTERESES       PIC 9(11)V99 VALUE 0.
             02 TOTAL-DEMORA          PIC 9(11)V99 VALUE 0.
             02 TOTAL-CUOTAS-IMPAGADAS PIC 9(5) VALUE 0.
             02 TOTAL-IMPAGADO        PIC 9(11)V99 VALUE 0.
             02 NUM-LIQUIDADOS        PIC 9(5) VALUE 0.

         01 FECHA.
             02 AA                    PIC 9999.
             02 MM                    PIC 99.
             02 DD                    PIC 99.
         01 FECHAF.
             02 DD                    PIC 99.
             02 FILLER                PIC X VALUE "/".
             02 MM                    PIC 99.
             02 FILLER                PIC X VALUE "/".
             02 AA                    PIC 9999.
         01 HORA.
             02 HH                    PIC 99.
             02 MM                    PIC 99.
             02 SS                    PIC 99.
         01 HORAF.
             02 HH                    PIC 99.
             02 FILLER                PIC X VALUE ":".
             02 MM                    PIC 99.
             02 FILLER                PIC X VALUE ":".
             02 SS                    PIC 99.

         01 LINEA-SEPARADORA          PIC X(80)
             VALUE ALL "=".
         01 LINEA-EN-BLANCO           PIC X(80) VALUE SPACES.

         01 LINEA-TITULO.
             02 FILLER                PIC X(20)
                 VALUE "UnizarBank".
             02 FILLER                PIC X(35)
                 VALUE "Cobro de cuotas de prestamos".
             02 FILLER                PIC X(15) VALUE "Fecha emision:".
             02 FECHA-TITULO-D        PIC X(10).

         01 LINEA-CABECERA-PREST.
             02 FILLER                PIC X(25) VALUE "Cuenta".
             02 FILLER                PIC X(3)  VALUE "Pr".
             02 FILLER                PIC X(4)  VALUE "Cob".
             02 FILLER                PIC X(11) VALUE "   Capital".
             02 FILLER                PIC X(10) VALUE "Intereses".
             02 FILLER                PIC X(9)  VALUE "  Demora".
             02 FILLER                PIC X(4)  VALUE "Imp".
             02 FILLER                PIC X(10) VALUE "  Vencido".

         01 LINEA-PRESTAMO.
             02 CUENTA-D              PIC X(24).
             02 FILLER                PIC X     VALUE SPACES.
             02 NUM-PREST-D           PIC 99.
             02 FILLER                PIC X     VALUE SPACES.
             02 COBRADAS-D            PIC ZZ9.
             02 FILLER                PIC X     VALUE SPACES.
             02 CAPITAL-D             PIC ZZZZZZ9.99.
             02 FILLER                PIC X     VALUE SPACES.
             02 INTERESES-D           PIC ZZZZZ9.99.
             02 FILLER                PIC X     VALUE SPACES.
             02 DEMORA-D              PIC ZZZZ9.99.
             02 FILLER                PIC X     VALUE SPACES.
             02 IMPAGADAS-D           PIC ZZ9.
             02 FILLER                PIC X     VALUE SPACES.
             02 IMPAGADO-D            PIC ZZZZZZ9.99.
             02 FILLER                PIC X     VALUE SPACES.
             02 ESTADO-PREST-D        PIC X(3).

         01 LINEA-LEYENDA.
             02 FILLER                PIC X(30)
                 VALUE "MOR = en mora, LIQ = saldado,".
             02 FILLER                PIC X(30)
                 VALUE " CTA = la cuenta no existe".

         01 LINEA-SIN-PRESTAMOS.
             02 FILLER                PIC X(60)
                 VALUE "No hay prestamos vigentes".

         01 LINEA-TOTAL-COBRADO.
             02 FILLER                PIC X(18)
                 VALUE "Cuotas cobradas:".
             02 TOT-COBRADAS-D        PIC ZZZZ9.
             02 FILLER                PIC X(11) VALUE "  Capital:".
             02 TOT-CAPITAL-D         PIC ZZZZZZZZZ9.99.
             02 FILLER                PIC X(13) VALUE "  Intereses:".
             02 TOT-INTERESES-D       PIC ZZZZZZZZ9.99.

         01 LINEA-TOTAL-DEMORA.
             02 FILLER                PIC X(18)
                 VALUE "Int. de demora:".
             02 TOT-DEMORA-D          PIC ZZZZZZZZ9.99.
             02 FILLER                PIC X(22)
                 VALUE "  Prestamos saldados:".
             02 TOT-LIQUIDADOS-D      PIC ZZZZ9.

         01 LINEA-TOTAL-IMPAGADO.
             02 FILLER                PIC X(18)
                 VALUE "Cuotas impagadas:".
             02 TOT-IMPAGADAS-D       PIC ZZZZ9.
             02 FILLER                PIC X(20)
                 VALUE "  Importe vencido:".
             02 TOT-IMPAGADO-D        PIC ZZZZZZZZZ9.99.

        PROCEDURE DIVISION.
      *Procedimiento inicio
      *Proceso mensual de cobro de prestamos: recorre
      *PRESTAMOS.DAT y, para cada prestamo vivo, cobra de su
      *cuenta las cuotas del cuadro de amortizacion ya vencidas,
      *con un movimiento para el capital y otro para los
      *intereses (y otro para la demora) que CONTABIL lleva a sus
      *cuentas de mayor. Las cuotas que la cuenta no puede pagar
      *quedan impagadas y devengan intereses de demora cada mes
      *hasta que se cobran. CONTROL.DAT impide repetir un mes ya
      *completado; una ejecucion muerta a medias se repite
      *entera, lo cual es seguro porque las cuotas cobradas y la
      *demora ya devengada del mes quedan marcadas en el cuadro.
       INICIO.
           PERFORM OBTENER-FECHA.
           COMPUTE FECHA-HOY-NUM = (AA OF FECHA * 10000)
                        + (MM OF FECHA * 100) + DD OF FECHA.
           OPEN I-O PRESTFILE.
           IF FSPR NOT = "00"
             DISPLAY "CUOTAS: no hay fichero de prestamos"
             STOP RUN.
           OPEN I-O CUOTAFILE.
           IF FSCO NOT = "00"
             DISPLAY "CUOTAS: no hay cuadro de amortizacion ("
                     FSCO ")"
             CLOSE PRESTFILE
             STOP RUN.
           PERFORM ABRIR-CONTROL-PROCESO
                        THRU FIN-ABRIR-CONTROL-PROCESO.
           OPEN I-O CUENTAFILE.

           OPEN OUTPUT INFORMEFILE.
           MOVE FECHAF TO FECHA-TITULO-D.
           MOVE LINEA-SEPARADORA TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE LINEA-TITULO TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE LINEA-SEPARADORA TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE LINEA-EN-BLANCO TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE LINEA-CABECERA-PREST TO LINEA-INFORME.
           WRITE LINEA-INFORME.

           PERFORM PROCESAR-PRESTAMOS THRU FIN-PROCESAR-PRESTAMOS.
           IF NUM-PRESTAMOS = 0
             MOVE LINEA-SIN-PRESTAMOS TO LINEA-INFORME
             WRITE LINEA-INFORME.
           MOVE LINEA-EN-BLANCO TO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE TOTAL-CUOTAS-COBRADAS TO TOT-COBRADAS-D.
           MOVE TOTAL-CAPITAL TO TOT-CAPITAL-D.
           MOVE TOTAL-INTERESES TO TOT-INTERESES-D.
           MOVE LINEA-TOTAL-COBRADO TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE TOTAL-DEMORA TO TOT-DEMORA-D.
           MOVE NUM-LIQUIDADOS TO TOT-LIQUIDADOS-D.
           MOVE LINEA-TOTAL-DEMORA TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE TOTAL-CUOTAS-IMPAGADAS TO TOT-IMPAGADAS-D.
           MOVE TOTAL-IMPAGADO TO TOT-IMPAGADO-D.
           MOVE LINEA-TOTAL-IMPAGADO TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE LINEA-EN-BLANCO TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE LINEA-LEYENDA TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           CLOSE INFORMEFILE.

           CLOSE CUENTAFILE.
           CLOSE CUOTAFILE.
           CLOSE PRESTFILE.
           PERFORM CERRAR-CONTROL-PROCESO
                        THRU FIN-CERRAR-CONTROL-PROCESO.
           DISPLAY "CUOTAS: cuotas cobradas " TOTAL-CUOTAS-COBRADAS
                   " impagadas " TOTAL-CUOTAS-IMPAGADAS.
           STOP RUN.

      *Procedimiento obtener-fecha
       OBTENER-FECHA.
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE CORR FECHA TO FECHAF.
           ACCEPT HORA FROM TIME.
           MOVE CORR HORA TO HORAF.

      *Procedimiento abrir-control-proceso
      *Registra la ejecucion del mes en CONTROL.DAT. Si el mes ya
      *esta completado el proceso se niega a arrancar.
       ABRIR-CONTROL-PROCESO.
           MOVE SPACES TO PERIODO-ACTUAL.
           STRING AA OF FECHA "/" MM OF FECHA DELIMITED BY SIZE
              INTO PERIODO-ACTUAL.
           OPEN I-O CONTROLFILE.
           IF FSCT = "35"
               OPEN OUTPUT CONTROLFILE
               CLOSE CONTROLFILE
               OPEN I-O CONTROLFILE.
           MOVE NOMBRE-JOB TO CTL-JOB.
           MOVE PERIODO-ACTUAL TO CTL-PERIODO.
           READ CONTROLFILE
             INVALID KEY
               MOVE NOMBRE-JOB TO CTL-JOB
               MOVE PERIODO-ACTUAL TO CTL-PERIODO
               MOVE "E" TO CTL-ESTADO
               MOVE FECHAF TO CTL-FECHA-INICIO
               MOVE HORAF TO CTL-HORA-INICIO
               MOVE SPACES TO CTL-FECHA-FIN
               MOVE SPACES TO CTL-HORA-FIN
               MOVE SPACES TO CTL-ULT-CUENTA
               WRITE REG-CONTROL-PROCESO
             NOT INVALID KEY
               PERFORM COMPROBAR-EJECUCION-PREVIA
                            THRU FIN-COMPROBAR-EJECUCION-PREVIA
           END-READ.
       FIN-ABRIR-CONTROL-PROCESO.
           EXIT.

      *Procedimiento comprobar-ejecucion-previa
       COMPROBAR-EJECUCION-PREVIA.
           IF CTL-ESTADO = "C"
             DISPLAY NOMBRE-JOB ": el periodo " PERIODO-ACTUAL
                     " ya esta completado, no se repite"
             CLOSE CONTROLFILE
             CLOSE CUOTAFILE
             CLOSE PRESTFILE
             STOP RUN.
           DISPLAY NOMBRE-JOB ": repitiendo el periodo "
                   PERIODO-ACTUAL " que quedo a medias".
           MOVE FECHAF TO CTL-FECHA-INICIO.
           MOVE HORAF TO CTL-HORA-INICIO.
           REWRITE REG-CONTROL-PROCESO.
       FIN-COMPROBAR-EJECUCION-PREVIA.
           EXIT.

      *Procedimiento cerrar-control-proceso
       CERRAR-CONTROL-PROCESO.
           PERFORM OBTENER-FECHA.
           MOVE "C" TO CTL-ESTADO.
           MOVE FECHAF TO CTL-FECHA-FIN.
           MOVE HORAF TO CTL-HORA-FIN.
           REWRITE REG-CONTROL-PROCESO.
           CLOSE CONTROLFILE.
       FIN-CERRAR-CONTROL-PROCESO.
           EXIT.

      *Procedimiento procesar-prestamos
      *Recorre PRESTAMOS.DAT en orden de clave y cobra las cuotas
      *vencidas de cada prestamo que no este ya liquidado.
       PROCESAR-PRESTAMOS.
         INICIO-LEER-PRESTAMOS.
           READ PRESTFILE NEXT RECORD
                AT END GO TO FIN-PROCESAR-PRESTAMOS.
           IF PRE-LIQUIDADO
             GO TO INICIO-LEER-PRESTAMOS.
           ADD 1 TO NUM-PRESTAMOS.
           PERFORM COBRAR-PRESTAMO THRU FIN-COBRAR-PRESTAMO.
           REWRITE REG-PRESTAMO.
           PERFORM ESCRIBIR-PRESTAMO THRU FIN-ESCRIBIR-PRESTAMO.
           GO TO INICIO-LEER-PRESTAMOS.
       FIN-PROCESAR-PRESTAMOS.
           EXIT.

      *Procedimiento cobrar-prestamo
      *Se posiciona por clave en el cuadro de amortizacion del
      *prestamo y recorre sus cuotas en orden: las impagadas
      *devengan la demora del mes y se intentan cobrar, las
      *pendientes ya vencidas se intentan cobrar y, si no hay
      *disponible, pasan a impagadas. La primera cuota pendiente
      *que aun no ha vencido es el proximo vencimiento. Las cuotas
      *cobradas y el capital pendiente del prestamo se rehacen a
      *partir del cuadro (principal menos el capital de todas las
      *cuotas cobradas, de este mes o de otros), asi una ejecucion
      *repetida no los descuadra aunque el cuadro ya estuviera
      *grabado. Al final se recalcula el estado del prestamo.
       COBRAR-PRESTAMO.
           MOVE 0 TO PRE-CUOTAS-COBRADAS.
           MOVE PRE-PRINCIPAL TO PRE-CAPITAL-PENDIENTE.
           MOVE 0 TO CUOTAS-COBRADAS-PRE.
           MOVE 0 TO CAPITAL-COBRADO-PRE.
           MOVE 0 TO INTERES-COBRADO-PRE.
           MOVE 0 TO DEMORA-COBRADA-PRE.
           MOVE 0 TO PRE-CUOTAS-IMPAGADAS.
           MOVE 0 TO PRE-IMPORTE-IMPAGADO.
           MOVE SPACES TO PRE-FECHA-PROX-CUOTA.
           MOVE "NO" TO FIN-CUADRO.
           MOVE PRE-CUENTA TO NUM-CUENTA-ACTUAL.

           MOVE "NO" TO EXISTE-CUENTA-PREST.
           MOVE PRE-CUENTA TO CTA-NUM-CUENTA.
           READ CUENTAFILE
             INVALID KEY GO TO INICIO-CUADRO-PRESTAMO.
           MOVE "SI" TO EXISTE-CUENTA-PREST.
           MOVE CTA-SALDO TO SALDO-ACTUAL-CTA.

         INICIO-CUADRO-PRESTAMO.
           MOVE PRE-CUENTA TO CUO-CUENTA.
           MOVE PRE-NUM TO CUO-NUM-PRESTAMO.
           MOVE 0 TO CUO-NUM-CUOTA.
           START CUOTAFILE KEY IS NOT LESS THAN CUO-CLAVE
             INVALID KEY GO TO FIN-LEER-CUOTAS.
         INICIO-LEER-CUOTAS.
           READ CUOTAFILE NEXT RECORD
                AT END GO TO FIN-LEER-CUOTAS.
           IF CUO-CUENTA NOT = PRE-CUENTA
              OR CUO-NUM-PRESTAMO NOT = PRE-NUM
             GO TO FIN-LEER-CUOTAS.
           IF CUO-COBRADA
             ADD 1 TO PRE-CUOTAS-COBRADAS
             SUBTRACT CUO-CAPITAL FROM PRE-CAPITAL-PENDIENTE
             GO TO INICIO-LEER-CUOTAS.
           IF FIN-CUADRO = "SI"
             GO TO INICIO-LEER-CUOTAS.

           IF CUO-PENDIENTE
             COMPUTE FECHA-VENCIMIENTO-NUM =
                        (AAV * 10000) + (MMV * 100) + DDV
             IF FECHA-VENCIMIENTO-NUM > FECHA-HOY-NUM
               MOVE CUO-FECHA-VENCIMIENTO TO PRE-FECHA-PROX-CUOTA
               MOVE "SI" TO FIN-CUADRO
               GO TO INICIO-LEER-CUOTAS.

           IF CUO-IMPAGADA
              AND CUO-PERIODO-DEMORA NOT = PERIODO-ACTUAL
             COMPUTE DEMORA-MES ROUNDED =
                    (CUO-CAPITAL + CUO-INTERES) * PRE-TIPO-DEMORA
                    / 1200
             ADD DEMORA-MES TO CUO-DEMORA
             MOVE PERIODO-ACTUAL TO CUO-PERIODO-DEMORA.

           PERFORM COBRAR-CUOTA THRU FIN-COBRAR-CUOTA.
           IF RESULTADO-COBRO = "SI"
             ADD 1 TO PRE-CUOTAS-COBRADAS
             SUBTRACT CUO-CAPITAL FROM PRE-CAPITAL-PENDIENTE.
           IF RESULTADO-COBRO = "NO"
             IF CUO-PENDIENTE
               MOVE "I" TO CUO-ESTADO
               MOVE PERIODO-ACTUAL TO CUO-PERIODO-DEMORA.
           IF RESULTADO-COBRO = "NO"
             ADD 1 TO PRE-CUOTAS-IMPAGADAS
             COMPUTE PRE-IMPORTE-IMPAGADO = PRE-IMPORTE-IMPAGADO
                    + CUO-CAPITAL + CUO-INTERES + CUO-DEMORA.
           REWRITE REG-CUOTA-PRESTAMO.
           GO TO INICIO-LEER-CUOTAS.
         FIN-LEER-CUOTAS.

           IF PRE-CUOTAS-COBRADAS NOT < PRE-PLAZO-MESES
             MOVE "L" TO PRE-ESTADO
             ADD 1 TO NUM-LIQUIDADOS
           ELSE
             IF PRE-CUOTAS-IMPAGADAS > 0
               MOVE "M" TO PRE-ESTADO
             ELSE
               MOVE "A" TO PRE-ESTADO.
           ADD CUOTAS-COBRADAS-PRE TO TOTAL-CUOTAS-COBRADAS.
           ADD CAPITAL-COBRADO-PRE TO TOTAL-CAPITAL.
           ADD INTERES-COBRADO-PRE TO TOTAL-INTERESES.
           ADD DEMORA-COBRADA-PRE TO TOTAL-DEMORA.
           ADD PRE-CUOTAS-IMPAGADAS TO TOTAL-CUOTAS-IMPAGADAS.
           ADD PRE-IMPORTE-IMPAGADO TO TOTAL-IMPAGADO.
       FIN-COBRAR-PRESTAMO.
           EXIT.

      *Procedimiento cobrar-cuota
      *Cobra la cuota leida si el disponible de la cuenta (saldo
      *mas descubierto autorizado, como en DOMICIL) alcanza para
      *capital, intereses y demora. Cada parte se anota como un
      *movimiento propio para que CONTABIL pueda separarlas; el
      *saldo de la cuenta se graba antes de marcar la cuota como
      *cobrada. Deja el resultado en RESULTADO-COBRO.
       COBRAR-CUOTA.
           MOVE "NO" TO RESULTADO-COBRO.
           IF EXISTE-CUENTA-PREST = "NO"
             GO TO FIN-COBRAR-CUOTA.
           COMPUTE IMPORTE-COBRO-CUOTA =
                   CUO-CAPITAL + CUO-INTERES + CUO-DEMORA.
           COMPUTE SALDO-DISPONIBLE-CTA =
                   SALDO-ACTUAL-CTA + CTA-LIMITE-DESCUBIERTO.
           IF IMPORTE-COBRO-CUOTA > SALDO-DISPONIBLE-CTA
             GO TO FIN-COBRAR-CUOTA.

           MOVE CUO-NUM-CUOTA TO NUM-CUOTA-E.
           SUBTRACT CUO-CAPITAL FROM SALDO-ACTUAL-CTA.
           MOVE SPACES TO CONCEPTO-CUOTA-MOV.
           STRING "Prestamo " PRE-NUM " cuota " NUM-CUOTA-E
                  " capital"
              DELIMITED BY SIZE INTO CONCEPTO-CUOTA-MOV.
           COMPUTE IMPORTE-CUOTA-MOV = CUO-CAPITAL * -1.
           MOVE "15" TO TIPO-CUOTA-MOV.
           PERFORM ANOTAR-MOVIMIENTO THRU FIN-ANOTAR-MOVIMIENTO.

           IF CUO-INTERES > 0
             SUBTRACT CUO-INTERES FROM SALDO-ACTUAL-CTA
             MOVE SPACES TO CONCEPTO-CUOTA-MOV
             STRING "Prestamo " PRE-NUM " cuota " NUM-CUOTA-E
                    " intereses"
                DELIMITED BY SIZE INTO CONCEPTO-CUOTA-MOV
             COMPUTE IMPORTE-CUOTA-MOV = CUO-INTERES * -1
             MOVE "16" TO TIPO-CUOTA-MOV
             PERFORM ANOTAR-MOVIMIENTO THRU FIN-ANOTAR-MOVIMIENTO.

           IF CUO-DEMORA > 0
             SUBTRACT CUO-DEMORA FROM SALDO-ACTUAL-CTA
             MOVE SPACES TO CONCEPTO-CUOTA-MOV
             STRING "Prestamo " PRE-NUM " cuota " NUM-CUOTA-E
                    " int. demora"
                DELIMITED BY SIZE INTO CONCEPTO-CUOTA-MOV
             COMPUTE IMPORTE-CUOTA-MOV = CUO-DEMORA * -1
             MOVE "17" TO TIPO-CUOTA-MOV
             PERFORM ANOTAR-MOVIMIENTO THRU FIN-ANOTAR-MOVIMIENTO.

           MOVE SALDO-ACTUAL-CTA TO CTA-SALDO.
           REWRITE REG-CUENTA.

           MOVE "C" TO CUO-ESTADO.
           MOVE FECHAF TO CUO-FECHA-COBRO.
           ADD 1 TO CUOTAS-COBRADAS-PRE.
           ADD CUO-CAPITAL TO CAPITAL-COBRADO-PRE.
           ADD CUO-INTERES TO INTERES-COBRADO-PRE.
           ADD CUO-DEMORA TO DEMORA-COBRADA-PRE.
           MOVE "SI" TO RESULTADO-COBRO.
       FIN-COBRAR-CUOTA.
           EXIT.

      *Procedimiento escribir-prestamo
       ESCRIBIR-PRESTAMO.
           MOVE PRE-CUENTA TO CUENTA-D.
           MOVE PRE-NUM TO NUM-PREST-D.
           MOVE CUOTAS-COBRADAS-PRE TO COBRADAS-D.
           MOVE CAPITAL-COBRADO-PRE TO CAPITAL-D.
           MOVE INTERES-COBRADO-PRE TO INTERESES-D.
           MOVE DEMORA-COBRADA-PRE TO DEMORA-D.
           MOVE PRE-CUOTAS-IMPAGADAS TO IMPAGADAS-D.
           MOVE PRE-IMPORTE-IMPAGADO TO IMPAGADO-D.
           MOVE SPACES TO ESTADO-PREST-D.
           IF PRE-EN-MORA
             MOVE "MOR" TO ESTADO-PREST-D.
           IF PRE-LIQUIDADO
             MOVE "LIQ" TO ESTADO-PREST-D.
           IF EXISTE-CUENTA-PREST = "NO"
             MOVE "CTA" TO ESTADO-PREST-D.
           MOVE LINEA-PRESTAMO TO LINEA-INFORME.
           WRITE LINEA-INFORME.
       FIN-ESCRIBIR-PRESTAMO.
           EXIT.

      *Procedimiento anotar-movimiento
      *Escribe en MOVS.DAT, con el numero de secuencia que le
      *corresponda, el movimiento de NUM-CUENTA-ACTUAL descrito en
      *CONCEPTO-CUOTA-MOV, IMPORTE-CUOTA-MOV y TIPO-CUOTA-MOV.
       ANOTAR-MOVIMIENTO.
           PERFORM SIGUIENTE-NUM-MOV THRU FIN-SIGUIENTE-NUM-MOV.
           MOVE CONCEPTO-CUOTA-MOV TO MOV-CONCEPTO.
           MOVE IMPORTE-CUOTA-MOV TO MOV-CANTIDAD.
           MOVE SPACES TO MOV-CUENTA-DESTINO.
           MOVE TIPO-CUOTA-MOV TO MOV-TIPO.
           MOVE SALDO-ACTUAL-CTA TO MOV-SALDO.
           MOVE NUM-CUENTA-ACTUAL TO MOV-ID.
           MOVE MOV-SIGUIENTE-SEC TO MOV-NUM-SEC.
           MOVE FECHAF TO MOV-FECHA.
           MOVE HORAF TO MOV-HORA.
           OPEN I-O MOVFILE.
           IF FSM = "35"
               OPEN OUTPUT MOVFILE
               CLOSE MOVFILE
               OPEN I-O MOVFILE.
           WRITE REG-MOVIMIENTOS.
           CLOSE MOVFILE.
       FIN-ANOTAR-MOVIMIENTO.
           EXIT.

      *Procedimiento siguiente-num-mov
      *Calcula el siguiente numero de secuencia de movimiento para
      *NUM-CUENTA-ACTUAL posicionandose por clave en sus
      *movimientos, igual que hace CAJERO para NCUENTA.
       SIGUIENTE-NUM-MOV.
           MOVE 0 TO MOV-SIGUIENTE-SEC.
           OPEN INPUT MOVFILE.
           MOVE NUM-CUENTA-ACTUAL TO MOV-ID.
           MOVE 0 TO MOV-NUM-SEC.
           START MOVFILE KEY IS NOT LESS THAN MOV-CLAVE
             INVALID KEY GO TO FIN-BUSCAR-SEC-MOV.
         INICIO-BUSCAR-SEC-MOV.
           READ MOVFILE NEXT RECORD AT END
                  GO TO FIN-BUSCAR-SEC-MOV.
           IF MOV-ID NOT = NUM-CUENTA-ACTUAL
             GO TO FIN-BUSCAR-SEC-MOV.
           MOVE MOV-NUM-SEC TO MOV-SIGUIENTE-SEC.
           GO TO INICIO-BUSCAR-SEC-MOV.
         FIN-BUSCAR-SEC-MOV.
           CLOSE MOVFILE.
           ADD 1 TO MOV-SIGUIENTE-SEC.
       FIN-SIGUIENTE-NUM-MOV.
           EXIT.

       END PROGRAM CUOTAS.
