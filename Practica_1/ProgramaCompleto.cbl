           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSRE.

           SELECT DIARIOFILE ASSIGN TO DISK "DIARIO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIA-CLAVE
           FILE STATUS IS FSDI.

           SELECT MANDATOFILE ASSIGN TO DISK "MANDATOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAN-CLAVE
           FILE STATUS IS FSMA.

           SELECT PRESTFILE ASSIGN TO DISK "PRESTAMOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-CLAVE
           FILE STATUS IS FSPR.


       DATA DIVISION.
       FILE SECTION.
           02 PAR-IMPORTE-RETENCION   PIC 9(7)V99.
           02 PAR-DIAS-RETENCION      PIC 99.

         FD DIARIOFILE
           LABEL RECORDS ARE STANDARD.
           COPY DIARIOFD.

         FD MANDATOFILE
           LABEL RECORDS ARE STANDARD.
           COPY MANDATOFD.

         FD PRESTFILE
           LABEL RECORDS ARE STANDARD.
           COPY PRESTFD.

         WORKING-STORAGE SECTION.
         77 codigoGuapeton           PIC 9999.
         77 OP                       PIC X.
         77 SALDO-DISPONIBLE         PIC S9(9)V99.
         77 FSRT                     PIC XX.
         77 FSRE                     PIC XX.
         77 FSDI                     PIC XX.
         77 FSMA                     PIC XX.
         77 FSPR                     PIC XX.

      *Tarjetas que no estan activas o que han pasado de su mes
      *de caducidad: no operan y se remite al cliente a la oficina.
        01 DATOS-ESTADO-TARJETA.
            02 MSJ-ESTADO-TARJ       PIC X(35).
            02 MSJ-TARJ-CADUCADA     PIC X(35)
               VALUE "Su tarjeta esta caducada".
            02 MSJ-TARJ-PERDIDA      PIC X(35)
               VALUE "Tarjeta anulada por perdida".
            02 MSJ-TARJ-ROBADA       PIC X(35)
               VALUE "Tarjeta anulada por robo".
            02 MSJ-TARJ-SUSTITUIDA   PIC X(35)
               VALUE "Tarjeta sustituida por otra nueva".

      *Cuentas inactivas (INACTIVA) o canceladas en la oficina: no
      *se operan desde el cajero hasta que la oficina las reactive.
        01 DATOS-ESTADO-CUENTA.
            02 MSJ-ESTADO-CTA        PIC X(35).
            02 MSJ-CTA-INACTIVA      PIC X(35)
               VALUE "Cuenta inactiva por falta de uso".
            02 MSJ-CTA-CANCELADA     PIC X(35)
               VALUE "Esta cuenta esta cancelada".

      *Retenciones de ingresos: los ingresos en efectivo por
      *encima de IMPORTE-MIN-RETENCION (RETEN.PAR) no son
            02 IMPORTE-MIN-RETENCION PIC 9(7)V99 VALUE 1000.00.
            02 RETENIDO-CUENTA       PIC 9(9)V99.
            02 RET-SIGUIENTE-NUM     PIC 9(4).

      *Prestamos de la cuenta: capital que queda por amortizar, lo
      *vencido sin cobrar y el proximo vencimiento (el mas cercano
      *si la cuenta tiene mas de un prestamo vivo).
        01 DATOS-PRESTAMO-CTA.
            02 PRESTAMO-PENDIENTE    PIC 9(9)V99.
            02 IMPAGADO-PRESTAMO     PIC 9(9)V99.
            02 FECHA-PROX-CUOTA-CTA  PIC X(10).
            02 PROX-CUOTA-NUM        PIC 9(8).
            02 CUOTA-LEIDA-NUM       PIC 9(8).
            02 FECHA-CUOTA-LEIDA.
               03 DDPC               PIC 99.
               03 FILLER             PIC X.
               03 MMPC               PIC 99.
               03 FILLER             PIC X.
               03 AAPC               PIC 9999.
         77 NUM-CUENTAS-VINC         PIC 99 VALUE 0.
         77 IC                       PIC 99.
         77 LINEA-CTA-SEL            PIC 99.
            02 ERROR-TRANSF          PIC X(47).
            02 MSJ-ERROR-TRANSF      PIC X(47)
               VALUE "Saldo insuficiente. Indique una cantidad menor!".
            02 MSJ-ERROR-DESTINO-CANC PIC X(47)
               VALUE "La cuenta destino esta cancelada!".
            02 DESTINO-CANCELADO     PIC XX.
            02 CANTIDAD-TRANSF-MOV   PIC --------9.99.
            02 CONCEPTO-TRANSF-MOV   PIC X(40).

            02 MSJ-ERROR-ING-BILLETES PIC X(48) VALUE
               "Solo se admiten billetes: multiplos de 5 EUR".

      *Diario de operaciones: clave de la anotacion pendiente de
      *la operacion en curso y referencia de compra de entradas
      *que se guardara en el movimiento.
        01 DATOS-DIARIO.
            02 DIARIO-CLAVE-ACTUAL   PIC X(26).
            02 DIARIO-REF-COMPRA.
               03 DIARIO-REF-ESPEC   PIC 99.
               03 DIARIO-REF-ENTRADAS PIC 999.
               03 DIARIO-REF-REEMB   PIC X.
               03 DIARIO-REF-SESION  PIC 99.
               03 FILLER             PIC X(16).

        01 TABLA-DENOM-BILLETES.
            02 FILLER                PIC X(21)
                VALUE "500200100050020010005".
            02 FILLER                PIC X(2) VALUE SPACES.
            02 ESTADO-REC-D          PIC X(8).

      *Mandatos de domiciliacion de la cuenta: el cliente los
      *consulta y puede cancelar los que siguen activos.
        01 DATOS-MANDATOS.
            02 NUM-MANDATOS          PIC 9 VALUE 0.
            02 IMD                   PIC 9.
            02 LINEA-MANDATO         PIC 99.
            02 CUENTA-ABONO-MAN-SEL  PIC A(2)9(22).
            02 ACREEDOR-MAN-SEL      PIC X(20).
            02 IMPORTE-MAX-MAN-ED    PIC ZZZZZZZZ9.99.
            02 MSJ-MANDATOS          PIC X(51).
            02 MSJ-SIN-MANDATOS      PIC X(51) VALUE
               "La cuenta no tiene mandatos de domiciliacion".
            02 MSJ-ERROR-MAN-CANCELADO PIC X(51) VALUE
               "Ese mandato ya esta cancelado!".
            02 MSJ-MANDATO-CANCELADO PIC X(51) VALUE
               "Mandato cancelado: no se cargaran mas recibos".

        01 LISTA-MANDATOS.
            02 MANDATO-CTA OCCURS 8 TIMES.
                03 MANL-CUENTA-ABONO     PIC A(2)9(22).
                03 MANL-ACREEDOR         PIC X(20).
                03 MANL-IMPORTE-MAX      PIC 9(9)V99.
                03 MANL-ESTADO           PIC X.

        01 LINEA-DETALLE-MANDATO.
            02 NUM-OPCION-MAN        PIC 9.
            02 FILLER                PIC X(3) VALUE " - ".
            02 ACREEDOR-MAN-D        PIC X(20).
            02 FILLER                PIC X(2) VALUE SPACES.
            02 IMPORTE-MAX-MAN-D     PIC X(12).
            02 FILLER                PIC X(2) VALUE SPACES.
            02 ESTADO-MAN-D          PIC X(9).

        01 CAMBIO-CLAVE.
            02 CLAVE-ACTUAL          PIC 9(4).
            02 CLAVE-NUEVA           PIC 9(4).
            02 LINE 13 COL 30 VALUE "Acuda a una oficina".
            02 LINE 23 COL 32 VALUE "Enter - Aceptar".

         01 PANTALLA-TARJETA-NO-OPERATIVA.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 VALUE "Cajero Automatico UnizarBank".
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 11 COL 23 PIC X(35) FROM MSJ-ESTADO-TARJ.
            02 LINE 13 COL 30 VALUE "Acuda a una oficina".
            02 LINE 23 COL 32 VALUE "Enter - Aceptar".

         01 PANTALLA-CUENTA-NO-OPERATIVA.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 VALUE "Cajero Automatico UnizarBank".
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 11 COL 23 PIC X(35) FROM MSJ-ESTADO-CTA.
            02 LINE 13 COL 30 VALUE "Acuda a una oficina".
            02 LINE 23 COL 32 VALUE "Enter - Aceptar".

         01 PANTALLA-CLAVE-CADUCADA.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 VALUE "Cajero Automatico UnizarBank".
            02 LINE 16 COL 25 VALUE "8 - Cancelar compra de entradas".
            02 LINE 17 COL 25 VALUE "9 - Ordenes periodicas".
            02 LINE 18 COL 25 VALUE "A - Recibos domiciliados".
            02 LINE 19 COL 25 VALUE "B - Mandatos de domiciliacion".
            02 LINE 23 COL 34 VALUE "0 - Volver Pantalla inicio".

         01 PANTALLA-CONSULTA-SALDO.
            02 LINE 18 COL 22 VALUE "(ingresos retenidos:".
            02 LINE 18 COL 43 PIC --------9.99 FROM RETENIDO-CUENTA.
            02 LINE 18 COL 56 VALUE "EUR)".
            02 LINE 20 COL 22 VALUE "Prestamo pendiente:".
            02 LINE 20 COL 42 PIC --------9.99
                FROM PRESTAMO-PENDIENTE.
            02 LINE 20 COL 55 VALUE "EUR".
            02 LINE 21 COL 22 VALUE "Proxima cuota:".
            02 LINE 21 COL 44 PIC X(10) FROM FECHA-PROX-CUOTA-CTA.
            02 LINE 22 COL 22 VALUE "(cuotas vencidas:".
            02 LINE 22 COL 43 PIC --------9.99 FROM IMPAGADO-PRESTAMO.
            02 LINE 22 COL 56 VALUE "EUR)".
            02 LINE 23 COL 32 VALUE "Enter - Aceptar".

         01 PANTALLA-CONSULTA-MOVIMIENTOS AUTO.
            02 LINE 15 COL 45 PIC --------9.99 FROM USER-SALDO.
            02 LINE 23 COL 32 VALUE "Enter - Aceptar".

         01 PANTALLA-MANDATOS.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 VALUE "Cajero Automatico UnizarBank".
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 6 COL 31 UNDERLINE VALUE
                                  "Esta operando con la cuenta:".
            02 LINE 7 COL 30 PIC A(2)9(22) FROM NCUENTA.
            02 LINE 9 COL 26 VALUE "Mandatos de domiciliacion"
                UNDERLINE.
            02 LINE 11 COL 12 VALUE "Num".
            02 LINE 11 COL 16 VALUE "Acreedor".
            02 LINE 11 COL 38 VALUE "Importe max.".
            02 LINE 11 COL 52 VALUE "Estado".
            02 LINE 21 COL 18
               VALUE "Indique el numero para cancelar un mandato".
            02 LINE 22 COL 14 PIC X(51) FROM MSJ-MANDATOS HIGHLIGHT.
            02 LINE 23 COL 31 VALUE "0 - Volver al menu".

         01 PANTALLA-CONFIRMAR-BAJA-MANDATO.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 VALUE "Cajero Automatico UnizarBank".
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 8 COL 26 VALUE "Cancelacion de mandato"
                UNDERLINE.
            02 LINE 12 COL 18 VALUE "Vas a cancelar el mandato de '".
            02 LINE 12 COL 48 PIC X(20) FROM ACREEDOR-MAN-SEL.
            02 LINE 12 COL 68 VALUE "'".
            02 LINE 14 COL 18
               VALUE "Sus proximos recibos se devolveran al acreedor".
            02 LINE 23 COL 17 VALUE "ESC - Cancelar".
            02 LINE 23 COL 47 VALUE "Enter - Confirmar".

        PROCEDURE DIVISION.
         ARRANQUE.
            PERFORM COMPROBAR-DIARIO-PENDIENTE
                         THRU FIN-COMPROBAR-DIARIO-PENDIENTE.

         INICIO.
            PERFORM OBTENER-FECHA.
            DISPLAY PANTALLA-BIENVENIDA.
             GO TO MOSTRAR-SELECCION-CUENTA.
           MOVE NUM-CUENTA-VINC(IC) TO NCUENTA.
           PERFORM LEER-SALDO-CUENTA THRU FIN-LEER-SALDO-CUENTA.
           IF CTA-ACTIVA
             GO TO MENU-PRINCIPAL.

      *    LAS CUENTAS INACTIVAS O CANCELADAS NO SE OPERAN: SE
      *    AVISA Y SE VUELVE A LA SELECCION DE CUENTA
           MOVE MSJ-CTA-INACTIVA TO MSJ-ESTADO-CTA.
           IF CTA-CANCELADA
             MOVE MSJ-CTA-CANCELADA TO MSJ-ESTADO-CTA.
         MUESTRA-MSJ-CUENTA-NO-OPERATIVA.
           DISPLAY PANTALLA-CUENTA-NO-OPERATIVA.
           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS NOT = 0000
             GO TO MUESTRA-MSJ-CUENTA-NO-OPERATIVA
           ELSE
             GO TO MOSTRAR-SELECCION-CUENTA.

      *Procedimiento cargar-cuentas-tarjeta
      *Se posiciona por clave en los vinculos de la tarjeta y
       FIN-CALCULAR-RETENIDO-CTA.
           EXIT.

      *Procedimiento calcular-prestamo-cta
      *Se posiciona por clave en los prestamos de NCUENTA y suma
      *el capital pendiente y lo impagado de los no liquidados,
      *quedandose con el vencimiento mas proximo. Los pendientes
      *son los que dejo el ultimo proceso mensual CUOTAS.
       CALCULAR-PRESTAMO-CTA.
           MOVE 0 TO PRESTAMO-PENDIENTE.
           MOVE 0 TO IMPAGADO-PRESTAMO.
           MOVE SPACES TO FECHA-PROX-CUOTA-CTA.
           MOVE 99999999 TO PROX-CUOTA-NUM.
           OPEN INPUT PRESTFILE.
           IF FSPR NOT = "00"
             GO TO FIN-CALCULAR-PRESTAMO-CTA.
           MOVE NCUENTA TO PRE-CUENTA.
           MOVE 0 TO PRE-NUM.
           START PRESTFILE KEY IS NOT LESS THAN PRE-CLAVE
             INVALID KEY GO TO FIN-SUMAR-PRESTAMOS.
         INICIO-SUMAR-PRESTAMOS.
           READ PRESTFILE NEXT RECORD AT END
                  GO TO FIN-SUMAR-PRESTAMOS.
           IF PRE-CUENTA NOT = NCUENTA
             GO TO FIN-SUMAR-PRESTAMOS.
           IF PRE-LIQUIDADO
             GO TO INICIO-SUMAR-PRESTAMOS.
           ADD PRE-CAPITAL-PENDIENTE TO PRESTAMO-PENDIENTE.
           ADD PRE-IMPORTE-IMPAGADO TO IMPAGADO-PRESTAMO.
           IF PRE-FECHA-PROX-CUOTA = SPACES
             GO TO INICIO-SUMAR-PRESTAMOS.
           MOVE PRE-FECHA-PROX-CUOTA TO FECHA-CUOTA-LEIDA.
           COMPUTE CUOTA-LEIDA-NUM =
                        (AAPC * 10000) + (MMPC * 100) + DDPC.
           IF CUOTA-LEIDA-NUM < PROX-CUOTA-NUM
             MOVE CUOTA-LEIDA-NUM TO PROX-CUOTA-NUM
             MOVE PRE-FECHA-PROX-CUOTA TO FECHA-PROX-CUOTA-CTA.
           GO TO INICIO-SUMAR-PRESTAMOS.
         FIN-SUMAR-PRESTAMOS.
           CLOSE PRESTFILE.
       FIN-CALCULAR-PRESTAMO-CTA.
           EXIT.

      *Procedimiento crear-retencion
      *Los ingresos grandes no son disponibles hasta que la
      *oficina verifica el sobre: se anota una retencion pendiente
      *por el total ingresado. El numero de retencion se asigna
      *por cuenta igual que el numero de secuencia de movimiento.
       CREAR-RETENCION.
           PERFORM SIGUIENTE-NUM-RET THRU FIN-SIGUIENTE-NUM-RET.
           OPEN I-O RETENFILE.
           IF FSRT = "35"
               OPEN OUTPUT RETENFILE
               CLOSE RETENFILE
               OPEN I-O RETENFILE.
         ESCRIBIR-RETENCION.
           MOVE NCUENTA TO RET-CUENTA.
           MOVE RET-SIGUIENTE-NUM TO RET-NUM.
           MOVE TOTAL-INGRESADO TO RET-IMPORTE.
       FIN-CREAR-RETENCION.
           EXIT.

      *Procedimiento siguiente-num-retencion
      *Deja en RET-SIGUIENTE-NUM el numero que corresponde a la
      *proxima retencion de NCUENTA, posicionandose por clave en
      *las suyas. Si RETENCIONES.DAT no existe aun empieza en 1.
       SIGUIENTE-NUM-RET.
           MOVE 0 TO RET-SIGUIENTE-NUM.
           OPEN INPUT RETENFILE.
           IF FSRT NOT = "00"
             GO TO FIN-BUSCAR-NUM-RET.
           MOVE NCUENTA TO RET-CUENTA.
           MOVE 0 TO RET-NUM.
           START RETENFILE KEY IS NOT LESS THAN RET-CLAVE
             INVALID KEY GO TO CERRAR-BUSCAR-NUM-RET.
         INICIO-BUSCAR-NUM-RET.
           READ RETENFILE NEXT RECORD AT END
                  GO TO CERRAR-BUSCAR-NUM-RET.
           IF RET-CUENTA NOT = NCUENTA
             GO TO CERRAR-BUSCAR-NUM-RET.
           MOVE RET-NUM TO RET-SIGUIENTE-NUM.
           GO TO INICIO-BUSCAR-NUM-RET.
         CERRAR-BUSCAR-NUM-RET.
           CLOSE RETENFILE.
         FIN-BUSCAR-NUM-RET.
           ADD 1 TO RET-SIGUIENTE-NUM.
       FIN-SIGUIENTE-NUM-RET.
           EXIT.

      *Procedimiento leer-parametros-reten
      *Carga el importe minimo de retencion desde RETEN.PAR si la
      *oficina lo ha dejado; si el fichero no existe se aplica el
       FIN-LEER-PARAMETROS-RETEN.
           EXIT.

      *Procedimiento comprobar-diario-pendiente
      *Si en DIARIO.DAT queda alguna operacion a medias (el cajero
      *se cayo antes de terminarla) no se abre el cajero hasta que
      *el proceso RECUPERA la complete o la deshaga.
       COMPROBAR-DIARIO-PENDIENTE.
           OPEN INPUT DIARIOFILE.
           IF FSDI NOT = "00"
             GO TO FIN-COMPROBAR-DIARIO-PENDIENTE.
         INICIO-BUSCAR-DIARIO-PEND.
           READ DIARIOFILE NEXT RECORD
             AT END
               CLOSE DIARIOFILE
               GO TO FIN-COMPROBAR-DIARIO-PENDIENTE.
           IF DIA-PENDIENTE
             CLOSE DIARIOFILE
             DISPLAY "CAJERO: hay operaciones a medias en DIARIO.DAT"
             DISPLAY "CAJERO: ejecute RECUPERA antes de abrir"
             STOP RUN.
           GO TO INICIO-BUSCAR-DIARIO-PEND.
       FIN-COMPROBAR-DIARIO-PENDIENTE.
           EXIT.

      *Procedimiento iniciar-diario
      *Prepara en REG-DIARIO la anotacion pendiente de la operacion
      *que va a hacer la tarjeta sobre NCUENTA, con la fecha y la
      *hora actuales. Cada operacion completa despues las imagenes
      *anterior y posterior de lo que va a cambiar.
       INICIAR-DIARIO.
           MOVE SPACES TO REG-DIARIO.
           ACCEPT DIA-FECHA FROM DATE YYYYMMDD.
           ACCEPT DIA-HORA FROM TIME.
           MOVE USER-TARJ TO DIA-TARJ.
           MOVE "P" TO DIA-ESTADO.
           PERFORM OBTENER-FECHA.
           MOVE FECHAF TO DIA-FECHAF.
           MOVE HORAF TO DIA-HORAF.
           MOVE NCUENTA TO DIA-CUENTA.
           MOVE 0 TO DIA-IMPORTE.
           MOVE 0 TO DIA-SALDO-ANT.
           MOVE 0 TO DIA-SALDO-NUEVO.
           MOVE 0 TO DIA-MOV-NUM-SEC.
           MOVE 0 TO DIA-MOV-CANTIDAD.
           MOVE "N" TO DIA-DESTINO-EXTERNO.
           MOVE 0 TO DIA-SALDO-DEST-ANT.
           MOVE 0 TO DIA-SALDO-DEST-NUEVO.
           MOVE ZEROS TO DIA-CAJETIN-ANT.
           MOVE ZEROS TO DIA-CAJETIN-NUEVO.
           MOVE 0 TO DIA-RET-NUM.
           MOVE ZEROS TO DIA-SES-CLAVE.
           MOVE 0 TO DIA-SES-DISPO-ANT.
           MOVE 0 TO DIA-SES-DISPO-NUEVO.
       FIN-INICIAR-DIARIO.
           EXIT.

      *Procedimiento escribir-diario
      *Graba la anotacion pendiente preparada en REG-DIARIO y se
      *queda con su clave para cerrarla al terminar la operacion.
       ESCRIBIR-DIARIO.
           OPEN I-O DIARIOFILE.
           IF FSDI = "35"
               OPEN OUTPUT DIARIOFILE
               CLOSE DIARIOFILE
               OPEN I-O DIARIOFILE.
           WRITE REG-DIARIO.
           CLOSE DIARIOFILE.
           MOVE DIA-CLAVE TO DIARIO-CLAVE-ACTUAL.
       FIN-ESCRIBIR-DIARIO.
           EXIT.

      *Procedimiento cerrar-diario
      *La operacion en curso ha terminado de actualizar todos sus
      *ficheros: su anotacion pasa de pendiente a completada.
       CERRAR-DIARIO.
           OPEN I-O DIARIOFILE.
           MOVE DIARIO-CLAVE-ACTUAL TO DIA-CLAVE.
           READ DIARIOFILE
             INVALID KEY
               CLOSE DIARIOFILE
               GO TO FIN-CERRAR-DIARIO.
           MOVE "C" TO DIA-ESTADO.
           REWRITE REG-DIARIO.
           CLOSE DIARIOFILE.
       FIN-CERRAR-DIARIO.
           EXIT.

      *Procedimiento leer-cajetin-diario
      *Copia en la imagen anterior del diario los billetes que
      *tiene ahora el cajetin (a cero si aun no esta inicializado).
       LEER-CAJETIN-DIARIO.
           OPEN INPUT CAJETINFILE.
           IF FSCJ NOT = "00"
             GO TO FIN-LEER-CAJETIN-DIARIO.
           READ CAJETINFILE
             AT END
               CLOSE CAJETINFILE
               GO TO FIN-LEER-CAJETIN-DIARIO.
           MOVE CAJ-BILLETES TO DIA-CAJETIN-ANT.
           CLOSE CAJETINFILE.
       FIN-LEER-CAJETIN-DIARIO.
           EXIT.

      *Procedimiento diario-reintegro
      *Anota el reintegro antes de cargarlo: saldo de la cuenta,
      *movimiento que se le va a anotar y billetes del cajetin
      *antes y despues de servir los que ha repartido
      *COMPROBAR-BILLETES-CAJETIN.
       DIARIO-REINTEGRO.
           PERFORM INICIAR-DIARIO THRU FIN-INICIAR-DIARIO.
           MOVE "RE" TO DIA-OPERACION.
           MOVE DINERO-A-SACAR TO DIA-IMPORTE.
           MOVE USER-SALDO TO DIA-SALDO-ANT.
           COMPUTE DIA-SALDO-NUEVO = USER-SALDO - DINERO-A-SACAR.
           PERFORM SIGUIENTE-NUM-MOV THRU FIN-SIGUIENTE-NUM-MOV.
           MOVE MOV-SIGUIENTE-SEC TO DIA-MOV-NUM-SEC.
           MOVE "Reintegro" TO DIA-MOV-CONCEPTO.
           COMPUTE DIA-MOV-CANTIDAD = 0 - DINERO-A-SACAR.
           MOVE "01" TO DIA-MOV-TIPO.
           PERFORM LEER-CAJETIN-DIARIO THRU FIN-LEER-CAJETIN-DIARIO.
           MOVE 1 TO IB.
         INICIO-DIARIO-BILLETES-RET.
           IF IB > 7
             GO TO ESCRIBIR-DIARIO-REINTEGRO.
           COMPUTE DIA-BILLETES-NUEVO(IB) =
                   DIA-BILLETES-ANT(IB) - NEC-BILLETES(IB).
           ADD 1 TO IB.
           GO TO INICIO-DIARIO-BILLETES-RET.
         ESCRIBIR-DIARIO-REINTEGRO.
           PERFORM ESCRIBIR-DIARIO THRU FIN-ESCRIBIR-DIARIO.
       FIN-DIARIO-REINTEGRO.
           EXIT.

      *Procedimiento diario-ingreso
      *Anota el ingreso antes de abonarlo: saldo de la cuenta,
      *movimiento, retencion que se creara si el ingreso es grande
      *y billetes del cajetin antes y despues de recibirlo.
       DIARIO-INGRESO.
           PERFORM INICIAR-DIARIO THRU FIN-INICIAR-DIARIO.
           MOVE "IN" TO DIA-OPERACION.
           MOVE TOTAL-INGRESADO TO DIA-IMPORTE.
           MOVE USER-SALDO TO DIA-SALDO-ANT.
           COMPUTE DIA-SALDO-NUEVO = USER-SALDO + TOTAL-INGRESADO.
           PERFORM SIGUIENTE-NUM-MOV THRU FIN-SIGUIENTE-NUM-MOV.
           MOVE MOV-SIGUIENTE-SEC TO DIA-MOV-NUM-SEC.
           MOVE "Ingreso" TO DIA-MOV-CONCEPTO.
           MOVE TOTAL-INGRESADO TO DIA-MOV-CANTIDAD.
           MOVE "02" TO DIA-MOV-TIPO.
           IF TOTAL-INGRESADO > IMPORTE-MIN-RETENCION
             PERFORM SIGUIENTE-NUM-RET THRU FIN-SIGUIENTE-NUM-RET
             MOVE RET-SIGUIENTE-NUM TO DIA-RET-NUM.
           PERFORM LEER-CAJETIN-DIARIO THRU FIN-LEER-CAJETIN-DIARIO.
           PERFORM REPARTIR-BILLETES-INGRESO
                        THRU FIN-REPARTIR-BILLETES-INGRESO.
           MOVE 1 TO IB.
         INICIO-DIARIO-BILLETES-ING.
           IF IB > 7
             GO TO ESCRIBIR-DIARIO-INGRESO.
           COMPUTE DIA-BILLETES-NUEVO(IB) =
                   DIA-BILLETES-ANT(IB) + NEC-BILLETES(IB).
           ADD 1 TO IB.
           GO TO INICIO-DIARIO-BILLETES-ING.
         ESCRIBIR-DIARIO-INGRESO.
           PERFORM ESCRIBIR-DIARIO THRU FIN-ESCRIBIR-DIARIO.
       FIN-DIARIO-INGRESO.
           EXIT.

      *Procedimiento diario-transferencia
      *Anota la transferencia antes de cargarla. Con CUENTAFILE
      *abierto y la cuenta origen leida, busca la cuenta destino
      *para guardar su saldo antes y despues; si no es de este
      *banco se anota que ira a compensacion. Al terminar vuelve
      *a leer la cuenta origen para que siga la transferencia.
       DIARIO-TRANSFERENCIA.
           PERFORM INICIAR-DIARIO THRU FIN-INICIAR-DIARIO.
           MOVE "TR" TO DIA-OPERACION.
           MOVE DINERO-A-TRANSFERIR TO DIA-IMPORTE.
           MOVE USER-SALDO TO DIA-SALDO-ANT.
           COMPUTE DIA-SALDO-NUEVO = USER-SALDO - DINERO-A-TRANSFERIR.
           PERFORM SIGUIENTE-NUM-MOV THRU FIN-SIGUIENTE-NUM-MOV.
           MOVE MOV-SIGUIENTE-SEC TO DIA-MOV-NUM-SEC.
           COMPUTE DIA-MOV-CANTIDAD = 0 - DINERO-A-TRANSFERIR.
           MOVE CUENTA-DESTINO TO DIA-MOV-CONTRAPARTIDA.
           MOVE CUENTA-DESTINO TO DIA-CUENTA-DESTINO.
           MOVE TITULAR TO DIA-TITULAR-DESTINO.
           MOVE CUENTA-DESTINO TO CTA-NUM-CUENTA.
           READ CUENTAFILE
             INVALID KEY GO TO DIARIO-TRANSF-OTRO-BANCO.
           MOVE CTA-SALDO TO DIA-SALDO-DEST-ANT.
           COMPUTE DIA-SALDO-DEST-NUEVO =
                   CTA-SALDO + DINERO-A-TRANSFERIR.
           STRING "Transferencia a " TITULAR DELIMITED BY SIZE
              INTO DIA-MOV-CONCEPTO.
           MOVE "03" TO DIA-MOV-TIPO.
           GO TO ESCRIBIR-DIARIO-TRANSF.
         DIARIO-TRANSF-OTRO-BANCO.
           MOVE "S" TO DIA-DESTINO-EXTERNO.
           STRING "Transferencia a otro banco: " TITULAR
              DELIMITED BY SIZE INTO DIA-MOV-CONCEPTO.
           MOVE "04" TO DIA-MOV-TIPO.
         ESCRIBIR-DIARIO-TRANSF.
           PERFORM ESCRIBIR-DIARIO THRU FIN-ESCRIBIR-DIARIO.
           MOVE NCUENTA TO CTA-NUM-CUENTA.
           READ CUENTAFILE.
       FIN-DIARIO-TRANSFERENCIA.
           EXIT.

      *Procedimiento diario-compra-entradas
      *Anota la compra antes de tocar la sesion: entradas libres
      *de la sesion y saldo de la cuenta antes y despues, y el
      *movimiento con la referencia de la compra.
       DIARIO-COMPRA-ENT.
           PERFORM INICIAR-DIARIO THRU FIN-INICIAR-DIARIO.
           MOVE "CE" TO DIA-OPERACION.
           MOVE COSTE-TOTAL-ENTRADAS TO DIA-IMPORTE.
           MOVE NUM-ESPEC TO DIA-SES-ESPEC.
           MOVE NUM-SESION TO DIA-SES-NUMERO.
           MOVE NUM-ESPEC TO SES-ESPEC-NUMERO.
           MOVE NUM-SESION TO SES-NUMERO.
           OPEN INPUT SESIONFILE.
           READ SESIONFILE.
           MOVE SES-ENT-DISPONIBLES TO DIA-SES-DISPO-ANT.
           COMPUTE DIA-SES-DISPO-NUEVO =
                   SES-ENT-DISPONIBLES - NUM-ENTRADAS.
           CLOSE SESIONFILE.
           OPEN INPUT CUENTAFILE.
           MOVE NCUENTA TO CTA-NUM-CUENTA.
           READ CUENTAFILE.
           MOVE CTA-SALDO TO DIA-SALDO-ANT.
           COMPUTE DIA-SALDO-NUEVO = CTA-SALDO - COSTE-TOTAL-ENTRADAS.
           CLOSE CUENTAFILE.
           PERFORM SIGUIENTE-NUM-MOV THRU FIN-SIGUIENTE-NUM-MOV.
           MOVE MOV-SIGUIENTE-SEC TO DIA-MOV-NUM-SEC.
           MOVE NUM-ENTRADAS TO NUM-ENTRADAS-FORMAT.
           STRING "Compra " NUM-ENTRADAS-FORMAT " entradas "
              ESPEC-NOMBRE DELIMITED BY SIZE INTO DIA-MOV-CONCEPTO.
           COMPUTE DIA-MOV-CANTIDAD = 0 - COSTE-TOTAL-ENTRADAS.
           MOVE SPACES TO DIARIO-REF-COMPRA.
           MOVE NUM-ESPEC TO DIARIO-REF-ESPEC.
           MOVE NUM-ENTRADAS TO DIARIO-REF-ENTRADAS.
           MOVE "N" TO DIARIO-REF-REEMB.
           MOVE NUM-SESION TO DIARIO-REF-SESION.
           MOVE DIARIO-REF-COMPRA TO DIA-MOV-CONTRAPARTIDA.
           MOVE "06" TO DIA-MOV-TIPO.
           PERFORM ESCRIBIR-DIARIO THRU FIN-ESCRIBIR-DIARIO.
       FIN-DIARIO-COMPRA-ENT.
           EXIT.

      *Procedimiento diario-cancelacion-ent
      *Anota la cancelacion antes de tocar la sesion: entradas
      *libres de la sesion y saldo de la cuenta antes y despues,
      *la compra original que se marca como reembolsada y el
      *movimiento de reembolso.
       DIARIO-CANCELACION-ENT.
           PERFORM INICIAR-DIARIO THRU FIN-INICIAR-DIARIO.
           MOVE "CC" TO DIA-OPERACION.
           MOVE IMPORTE-CANCELAR TO DIA-IMPORTE.
           MOVE NUM-ESPEC-CANCELAR TO DIA-SES-ESPEC.
           MOVE NUM-SESION-CANCELAR TO DIA-SES-NUMERO.
           MOVE NUM-ESPEC-CANCELAR TO SES-ESPEC-NUMERO.
           MOVE NUM-SESION-CANCELAR TO SES-NUMERO.
           OPEN INPUT SESIONFILE.
           READ SESIONFILE.
           MOVE SES-ENT-DISPONIBLES TO DIA-SES-DISPO-ANT.
           COMPUTE DIA-SES-DISPO-NUEVO =
                   SES-ENT-DISPONIBLES + NUM-ENTRADAS-CANCELAR.
           CLOSE SESIONFILE.
           OPEN INPUT CUENTAFILE.
           MOVE NCUENTA TO CTA-NUM-CUENTA.
           READ CUENTAFILE.
           MOVE CTA-SALDO TO DIA-SALDO-ANT.
           COMPUTE DIA-SALDO-NUEVO = CTA-SALDO + IMPORTE-CANCELAR.
           CLOSE CUENTAFILE.
           MOVE SPACES TO DIA-MOV-ORIGEN.
           MOVE MOV-NUM-SEC-CANCELAR TO DIA-MOV-ORIGEN-SEC.
           PERFORM SIGUIENTE-NUM-MOV THRU FIN-SIGUIENTE-NUM-MOV.
           MOVE MOV-SIGUIENTE-SEC TO DIA-MOV-NUM-SEC.
           MOVE NUM-ENTRADAS-CANCELAR TO NUM-ENTRADAS-FORMAT.
           STRING "Reembolso " NUM-ENTRADAS-FORMAT " entradas "
              ESPEC-NOMBRE DELIMITED BY SIZE INTO DIA-MOV-CONCEPTO.
           MOVE IMPORTE-CANCELAR TO DIA-MOV-CANTIDAD.
           MOVE "07" TO DIA-MOV-TIPO.
           PERFORM ESCRIBIR-DIARIO THRU FIN-ESCRIBIR-DIARIO.
       FIN-DIARIO-CANCELACION-ENT.
           EXIT.

      *Procedimiento diario-dev-recibo
      *Anota la devolucion antes de abonarla: saldo de la cuenta
      *antes y despues, el recibo original que se marca como
      *devuelto y el movimiento de devolucion.
       DIARIO-DEV-RECIBO.
           PERFORM INICIAR-DIARIO THRU FIN-INICIAR-DIARIO.
           MOVE "DR" TO DIA-OPERACION.
           MOVE IMPORTE-RECIBO-DEV TO DIA-IMPORTE.
           OPEN INPUT CUENTAFILE.
           MOVE NCUENTA TO CTA-NUM-CUENTA.
           READ CUENTAFILE.
           MOVE CTA-SALDO TO DIA-SALDO-ANT.
           COMPUTE DIA-SALDO-NUEVO = CTA-SALDO + IMPORTE-RECIBO-DEV.
           CLOSE CUENTAFILE.
           MOVE SPACES TO DIA-MOV-ORIGEN.
           MOVE REC-MOV-SEC(IR) TO DIA-MOV-ORIGEN-SEC.
           PERFORM SIGUIENTE-NUM-MOV THRU FIN-SIGUIENTE-NUM-MOV.
           MOVE MOV-SIGUIENTE-SEC TO DIA-MOV-NUM-SEC.
           STRING "Devolucion " CONCEPTO-REC-SEL DELIMITED BY SIZE
              INTO DIA-MOV-CONCEPTO.
           MOVE IMPORTE-RECIBO-DEV TO DIA-MOV-CANTIDAD.
           MOVE "12" TO DIA-MOV-TIPO.
           PERFORM ESCRIBIR-DIARIO THRU FIN-ESCRIBIR-DIARIO.
       FIN-DIARIO-DEV-RECIBO.
           EXIT.

       MENU-PRINCIPAL.
            PERFORM RESTAURAR-CAMPOS-ACCESO.
            DISPLAY PANTALLA-MENU-PRINCIPAL.
                                IF TECLA = "A" OR TECLA = "a"
                                  GO TO GESTION-RECIBOS
                                ELSE
                                  IF TECLA = "B" OR TECLA = "b"
                                    GO TO GESTION-MANDATOS
                                  ELSE
                                    GO TO MENU-PRINCIPAL.


#**********************************************************
           IF USER-BLOQUEADA = "1"
             GO TO ERROR-TAJETA-BLOQUEADA.

      *    SOLO OPERAN LAS TARJETAS ACTIVAS Y DENTRO DE SU MES DE
      *    CADUCIDAD
           IF NOT USER-TARJ-ACTIVA
             GO TO ERROR-TARJETA-NO-OPERATIVA.
           PERFORM OBTENER-FECHA.
           IF (USER-AA-CADUCIDAD * 12 + USER-MM-CADUCIDAD)
                < ((AA OF FECHA) * 12 + MM OF FECHA)
             GO TO ERROR-TARJETA-NO-OPERATIVA.

      *    LEEMOS FICHERO INICIO SESION
           MOVE NUM-TARJETA TO LOGIN-TARJ.
           READ LOGINFILE INVALID KEY GO TO ERROR-USUARIO.
             ELSE
               GO TO INICIO.

      *Procedimiento error-tarjeta-no-operativa
      *Tarjeta perdida, robada, sustituida o caducada: el intento
      *se audita como fallido y se explica el motivo al cliente.
       ERROR-TARJETA-NO-OPERATIVA.
           CLOSE USERFILE.
           CLOSE LOGINFILE.
           MOVE MSJ-TARJ-CADUCADA TO MSJ-ESTADO-TARJ.
           IF USER-TARJ-PERDIDA
             MOVE MSJ-TARJ-PERDIDA TO MSJ-ESTADO-TARJ.
           IF USER-TARJ-ROBADA
             MOVE MSJ-TARJ-ROBADA TO MSJ-ESTADO-TARJ.
           IF USER-TARJ-SUSTITUIDA
             MOVE MSJ-TARJ-SUSTITUIDA TO MSJ-ESTADO-TARJ.
           MOVE "N" TO AUD-RESULTADO.
           PERFORM REGISTRAR-INTENTO-ACCESO THRU
                        FIN-REGISTRAR-INTENTO-ACCESO.
           PERFORM RESTAURAR-CAMPOS-ACCESO.

         MUESTRA-MSJ-TARJETA-NO-OPERATIVA.
           DISPLAY PANTALLA-TARJETA-NO-OPERATIVA.
           PERFORM LEER-TECLA.
             IF COB-CRT-STATUS NOT = 0000
               GO TO MUESTRA-MSJ-TARJETA-NO-OPERATIVA
             ELSE
               GO TO INICIO.

      *Procedimiento error-usuario
       ERROR-USUARIO.
           CLOSE USERFILE.
      *Procedimiento consultar-saldo
      *Muestra el saldo contable y el disponible: el disponible
      *descuenta las retenciones de ingresos pendientes de
      *verificar en la oficina. Si la cuenta tiene prestamos se
      *muestra tambien lo que queda por pagar y la proxima cuota.
       CONSULTAR-SALDO.
           PERFORM LEER-SALDO-CUENTA THRU FIN-LEER-SALDO-CUENTA.
           PERFORM CALCULAR-RETENIDO-CTA
                        THRU FIN-CALCULAR-RETENIDO-CTA.
           PERFORM CALCULAR-PRESTAMO-CTA
                        THRU FIN-CALCULAR-PRESTAMO-CTA.
           COMPUTE SALDO-DISPONIBLE = USER-SALDO - RETENIDO-CUENTA.

         MUESTRA-SALDO.
             MOVE MSJ-ERROR-BILLETES TO ERROR-RETIRAR
             GO TO MOSTRAR-PANTALLA-RE.

           PERFORM DIARIO-REINTEGRO THRU FIN-DIARIO-REINTEGRO.
           COMPUTE USER-SALDO = USER-SALDO - DINERO-A-SACAR.
           MOVE USER-SALDO TO CTA-SALDO.
           REWRITE REG-CUENTA.
           PERFORM DESCONTAR-BILLETES-CAJETIN
                        THRU FIN-DESCONTAR-BILLETES-CAJETIN.
           PERFORM GUARDAR-MOV-RETIRAR-EFECTIVO.
           PERFORM CERRAR-DIARIO THRU FIN-CERRAR-DIARIO.

       MUESTRA-EFECTIVO-RETIRADO.
           DISPLAY PANTALLA-EFECTIVO-RETIRADO.
      *recibidos, repartiendo el total ingresado de mayor a menor
      *denominacion. Si CAJETIN.DAT aun no existe lo crea a cero.
       SUMAR-BILLETES-CAJETIN.
           PERFORM REPARTIR-BILLETES-INGRESO
                        THRU FIN-REPARTIR-BILLETES-INGRESO.
           OPEN I-O CAJETINFILE.
           IF FSCJ = "35"
               OPEN OUTPUT CAJETINFILE
       FIN-SUMAR-BILLETES-CAJETIN.
           EXIT.

      *Procedimiento repartir-billetes-ingreso
      *Reparte el total ingresado de mayor a menor denominacion y
      *deja en NEC-BILLETES cuantos billetes de cada tipo entran
      *en el cajetin.
       REPARTIR-BILLETES-INGRESO.
           MOVE TOTAL-INGRESADO TO IMPORTE-CAJETIN.
           MOVE IMPORTE-CAJETIN TO EUROS-CAJETIN.
           MOVE EUROS-CAJETIN TO RESTO-CAJETIN.
           MOVE 1 TO IB.
         INICIO-REPARTIR-INGRESO.
           IF IB > 7
             GO TO FIN-REPARTIR-BILLETES-INGRESO.
           DIVIDE RESTO-CAJETIN BY DENOM-BILLETE(IB)
                  GIVING NUM-BILLETES-NEC.
           MOVE NUM-BILLETES-NEC TO NEC-BILLETES(IB).
           COMPUTE RESTO-CAJETIN = RESTO-CAJETIN
                    - (NUM-BILLETES-NEC * DENOM-BILLETE(IB)).
           ADD 1 TO IB.
           GO TO INICIO-REPARTIR-INGRESO.
       FIN-REPARTIR-BILLETES-INGRESO.
           EXIT.

#**********************************************************
      *Procedimiento ingresar-efectivo
       INGRESAR-EFECTIVO.

         FIN-INGRESO.
           MOVE " " TO MSJ-CAJETIN-ING.
           PERFORM LEER-PARAMETROS-RETEN
                        THRU FIN-LEER-PARAMETROS-RETEN.
           PERFORM DIARIO-INGRESO THRU FIN-DIARIO-INGRESO.
           COMPUTE USER-SALDO = USER-SALDO + TOTAL-INGRESADO.
           MOVE USER-SALDO TO CTA-SALDO.
           REWRITE REG-CUENTA.
           CLOSE CUENTAFILE.
      *    EL SALDO CONTABLE SE ABONA ENTERO, PERO LOS INGRESOS
      *    GRANDES QUEDAN RETENIDOS HASTA VERIFICAR EL SOBRE
           IF TOTAL-INGRESADO > IMPORTE-MIN-RETENCION
             PERFORM CREAR-RETENCION THRU FIN-CREAR-RETENCION.
           PERFORM SUMAR-BILLETES-CAJETIN
                        THRU FIN-SUMAR-BILLETES-CAJETIN.
           PERFORM GUARDAR-MOV-INGRESAR-EFECTIVO.
           PERFORM CERRAR-DIARIO THRU FIN-CERRAR-DIARIO.
           GO TO MUESTRA-EFECTIVO-INGRESADO.

      *Procedimiento guardar-movimiento-ingresar-efectivo
             MOVE 0 TO CENTT
             GO TO MOSTRAR-PANTALLA-TRANSF.

      *No se abona nada en una cuenta del banco ya cancelada. Tras
      *mirar la destino se vuelve a leer la cuenta del cliente.
           MOVE "NO" TO DESTINO-CANCELADO.
           MOVE CUENTA-DESTINO TO CTA-NUM-CUENTA.
           READ CUENTAFILE
             INVALID KEY
               MOVE "NO" TO DESTINO-CANCELADO
             NOT INVALID KEY
               IF CTA-CANCELADA
                 MOVE "SI" TO DESTINO-CANCELADO
               END-IF
           END-READ.
           MOVE NCUENTA TO CTA-NUM-CUENTA.
           READ CUENTAFILE.
           IF DESTINO-CANCELADO = "SI"
             MOVE MSJ-ERROR-DESTINO-CANC TO ERROR-TRANSF
             GO TO MOSTRAR-PANTALLA-TRANSF.

       MUESTRA-CONFIRMAR-TRANSF.
           DISPLAY PANTALLA-CONFIRMAR-TRANSF.
           PERFORM LEER-TECLA.
               GO TO MUESTRA-CONFIRMAR-TRANSF.

      * RESTAMOS EL DINERO EN LA CUENTA DE LA TRANSFERENCIA
           PERFORM DIARIO-TRANSFERENCIA THRU FIN-DIARIO-TRANSFERENCIA.
           COMPUTE USER-SALDO = USER-SALDO - DINERO-A-TRANSFERIR.
           MOVE USER-SALDO TO CTA-SALDO.
           REWRITE REG-CUENTA.
           CLOSE CUENTAFILE.

           PERFORM GUARDAR-MOV-TRANSF-EFECTIVO.
           PERFORM CERRAR-DIARIO THRU FIN-CERRAR-DIARIO.
           PERFORM LIMPIAR-CAMPOS-TRANSFERENCIA.

       MUESTRA-TRANS-CONFIRMADA.
      *Procedimiento registrar-compensacion
      *Anota en COMPENSACION.DAT las transferencias cuya cuenta
      *destino no pertenece a este banco, para que la liquidacion
      *de fin de dia las remita al banco destino. Lleva la fecha
      *y hora de la anotacion del diario para que RECUPERA pueda
      *reconocerla si el cajero se cae despues de grabarla.
       REGISTRAR-COMPENSACION.
           MOVE NCUENTA TO COMP-CUENTA-ORIGEN.
           MOVE CUENTA-DESTINO TO COMP-CUENTA-DESTINO.
           MOVE TITULAR TO COMP-TITULAR-DESTINO.
           MOVE DINERO-A-TRANSFERIR TO COMP-IMPORTE.
           MOVE DIA-FECHAF TO COMP-FECHA.
           MOVE DIA-HORAF TO COMP-HORA.
           OPEN EXTEND COMPFILE.
           IF FSC = "35"
               OPEN OUTPUT COMPFILE
           READ SESIONFILE NEXT RECORD AT END GO TO FIN-CONTAR-ESPEC.
           IF NUM-TOTAL-ESPEC = 200
             GO TO FIN-CONTAR-ESPEC.
           IF SES-LIQUIDADA = "C"
             GO TO INICIO-OBTENER-ESPEC.
           IF SES-ESPEC-NUMERO NOT = ESPEC-NUMERO
             MOVE SES-ESPEC-NUMERO TO ESPEC-NUMERO
             READ ESPECFILE
      *Procedimiento comprobar-sesion
      *Comprueba que la sesion pedida existe para el espectaculo y
      *deja su registro (fecha, precio, cupo) en el area de
      *SESIONES.DAT para los pasos siguientes de la compra. Una
      *sesion cancelada desde la oficina ya no admite ventas.
       COMPROBAR-SESION.
           MOVE NUM-ESPEC TO SES-ESPEC-NUMERO.
           MOVE NUM-SESION TO SES-NUMERO.
           OPEN INPUT SESIONFILE.
           READ SESIONFILE INVALID KEY GO TO ERROR-SESION.
           IF SES-LIQUIDADA = "C"
             GO TO ERROR-SESION.
           MOVE "SI" TO EXISTE-SESION
           GO TO FIN-COMPROBAR-SESION.


      *Procedimiento hacer-compra-entradas
       HACER-COMPRA-ENTRADAS.
           PERFORM DIARIO-COMPRA-ENT THRU FIN-DIARIO-COMPRA-ENT.
           MOVE NUM-ESPEC TO SES-ESPEC-NUMERO.
           MOVE NUM-SESION TO SES-NUMERO.
           OPEN I-O SESIONFILE.
           MOVE HORAF TO MOV-HORA.
           WRITE REG-MOVIMIENTOS.
           CLOSE MOVFILE.
           PERFORM CERRAR-DIARIO THRU FIN-CERRAR-DIARIO.

         MOSTRAR-ENTRADAS-COMPRADAS.
           DISPLAY PANTALLA-ENT-ESPEC-COMPRADAS.
      *importe al usuario, marca la compra original como
      *reembolsada y anota el movimiento de reembolso.
       HACER-CANCELACION-COMPRA.
           PERFORM DIARIO-CANCELACION-ENT
                        THRU FIN-DIARIO-CANCELACION-ENT.
           MOVE NUM-ESPEC-CANCELAR TO SES-ESPEC-NUMERO.
           MOVE NUM-SESION-CANCELAR TO SES-NUMERO.
           OPEN I-O SESIONFILE.
           OPEN I-O MOVFILE.
           MOVE NUM-ENTRADAS-CANCELAR TO NUM-ENTRADAS-FORMAT.
           MOVE IMPORTE-CANCELAR TO IMPORTE-CANCELAR-MOV.
           MOVE SPACES TO CONCEPTO-TRANSF-MOV.
           STRING "Reembolso " NUM-ENTRADAS-FORMAT " entradas "
              ESPEC-NOMBRE DELIMITED BY SIZE INTO CONCEPTO-TRANSF-MOV.

           MOVE HORAF TO MOV-HORA.
           WRITE REG-MOVIMIENTOS.
           CLOSE MOVFILE.
           PERFORM CERRAR-DIARIO THRU FIN-CERRAR-DIARIO.

         MOSTRAR-CANCELACION-HECHA.
           DISPLAY PANTALLA-CANCELACION-HECHA.
      *original como devuelto y anota el movimiento de devolucion,
      *igual que HACER-CANCELACION-COMPRA hace con las entradas.
       HACER-DEVOLUCION-RECIBO.
           PERFORM DIARIO-DEV-RECIBO THRU FIN-DIARIO-DEV-RECIBO.
           OPEN I-O CUENTAFILE.
           MOVE NCUENTA TO CTA-NUM-CUENTA.
           READ CUENTAFILE.
           MOVE HORAF TO MOV-HORA.
           WRITE REG-MOVIMIENTOS.
           CLOSE MOVFILE.
           PERFORM CERRAR-DIARIO THRU FIN-CERRAR-DIARIO.

         MOSTRAR-RECIBO-DEVUELTO.
           DISPLAY PANTALLA-RECIBO-DEVUELTO.
             MOVE " " TO MSJ-RECIBOS
             GO TO MOSTRAR-PANTALLA-RECIBOS.

#**********************************************************
      *Procedimiento gestion-mandatos
      *Lista los mandatos de domiciliacion de NCUENTA y deja al
      *cliente cancelar los que siguen activos. Cancelado el
      *mandato, DOMICIL devuelve al acreedor sus recibos.
       GESTION-MANDATOS.
           MOVE " " TO MSJ-MANDATOS.

         MOSTRAR-PANTALLA-MANDATOS.
           PERFORM OBTENER-FECHA.
           PERFORM CARGAR-MANDATOS-CUENTA
                        THRU FIN-CARGAR-MANDATOS-CUENTA.
           IF NUM-MANDATOS = 0
             MOVE MSJ-SIN-MANDATOS TO MSJ-MANDATOS.
           DISPLAY PANTALLA-MANDATOS.
           MOVE 11 TO LINEA-MANDATO.
           MOVE 1 TO IMD.
         MOSTRAR-LINEA-MANDATO.
           IF IMD > NUM-MANDATOS
             GO TO ESPERAR-OPCION-MANDATOS.
           MOVE IMD TO NUM-OPCION-MAN.
           MOVE MANL-ACREEDOR(IMD) TO ACREEDOR-MAN-D.
           IF MANL-IMPORTE-MAX(IMD) = 0
             MOVE "  sin maximo" TO IMPORTE-MAX-MAN-D
           ELSE
             MOVE MANL-IMPORTE-MAX(IMD) TO IMPORTE-MAX-MAN-ED
             MOVE IMPORTE-MAX-MAN-ED TO IMPORTE-MAX-MAN-D.
           IF MANL-ESTADO(IMD) = "C"
             MOVE "CANCELADO" TO ESTADO-MAN-D
           ELSE
             MOVE "ACTIVO" TO ESTADO-MAN-D.
           ADD 1 TO LINEA-MANDATO.
           DISPLAY LINEA-DETALLE-MANDATO
             LINE LINEA-MANDATO, POSITION 12.
           ADD 1 TO IMD.
           GO TO MOSTRAR-LINEA-MANDATO.

         ESPERAR-OPCION-MANDATOS.
           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS = 2005
             MOVE " " TO MSJ-MANDATOS
             GO TO MENU-PRINCIPAL.
           IF TECLA = 0
             MOVE " " TO MSJ-MANDATOS
             GO TO MENU-PRINCIPAL.
           IF TECLA NOT NUMERIC
             GO TO MOSTRAR-PANTALLA-MANDATOS.
           MOVE TECLA TO IMD.
           IF IMD < 1 OR IMD > NUM-MANDATOS
             GO TO MOSTRAR-PANTALLA-MANDATOS.
           IF MANL-ESTADO(IMD) = "C"
             MOVE MSJ-ERROR-MAN-CANCELADO TO MSJ-MANDATOS
             GO TO MOSTRAR-PANTALLA-MANDATOS.
           MOVE MANL-CUENTA-ABONO(IMD) TO CUENTA-ABONO-MAN-SEL.
           MOVE MANL-ACREEDOR(IMD) TO ACREEDOR-MAN-SEL.

         MOSTRAR-CONFIRMAR-BAJA-MANDATO.
           DISPLAY PANTALLA-CONFIRMAR-BAJA-MANDATO.
           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS = 2005
             GO TO MOSTRAR-PANTALLA-MANDATOS
           ELSE
             IF COB-CRT-STATUS NOT = 0000
               GO TO MOSTRAR-CONFIRMAR-BAJA-MANDATO
             ELSE
               GO TO HACER-BAJA-MANDATO.

      *Procedimiento cargar-mandatos-cuenta
      *Se posiciona por clave en los mandatos de NCUENTA y carga
      *en la tabla los primeros 8, activos o cancelados.
       CARGAR-MANDATOS-CUENTA.
           MOVE 0 TO NUM-MANDATOS.
           OPEN INPUT MANDATOFILE.
           IF FSMA NOT = "00"
             GO TO FIN-CARGAR-MANDATOS-CUENTA.
           MOVE NCUENTA TO MAN-CUENTA-CARGO.
           MOVE LOW-VALUES TO MAN-CUENTA-ABONO.
           START MANDATOFILE KEY IS NOT LESS THAN MAN-CLAVE
             INVALID KEY GO TO FIN-LEER-MANDATOS-CTA.
         INICIO-LEER-MANDATOS-CTA.
           READ MANDATOFILE NEXT RECORD AT END
                  GO TO FIN-LEER-MANDATOS-CTA.
           IF MAN-CUENTA-CARGO NOT = NCUENTA
             GO TO FIN-LEER-MANDATOS-CTA.
           IF NUM-MANDATOS = 8
             GO TO FIN-LEER-MANDATOS-CTA.
           ADD 1 TO NUM-MANDATOS.
           MOVE MAN-CUENTA-ABONO TO MANL-CUENTA-ABONO(NUM-MANDATOS).
           MOVE MAN-ACREEDOR TO MANL-ACREEDOR(NUM-MANDATOS).
           MOVE MAN-IMPORTE-MAX TO MANL-IMPORTE-MAX(NUM-MANDATOS).
           MOVE MAN-ESTADO TO MANL-ESTADO(NUM-MANDATOS).
           GO TO INICIO-LEER-MANDATOS-CTA.
         FIN-LEER-MANDATOS-CTA.
           CLOSE MANDATOFILE.
       FIN-CARGAR-MANDATOS-CUENTA.
           EXIT.

      *Procedimiento hacer-baja-mandato
      *Marca como cancelado el mandato elegido, con la fecha de
      *hoy; el registro se conserva para que conste.
       HACER-BAJA-MANDATO.
           OPEN I-O MANDATOFILE.
           MOVE NCUENTA TO MAN-CUENTA-CARGO.
           MOVE CUENTA-ABONO-MAN-SEL TO MAN-CUENTA-ABONO.
           READ MANDATOFILE
             INVALID KEY
               CLOSE MANDATOFILE
               GO TO MOSTRAR-PANTALLA-MANDATOS.
           MOVE "C" TO MAN-ESTADO.
           PERFORM OBTENER-FECHA.
           MOVE FECHAF TO MAN-FECHA-ESTADO.
           REWRITE REG-MANDATO.
           CLOSE MANDATOFILE.
           MOVE MSJ-MANDATO-CANCELADO TO MSJ-MANDATOS.
           GO TO MOSTRAR-PANTALLA-MANDATOS.

#**********************************************************
      *Procedimiento cambiar-clave
       CAMBIAR-CLAVE.
