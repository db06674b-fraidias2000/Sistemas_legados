        IDENTIFICATION DIVISION.
        PROGRAM-ID. RECUPERA.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT DIARIOFILE ASSIGN TO DISK "DIARIO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIA-CLAVE
           FILE STATUS IS FSDI.

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

           SELECT SESIONFILE ASSIGN TO DISK "SESIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SES-CLAVE
           FILE STATUS IS FSS.

           SELECT RETENFILE ASSIGN TO DISK "RETENCIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-CLAVE
           FILE STATUS IS FSRT.

           SELECT CAJETINFILE ASSIGN TO DISK "CAJETIN.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSCJ.

           SELECT COMPFILE ASSIGN TO DISK "COMPENSACION.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSC.

           SELECT INFORMEFILE ASSIGN TO DISK "RECUPERA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX.

       DATA DIVISION.
       FILE SECTION.
       FD DIARIOFILE
           LABEL RECORDS ARE STANDARD.
           COPY DIARIOFD.

       FD CUENTAFILE
           LABEL RECORDS ARE STANDARD.
           COPY CUENTAFD.

       FD MOVFILE
           LABEL RECORDS ARE STANDARD.
           COPY MOVFD.

         FD SESIONFILE
           LABEL RECORDS ARE STANDARD.
           COPY SESIONFD.

         FD RETENFILE
           LABEL RECORDS ARE STANDARD.
           COPY RETENFD.

         FD CAJETINFILE
           LABEL RECORDS ARE STANDARD.
           COPY CAJETINFD.

         FD COMPFILE
           LABEL RECORDS ARE STANDARD.
           COPY COMPFD.

         FD INFORMEFILE
           LABEL RECORDS ARE STANDARD.
         01 LINEA-INFORME             PIC X(80).

         WORKING-STORAGE SECTION.
         77 FSDI                      PIC XX.
         77 FSCU                      PIC XX.
         77 FSM                       PIC XX.
         77 FSS                       PIC XX.
         77 FSRT                      PIC XX.
         77 FSCJ                      PIC XX.
         77 FSC                       PIC XX.
         77 FSX                       PIC XX.
         77 MOV-CANTIDAD-NUM          PIC S9(9)V99.
         77 MOV-SIGUIENTE-SEC         PIC 9(6).
         77 MOV-ENCONTRADO            PIC X(2).
         77 COMP-ENCONTRADA           PIC X(2).
         77 ESTADO-CAJETIN            PIC X.
         77 NUM-PENDIENTES            PIC 9(5) VALUE 0.
         77 NUM-COMPLETADAS           PIC 9(5) VALUE 0.
         77 NUM-ANULADAS              PIC 9(5) VALUE 0.
         77 NUM-INCIDENCIAS           PIC 9(5) VALUE 0.

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

         01 LINEA-SEPARADORA          PIC X(80)
             VALUE ALL "=".
         01 LINEA-EN-BLANCO           PIC X(80) VALUE SPACES.

         01 LINEA-TITULO.
             02 FILLER                PIC X(20)
                 VALUE "UnizarBank".
             02 FILLER                PIC X(35)
                 VALUE "Recuperacion de operaciones cajero".
             02 FILLER                PIC X(15) VALUE "Fecha emision:".
             02 FECHA-TITULO-D        PIC X(10).

         01 LINEA-CABECERA.
             02 FILLER                PIC X(11) VALUE "Fecha".
             02 FILLER                PIC X(9)  VALUE "Hora".
             02 FILLER                PIC X(11) VALUE "Tarjeta".
             02 FILLER                PIC X(25) VALUE "Operacion".
             02 FILLER                PIC X(12) VALUE "     Importe".

         01 LINEA-OPERACION.
             02 FECHA-OPER-D          PIC X(10).
             02 FILLER                PIC X     VALUE SPACES.
             02 HORA-OPER-D           PIC X(8).
             02 FILLER                PIC X     VALUE SPACES.
             02 TARJ-OPER-D           PIC 9(10).
             02 FILLER                PIC X     VALUE SPACES.
             02 NOMBRE-OPER-D         PIC X(24).
             02 FILLER                PIC X     VALUE SPACES.
             02 IMPORTE-OPER-D        PIC ZZZZZZZZ9.99.

         01 LINEA-CUENTA-OPER.
             02 FILLER                PIC X(11) VALUE "   Cuenta:".
             02 CUENTA-OPER-D         PIC A(2)9(22).
             02 FILLER                PIC X(14)
                 VALUE "   Resultado:".
             02 RESULTADO-OPER-D      PIC X(12).

         01 LINEA-PASO.
             02 FILLER                PIC X(6)  VALUE "     -".
             02 TEXTO-PASO            PIC X(60).

         01 LINEA-TOTAL.
             02 TEXTO-TOTAL-D         PIC X(40).
             02 NUM-TOTAL-D           PIC ZZZZ9.

         01 LINEA-SIN-PENDIENTES      PIC X(60)
             VALUE "No habia operaciones a medias en el diario.".

        PROCEDURE DIVISION.
      *Procedimiento inicio
      *Proceso de arranque del cajero: recorre DIARIO.DAT y, para
      *cada operacion que quedo a medias (estado "P"), mira hasta
      *donde llego comparando la cuenta con las imagenes anterior
      *y posterior del diario. Si el cargo o abono ya se hizo la
      *completa (estado "R"); si no se hizo la deshace (estado
      *"A"); si la cuenta no cuadra con ninguna de las dos la deja
      *para la oficina (estado "I"). Los ingresos siempre se
      *completan, porque el efectivo ya esta dentro del cajero, y
      *los reintegros solo se completan si el cajetin muestra que
      *los billetes salieron. Al completar una cancelacion de
      *entradas o una devolucion de recibo se marca tambien el
      *movimiento original como reembolsado o devuelto.
       INICIO.
           PERFORM OBTENER-FECHA.
           OPEN I-O DIARIOFILE.
           IF FSDI = "35"
             DISPLAY "RECUPERA: no hay diario de operaciones"
             STOP RUN.
           IF FSDI NOT = "00"
             DISPLAY "RECUPERA: no se puede abrir DIARIO.DAT"
             STOP RUN.
           OPEN I-O CUENTAFILE.
           IF FSCU NOT = "00"
             DISPLAY "RECUPERA: no se puede abrir CUENTAS.DAT"
             CLOSE DIARIOFILE
             STOP RUN.
           OPEN I-O MOVFILE.
           IF FSM = "35"
               OPEN OUTPUT MOVFILE
               CLOSE MOVFILE
               OPEN I-O MOVFILE.
           OPEN I-O RETENFILE.
           IF FSRT = "35"
               OPEN OUTPUT RETENFILE
               CLOSE RETENFILE
               OPEN I-O RETENFILE.
           OPEN I-O SESIONFILE.
           IF FSS = "35"
               OPEN OUTPUT SESIONFILE
               CLOSE SESIONFILE
               OPEN I-O SESIONFILE.

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
           MOVE LINEA-CABECERA TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE LINEA-EN-BLANCO TO LINEA-INFORME.
           WRITE LINEA-INFORME.

           PERFORM RECUPERAR-DIARIO THRU FIN-RECUPERAR-DIARIO.

           IF NUM-PENDIENTES = 0
             MOVE LINEA-SIN-PENDIENTES TO LINEA-INFORME
             WRITE LINEA-INFORME.
           MOVE LINEA-SEPARADORA TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE "Operaciones a medias tratadas:" TO TEXTO-TOTAL-D.
           MOVE NUM-PENDIENTES TO NUM-TOTAL-D.
           MOVE LINEA-TOTAL TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE "   Completadas:" TO TEXTO-TOTAL-D.
           MOVE NUM-COMPLETADAS TO NUM-TOTAL-D.
           MOVE LINEA-TOTAL TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE "   Deshechas:" TO TEXTO-TOTAL-D.
           MOVE NUM-ANULADAS TO NUM-TOTAL-D.
           MOVE LINEA-TOTAL TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE "   Pendientes de revisar en oficina:" TO TEXTO-TOTAL-D.
           MOVE NUM-INCIDENCIAS TO NUM-TOTAL-D.
           MOVE LINEA-TOTAL TO LINEA-INFORME.
           WRITE LINEA-INFORME.

           CLOSE INFORMEFILE.
           CLOSE SESIONFILE.
           CLOSE RETENFILE.
           CLOSE MOVFILE.
           CLOSE CUENTAFILE.
           CLOSE DIARIOFILE.
           DISPLAY "RECUPERA: " NUM-PENDIENTES
                   " operaciones tratadas, informe en RECUPERA.TXT".
           STOP RUN.

      *Procedimiento obtener-fecha
       OBTENER-FECHA.
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE CORR FECHA TO FECHAF.

      *Procedimiento recuperar-diario
      *Recorre el diario y trata cada anotacion pendiente.
       RECUPERAR-DIARIO.
         INICIO-LEER-DIARIO.
           READ DIARIOFILE NEXT RECORD
                AT END GO TO FIN-RECUPERAR-DIARIO.
           IF NOT DIA-PENDIENTE
             GO TO INICIO-LEER-DIARIO.
           ADD 1 TO NUM-PENDIENTES.
           PERFORM ESCRIBIR-OPERACION THRU FIN-ESCRIBIR-OPERACION.

           MOVE DIA-CUENTA TO CTA-NUM-CUENTA.
           READ CUENTAFILE
             INVALID KEY
               MOVE "La cuenta de la operacion no existe" TO TEXTO-PASO
               PERFORM ESCRIBIR-PASO
               GO TO MARCAR-INCIDENCIA.
           IF CTA-SALDO = DIA-SALDO-NUEVO
             GO TO COMPLETAR-OPERACION.
           IF CTA-SALDO = DIA-SALDO-ANT
             GO TO DESHACER-OPERACION.
           MOVE "El saldo de la cuenta no cuadra con el diario"
                TO TEXTO-PASO.
           PERFORM ESCRIBIR-PASO.
           GO TO MARCAR-INCIDENCIA.

      *    LA CUENTA YA TIENE EL CARGO O ABONO: SE TERMINAN LOS
      *    PASOS QUE FALTEN
         COMPLETAR-OPERACION.
           MOVE "Cargo/abono de la cuenta ya aplicado" TO TEXTO-PASO.
           PERFORM ESCRIBIR-PASO.
           IF DIA-OPER-REINTEGRO
             GO TO COMPLETAR-REINTEGRO.
           IF DIA-OPER-INGRESO
             GO TO COMPLETAR-INGRESO.
           IF DIA-OPER-TRANSF
             GO TO COMPLETAR-TRANSFERENCIA.
           IF DIA-OPER-CANCEL-ENT
             GO TO COMPLETAR-CANCELACION-ENT.
           IF DIA-OPER-DEV-RECIBO
             GO TO COMPLETAR-DEV-RECIBO.
           GO TO COMPLETAR-COMPRA-ENT.

         COMPLETAR-REINTEGRO.
           PERFORM LEER-CAJETIN THRU FIN-LEER-CAJETIN.
           IF ESTADO-CAJETIN = "N"
             MOVE "Los billetes salieron del cajetin" TO TEXTO-PASO
             PERFORM ESCRIBIR-PASO
             PERFORM RECUPERAR-MOVIMIENTO THRU FIN-RECUPERAR-MOVIMIENTO
             MOVE "Cotejar el efectivo con el arqueo (ARQUEO)"
                  TO TEXTO-PASO
             PERFORM ESCRIBIR-PASO
             GO TO MARCAR-RECUPERADA.
           IF ESTADO-CAJETIN = "A"
             MOVE "Los billetes no salieron: se devuelve el cargo"
                  TO TEXTO-PASO
             PERFORM ESCRIBIR-PASO
             MOVE DIA-CUENTA TO CTA-NUM-CUENTA
             READ CUENTAFILE
             MOVE DIA-SALDO-ANT TO CTA-SALDO
             REWRITE REG-CUENTA
             GO TO MARCAR-ANULADA.
           MOVE "El cajetin no cuadra con el diario: ver ARQUEO"
                TO TEXTO-PASO.
           PERFORM ESCRIBIR-PASO.
           GO TO MARCAR-INCIDENCIA.

         COMPLETAR-INGRESO.
           PERFORM RECUPERAR-RETENCION THRU FIN-RECUPERAR-RETENCION.
           PERFORM RECUPERAR-CAJETIN-ING
                        THRU FIN-RECUPERAR-CAJETIN-ING.
           PERFORM RECUPERAR-MOVIMIENTO THRU FIN-RECUPERAR-MOVIMIENTO.
           GO TO MARCAR-RECUPERADA.

         COMPLETAR-TRANSFERENCIA.
           IF DIA-DESTINO-EXTERNO = "S"
             PERFORM RECUPERAR-COMPENSACION
                          THRU FIN-RECUPERAR-COMPENSACION
           ELSE
             PERFORM RECUPERAR-DESTINO THRU FIN-RECUPERAR-DESTINO.
           PERFORM RECUPERAR-MOVIMIENTO THRU FIN-RECUPERAR-MOVIMIENTO.
           GO TO MARCAR-RECUPERADA.

         COMPLETAR-COMPRA-ENT.
           PERFORM RECUPERAR-SESION THRU FIN-RECUPERAR-SESION.
           PERFORM RECUPERAR-MOVIMIENTO THRU FIN-RECUPERAR-MOVIMIENTO.
           GO TO MARCAR-RECUPERADA.

         COMPLETAR-CANCELACION-ENT.
           PERFORM RECUPERAR-SESION THRU FIN-RECUPERAR-SESION.
           PERFORM MARCAR-MOV-ORIGEN THRU FIN-MARCAR-MOV-ORIGEN.
           PERFORM RECUPERAR-MOVIMIENTO THRU FIN-RECUPERAR-MOVIMIENTO.
           GO TO MARCAR-RECUPERADA.

         COMPLETAR-DEV-RECIBO.
           PERFORM MARCAR-MOV-ORIGEN THRU FIN-MARCAR-MOV-ORIGEN.
           PERFORM RECUPERAR-MOVIMIENTO THRU FIN-RECUPERAR-MOVIMIENTO.
           GO TO MARCAR-RECUPERADA.

      *    LA CUENTA NO LLEGO A TOCARSE: SE DESHACE LO QUE HUBIERA
      *    ANTES, SALVO EN LOS INGRESOS, QUE SE COMPLETAN
         DESHACER-OPERACION.
           IF DIA-OPER-INGRESO
             MOVE "Efectivo recibido: se abona el ingreso"
                  TO TEXTO-PASO
             PERFORM ESCRIBIR-PASO
             MOVE DIA-SALDO-NUEVO TO CTA-SALDO
             REWRITE REG-CUENTA
             GO TO COMPLETAR-INGRESO.
           MOVE "La cuenta no llego a actualizarse" TO TEXTO-PASO.
           PERFORM ESCRIBIR-PASO.
           IF DIA-OPER-COMPRA-ENT OR DIA-OPER-CANCEL-ENT
             PERFORM DESHACER-SESION THRU FIN-DESHACER-SESION.
           GO TO MARCAR-ANULADA.

         MARCAR-RECUPERADA.
           MOVE "R" TO DIA-ESTADO.
           MOVE "COMPLETADA" TO RESULTADO-OPER-D.
           ADD 1 TO NUM-COMPLETADAS.
           GO TO REESCRIBIR-DIARIO.
         MARCAR-ANULADA.
           MOVE "A" TO DIA-ESTADO.
           MOVE "DESHECHA" TO RESULTADO-OPER-D.
           ADD 1 TO NUM-ANULADAS.
           GO TO REESCRIBIR-DIARIO.
         MARCAR-INCIDENCIA.
           MOVE "I" TO DIA-ESTADO.
           MOVE "A REVISAR" TO RESULTADO-OPER-D.
           ADD 1 TO NUM-INCIDENCIAS.
         REESCRIBIR-DIARIO.
           REWRITE REG-DIARIO.
           MOVE DIA-CUENTA TO CUENTA-OPER-D.
           MOVE LINEA-CUENTA-OPER TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE LINEA-EN-BLANCO TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           GO TO INICIO-LEER-DIARIO.
       FIN-RECUPERAR-DIARIO.
           EXIT.

      *Procedimiento escribir-operacion
      *Primera linea del informe de cada operacion a medias.
       ESCRIBIR-OPERACION.
           MOVE DIA-FECHAF TO FECHA-OPER-D.
           MOVE DIA-HORAF TO HORA-OPER-D.
           MOVE DIA-TARJ TO TARJ-OPER-D.
           MOVE DIA-IMPORTE TO IMPORTE-OPER-D.
           IF DIA-OPER-REINTEGRO
             MOVE "Reintegro" TO NOMBRE-OPER-D.
           IF DIA-OPER-INGRESO
             MOVE "Ingreso" TO NOMBRE-OPER-D.
           IF DIA-OPER-TRANSF
             MOVE "Transferencia" TO NOMBRE-OPER-D.
           IF DIA-OPER-COMPRA-ENT
             MOVE "Compra de entradas" TO NOMBRE-OPER-D.
           IF DIA-OPER-CANCEL-ENT
             MOVE "Cancelacion de entradas" TO NOMBRE-OPER-D.
           IF DIA-OPER-DEV-RECIBO
             MOVE "Devolucion de recibo" TO NOMBRE-OPER-D.
           MOVE LINEA-OPERACION TO LINEA-INFORME.
           WRITE LINEA-INFORME.
       FIN-ESCRIBIR-OPERACION.
           EXIT.

      *Procedimiento escribir-paso
      *Anota en el informe un paso de la recuperacion.
       ESCRIBIR-PASO.
           MOVE LINEA-PASO TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO TEXTO-PASO.

      *Procedimiento leer-cajetin
      *Compara el cajetin con las imagenes del diario y deja en
      *ESTADO-CAJETIN "A" si coincide con la anterior, "N" si
      *coincide con la posterior y "X" si con ninguna.
       LEER-CAJETIN.
           MOVE "X" TO ESTADO-CAJETIN.
           OPEN INPUT CAJETINFILE.
           IF FSCJ NOT = "00"
             MOVE ZEROS TO CAJ-BILLETES
             GO TO COMPARAR-CAJETIN.
           READ CAJETINFILE
             AT END MOVE ZEROS TO CAJ-BILLETES.
           CLOSE CAJETINFILE.
         COMPARAR-CAJETIN.
           IF CAJ-BILLETES = DIA-CAJETIN-NUEVO
             MOVE "N" TO ESTADO-CAJETIN
             GO TO FIN-LEER-CAJETIN.
           IF CAJ-BILLETES = DIA-CAJETIN-ANT
             MOVE "A" TO ESTADO-CAJETIN.
       FIN-LEER-CAJETIN.
           EXIT.

      *Procedimiento recuperar-cajetin-ingreso
      *Anade al cajetin los billetes del ingreso si aun no estan.
       RECUPERAR-CAJETIN-ING.
           PERFORM LEER-CAJETIN THRU FIN-LEER-CAJETIN.
           IF ESTADO-CAJETIN = "N"
             MOVE "Billetes ya anotados en el cajetin" TO TEXTO-PASO
             PERFORM ESCRIBIR-PASO
             GO TO FIN-RECUPERAR-CAJETIN-ING.
           IF ESTADO-CAJETIN = "X"
             MOVE "El cajetin no cuadra con el diario: ver ARQUEO"
                  TO TEXTO-PASO
             PERFORM ESCRIBIR-PASO
             GO TO FIN-RECUPERAR-CAJETIN-ING.
           OPEN I-O CAJETINFILE.
           IF FSCJ = "35"
               OPEN OUTPUT CAJETINFILE
               MOVE ZEROS TO CAJ-BILLETES
               WRITE REG-CAJETIN
               CLOSE CAJETINFILE
               OPEN I-O CAJETINFILE.
           READ CAJETINFILE
             AT END
               CLOSE CAJETINFILE
               GO TO FIN-RECUPERAR-CAJETIN-ING.
           MOVE DIA-CAJETIN-NUEVO TO CAJ-BILLETES.
           REWRITE REG-CAJETIN.
           CLOSE CAJETINFILE.
           MOVE "Billetes anadidos al cajetin" TO TEXTO-PASO.
           PERFORM ESCRIBIR-PASO.
       FIN-RECUPERAR-CAJETIN-ING.
           EXIT.

      *Procedimiento recuperar-retencion
      *Crea la retencion del ingreso si quedo sin grabar.
       RECUPERAR-RETENCION.
           IF DIA-RET-NUM = 0
             GO TO FIN-RECUPERAR-RETENCION.
           MOVE DIA-CUENTA TO RET-CUENTA.
           MOVE DIA-RET-NUM TO RET-NUM.
           READ RETENFILE
             INVALID KEY GO TO ESCRIBIR-RETENCION-RECUP.
           MOVE "Retencion del ingreso ya grabada" TO TEXTO-PASO.
           PERFORM ESCRIBIR-PASO.
           GO TO FIN-RECUPERAR-RETENCION.
         ESCRIBIR-RETENCION-RECUP.
           MOVE DIA-CUENTA TO RET-CUENTA.
           MOVE DIA-RET-NUM TO RET-NUM.
           MOVE DIA-IMPORTE TO RET-IMPORTE.
           MOVE DIA-FECHAF TO RET-FECHA.
           MOVE "P" TO RET-ESTADO.
           MOVE SPACES TO RET-FECHA-ESTADO.
           WRITE REG-RETENCION.
           MOVE "Retencion del ingreso creada" TO TEXTO-PASO.
           PERFORM ESCRIBIR-PASO.
       FIN-RECUPERAR-RETENCION.
           EXIT.

      *Procedimiento recuperar-destino
      *Abona la transferencia en la cuenta destino de este banco
      *si aun no se habia abonado.
       RECUPERAR-DESTINO.
           MOVE DIA-CUENTA-DESTINO TO CTA-NUM-CUENTA.
           READ CUENTAFILE
             INVALID KEY
               MOVE "La cuenta destino no existe" TO TEXTO-PASO
               PERFORM ESCRIBIR-PASO
               GO TO FIN-RECUPERAR-DESTINO.
           IF CTA-SALDO = DIA-SALDO-DEST-NUEVO
             MOVE "Abono en la cuenta destino ya aplicado"
                  TO TEXTO-PASO
             PERFORM ESCRIBIR-PASO
             GO TO FIN-RECUPERAR-DESTINO.
           IF CTA-SALDO NOT = DIA-SALDO-DEST-ANT
             MOVE "La cuenta destino no cuadra: revisar en oficina"
                  TO TEXTO-PASO
             PERFORM ESCRIBIR-PASO
             GO TO FIN-RECUPERAR-DESTINO.
           MOVE DIA-SALDO-DEST-NUEVO TO CTA-SALDO.
           REWRITE REG-CUENTA.
           MOVE "Abonada la cuenta destino" TO TEXTO-PASO.
           PERFORM ESCRIBIR-PASO.
       FIN-RECUPERAR-DESTINO.
           EXIT.

      *Procedimiento recuperar-compensacion
      *Busca en COMPENSACION.DAT la transferencia a otro banco (por
      *cuentas, importe, fecha y hora de la anotacion) y la anade
      *si no llego a grabarse.
       RECUPERAR-COMPENSACION.
           MOVE "NO" TO COMP-ENCONTRADA.
           OPEN INPUT COMPFILE.
           IF FSC NOT = "00"
             GO TO ANADIR-COMPENSACION.
         INICIO-BUSCAR-COMPENSACION.
           READ COMPFILE
                AT END GO TO FIN-BUSCAR-COMPENSACION.
           IF COMP-CUENTA-ORIGEN = DIA-CUENTA
             IF COMP-CUENTA-DESTINO = DIA-CUENTA-DESTINO
               IF COMP-IMPORTE = DIA-IMPORTE
                 IF COMP-FECHA = DIA-FECHAF
                   IF COMP-HORA = DIA-HORAF
                     MOVE "SI" TO COMP-ENCONTRADA
                     GO TO FIN-BUSCAR-COMPENSACION.
           GO TO INICIO-BUSCAR-COMPENSACION.
         FIN-BUSCAR-COMPENSACION.
           CLOSE COMPFILE.
           IF COMP-ENCONTRADA = "SI"
             MOVE "Compensacion a otro banco ya anotada"
                  TO TEXTO-PASO
             PERFORM ESCRIBIR-PASO
             GO TO FIN-RECUPERAR-COMPENSACION.
         ANADIR-COMPENSACION.
           MOVE DIA-CUENTA TO COMP-CUENTA-ORIGEN.
           MOVE DIA-CUENTA-DESTINO TO COMP-CUENTA-DESTINO.
           MOVE DIA-TITULAR-DESTINO TO COMP-TITULAR-DESTINO.
           MOVE DIA-IMPORTE TO COMP-IMPORTE.
           MOVE DIA-FECHAF TO COMP-FECHA.
           MOVE DIA-HORAF TO COMP-HORA.
           OPEN EXTEND COMPFILE.
           IF FSC = "35"
               OPEN OUTPUT COMPFILE
               CLOSE COMPFILE
               OPEN EXTEND COMPFILE.
           WRITE REG-COMPENSACION.
           CLOSE COMPFILE.
           MOVE "Anotada la compensacion a otro banco" TO TEXTO-PASO.
           PERFORM ESCRIBIR-PASO.
       FIN-RECUPERAR-COMPENSACION.
           EXIT.

      *Procedimiento recuperar-sesion
      *Deja en la sesion las entradas libres posteriores a la
      *compra o cancelacion si aun no se habian actualizado.
       RECUPERAR-SESION.
           MOVE DIA-SES-CLAVE TO SES-CLAVE.
           READ SESIONFILE
             INVALID KEY
               MOVE "La sesion de las entradas no existe" TO TEXTO-PASO
               PERFORM ESCRIBIR-PASO
               GO TO FIN-RECUPERAR-SESION.
           IF SES-ENT-DISPONIBLES = DIA-SES-DISPO-NUEVO
             MOVE "Entradas de la sesion ya actualizadas"
                  TO TEXTO-PASO
             PERFORM ESCRIBIR-PASO
             GO TO FIN-RECUPERAR-SESION.
           IF SES-ENT-DISPONIBLES NOT = DIA-SES-DISPO-ANT
             MOVE "La sesion no cuadra: revisar en oficina"
                  TO TEXTO-PASO
             PERFORM ESCRIBIR-PASO
             GO TO FIN-RECUPERAR-SESION.
           MOVE DIA-SES-DISPO-NUEVO TO SES-ENT-DISPONIBLES.
           REWRITE REG-SESION.
           MOVE "Actualizadas las entradas de la sesion" TO TEXTO-PASO.
           PERFORM ESCRIBIR-PASO.
       FIN-RECUPERAR-SESION.
           EXIT.

      *Procedimiento deshacer-sesion
      *Devuelve la sesion a las entradas libres anteriores a una
      *compra o cancelacion que no llego a tocar la cuenta.
       DESHACER-SESION.
           MOVE DIA-SES-CLAVE TO SES-CLAVE.
           READ SESIONFILE
             INVALID KEY GO TO FIN-DESHACER-SESION.
           IF SES-ENT-DISPONIBLES NOT = DIA-SES-DISPO-NUEVO
             GO TO FIN-DESHACER-SESION.
           MOVE DIA-SES-DISPO-ANT TO SES-ENT-DISPONIBLES.
           REWRITE REG-SESION.
           MOVE "Entradas de la sesion como antes" TO TEXTO-PASO.
           PERFORM ESCRIBIR-PASO.
       FIN-DESHACER-SESION.
           EXIT.

      *Procedimiento marcar-mov-origen
      *Marca la compra original como reembolsada o el recibo
      *original como devuelto si aun no lo estaba.
       MARCAR-MOV-ORIGEN.
           MOVE DIA-CUENTA TO MOV-ID.
           MOVE DIA-MOV-ORIGEN-SEC TO MOV-NUM-SEC.
           READ MOVFILE
             INVALID KEY
               MOVE "El movimiento original no existe" TO TEXTO-PASO
               PERFORM ESCRIBIR-PASO
               GO TO FIN-MARCAR-MOV-ORIGEN.
           IF DIA-OPER-CANCEL-ENT
             GO TO MARCAR-COMPRA-ORIGEN.
           IF MOV-REF-RECIBO-DEVUELTO = "S"
             MOVE "Recibo original ya marcado devuelto" TO TEXTO-PASO
             PERFORM ESCRIBIR-PASO
             GO TO FIN-MARCAR-MOV-ORIGEN.
           MOVE "S" TO MOV-REF-RECIBO-DEVUELTO.
           REWRITE REG-MOVIMIENTOS.
           MOVE "Recibo original marcado como devuelto" TO TEXTO-PASO.
           PERFORM ESCRIBIR-PASO.
           GO TO FIN-MARCAR-MOV-ORIGEN.
         MARCAR-COMPRA-ORIGEN.
           IF MOV-REF-REEMBOLSADO = "S"
             MOVE "Compra original ya marcada reembolsada"
                  TO TEXTO-PASO
             PERFORM ESCRIBIR-PASO
             GO TO FIN-MARCAR-MOV-ORIGEN.
           MOVE "S" TO MOV-REF-REEMBOLSADO.
           REWRITE REG-MOVIMIENTOS.
           MOVE "Compra original marcada como reembolsada"
                TO TEXTO-PASO.
           PERFORM ESCRIBIR-PASO.
       FIN-MARCAR-MOV-ORIGEN.
           EXIT.

      *Procedimiento recuperar-movimiento
      *Graba el movimiento de la operacion si no llego a grabarse.
      *Se busca primero con el numero de secuencia que anoto el
      *diario y, si ese numero lo ocupa otro movimiento, entre
      *los de la cuenta del mismo dia; si no esta se graba con el
      *siguiente numero libre de la cuenta.
       RECUPERAR-MOVIMIENTO.
           MOVE "NO" TO MOV-ENCONTRADO.
           MOVE 0 TO MOV-SIGUIENTE-SEC.
           MOVE DIA-CUENTA TO MOV-ID.
           MOVE DIA-MOV-NUM-SEC TO MOV-NUM-SEC.
           READ MOVFILE
             INVALID KEY GO TO ESCRIBIR-MOVIMIENTO-RECUP.
           MOVE DIA-CUENTA TO MOV-ID.
           MOVE 0 TO MOV-NUM-SEC.
           START MOVFILE KEY IS NOT LESS THAN MOV-CLAVE
             INVALID KEY GO TO FIN-BUSCAR-MOV-RECUP.
         INICIO-BUSCAR-MOV-RECUP.
           READ MOVFILE NEXT RECORD
                AT END GO TO FIN-BUSCAR-MOV-RECUP.
           IF MOV-ID NOT = DIA-CUENTA
             GO TO FIN-BUSCAR-MOV-RECUP.
           MOVE MOV-NUM-SEC TO MOV-SIGUIENTE-SEC.
           IF MOV-TIPO NOT = DIA-MOV-TIPO
             GO TO INICIO-BUSCAR-MOV-RECUP.
           IF MOV-CONCEPTO NOT = DIA-MOV-CONCEPTO
             GO TO INICIO-BUSCAR-MOV-RECUP.
           IF MOV-FECHA NOT = DIA-FECHAF
             GO TO INICIO-BUSCAR-MOV-RECUP.
           IF MOV-HORA < DIA-HORAF
             GO TO INICIO-BUSCAR-MOV-RECUP.
           MOVE MOV-CANTIDAD TO MOV-CANTIDAD-NUM.
           IF MOV-CANTIDAD-NUM = DIA-MOV-CANTIDAD
             MOVE "SI" TO MOV-ENCONTRADO.
           GO TO INICIO-BUSCAR-MOV-RECUP.
         FIN-BUSCAR-MOV-RECUP.
           IF MOV-ENCONTRADO = "SI"
             MOVE "Movimiento de la cuenta ya grabado" TO TEXTO-PASO
             PERFORM ESCRIBIR-PASO
             GO TO FIN-RECUPERAR-MOVIMIENTO.
           ADD 1 TO MOV-SIGUIENTE-SEC.
           MOVE MOV-SIGUIENTE-SEC TO DIA-MOV-NUM-SEC.
         ESCRIBIR-MOVIMIENTO-RECUP.
           MOVE DIA-CUENTA TO MOV-ID.
           MOVE DIA-MOV-NUM-SEC TO MOV-NUM-SEC.
           MOVE DIA-MOV-CONCEPTO TO MOV-CONCEPTO.
           MOVE DIA-MOV-CANTIDAD TO MOV-CANTIDAD.
           MOVE DIA-MOV-CONTRAPARTIDA TO MOV-CUENTA-DESTINO.
           MOVE DIA-SALDO-NUEVO TO MOV-SALDO.
           MOVE DIA-FECHAF TO MOV-FECHA.
           MOVE DIA-HORAF TO MOV-HORA.
           MOVE DIA-MOV-TIPO TO MOV-TIPO.
           WRITE REG-MOVIMIENTOS.
           MOVE "Grabado el movimiento de la cuenta" TO TEXTO-PASO.
           PERFORM ESCRIBIR-PASO.
       FIN-RECUPERAR-MOVIMIENTO.
           EXIT.

       END PROGRAM RECUPERA.
