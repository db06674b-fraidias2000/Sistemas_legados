           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSR.

           SELECT MANDATOFILE ASSIGN TO DISK "MANDATOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAN-CLAVE
           FILE STATUS IS FSMA.

           SELECT FICHRECFILE ASSIGN TO DISK "FICHREC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FREC-CLAVE
           FILE STATUS IS FSFR.

           SELECT LOGFICHFILE ASSIGN TO DISK "FICHREC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSLF.

       DATA DIVISION.
       FILE SECTION.
       FD CUENTAFILE
           LABEL RECORDS ARE STANDARD.
           COPY RECHDOMFD.

         FD MANDATOFILE
           LABEL RECORDS ARE STANDARD.
           COPY MANDATOFD.

         FD FICHRECFILE
           LABEL RECORDS ARE STANDARD.
           COPY FICHRECFD.

         FD LOGFICHFILE
           LABEL RECORDS ARE STANDARD.
         01 LINEA-LOG-FICHERO         PIC X(80).

         WORKING-STORAGE SECTION.
         77 FSCU                      PIC XX.
         77 FSM                       PIC XX.
         77 FSD                       PIC XX.
         77 FSR                       PIC XX.
         77 FSMA                      PIC XX.
         77 FSFR                      PIC XX.
         77 FSLF                      PIC XX.
         77 NUM-CUENTA-ACTUAL         PIC A(2)9(22).
         77 RESULTADO-CARGO           PIC X(2).
         77 MOTIVO-RECHAZO            PIC X(2).
         77 NUM-RECIBOS-RECHAZADOS    PIC 9(5) VALUE 0.
         77 MOTIVO-CUENTA-INEXISTENTE PIC X(2) VALUE "01".
         77 MOTIVO-SALDO-INSUFICIENTE PIC X(2) VALUE "02".
         77 MOTIVO-SIN-MANDATO        PIC X(2) VALUE "03".
         77 MOTIVO-SUPERA-MANDATO     PIC X(2) VALUE "04".
         77 RESULTADO-MANDATO         PIC X(2).
         77 TIPO-FICHERO-DOMIC        PIC X(8) VALUE "DOMIC".
         77 NUM-DETALLES-FICH         PIC 9(7).
         77 IMPORTE-DETALLES-FICH     PIC 9(11)V99.
         77 HAY-TOTALES-FICH          PIC X(2).
         77 MOTIVO-RECHAZO-FICH       PIC X(60).
         77 REGS-CONTADOS-E           PIC ZZZZZZ9.
         77 REGS-TOTALES-E            PIC ZZZZZZ9.
         77 IMPORTE-CONTADO-E         PIC ZZZZZZZZZZ9.99.
         77 IMPORTE-TOTALES-E         PIC ZZZZZZZZZZ9.99.

      *Datos de la cabecera y los totales del fichero en curso
         01 DATOS-FICHERO-RECIBOS.
             02 ENTIDAD-FICH          PIC 9(4).
             02 ID-FICH               PIC X(12).
             02 FECHA-FICH            PIC X(10).
             02 NUM-REGISTROS-FICH    PIC 9(7).
             02 IMPORTE-TOTAL-FICH    PIC 9(11)V99.

         01 FECHA.
             02 AA                    PIC 9999.
             02 FILLER                PIC X VALUE ":".
             02 SS                    PIC 99.

      *Lineas del registro de ficheros recibidos para operadores
         01 LINEA-LOG-RESUMEN.
             02 FECHA-LOG-D           PIC X(10).
             02 FILLER                PIC X VALUE SPACES.
             02 HORA-LOG-D            PIC X(8).
             02 FILLER                PIC X VALUE SPACES.
             02 TIPO-LOG-D            PIC X(8).
             02 FILLER                PIC X VALUE SPACES.
             02 ENTIDAD-LOG-D         PIC 9(4).
             02 FILLER                PIC X VALUE SPACES.
             02 ID-LOG-D              PIC X(12).
             02 FILLER                PIC X VALUE SPACES.
             02 REGS-LOG-D            PIC ZZZZZZ9.
             02 FILLER                PIC X VALUE SPACES.
             02 IMPORTE-LOG-D         PIC ZZZZZZZZZZ9.99.
             02 FILLER                PIC X VALUE SPACES.
             02 RESULTADO-LOG-D       PIC X(9).
         01 LINEA-LOG-DETALLE.
             02 FILLER                PIC X(20) VALUE SPACES.
             02 TEXTO-LOG-D           PIC X(60).
         01 LINEA-LOG-CARGADOS.
             02 FILLER                PIC X(30)
                 VALUE "Recibos cargados:".
             02 CARGADOS-LOG-D        PIC ZZZZ9.
             02 FILLER                PIC X(15)
                 VALUE "  Devueltos:".
             02 DEVUELTOS-LOG-D       PIC ZZZZ9.

        PROCEDURE DIVISION.
      *Procedimiento inicio
       INICIO.
             DISPLAY "DOMICIL: no hay fichero de recibos que procesar"
             STOP RUN.

           PERFORM VALIDAR-FICHERO THRU FIN-VALIDAR-FICHERO.
           CLOSE DOMICFILE.
           IF MOTIVO-RECHAZO-FICH NOT = SPACES
             MOVE "RECHAZADO" TO RESULTADO-LOG-D
             MOVE MOTIVO-RECHAZO-FICH TO TEXTO-LOG-D
             PERFORM ESCRIBIR-LOG-FICHERO THRU FIN-ESCRIBIR-LOG-FICHERO
             DISPLAY "DOMICIL: fichero de recibos rechazado entero, "
                     "no se carga ningun recibo"
             DISPLAY "DOMICIL: " MOTIVO-RECHAZO-FICH
             STOP RUN.

           PERFORM ANOTAR-FICHERO THRU FIN-ANOTAR-FICHERO.
           OPEN INPUT DOMICFILE.
           PERFORM PROCESAR-RECIBOS THRU FIN-PROCESAR-RECIBOS.
           CLOSE DOMICFILE.
           PERFORM MARCAR-FICHERO-PROCESADO
              THRU FIN-MARCAR-FICHERO-PROCESADO.

           MOVE "ACEPTADO" TO RESULTADO-LOG-D.
           MOVE NUM-RECIBOS-CARGADOS TO CARGADOS-LOG-D.
           MOVE NUM-RECIBOS-RECHAZADOS TO DEVUELTOS-LOG-D.
           MOVE LINEA-LOG-CARGADOS TO TEXTO-LOG-D.
           PERFORM ESCRIBIR-LOG-FICHERO THRU FIN-ESCRIBIR-LOG-FICHERO.

           DISPLAY "DOMICIL: fichero " ID-FICH " de la entidad "
                   ENTIDAD-FICH " aceptado".
           DISPLAY "DOMICIL: recibos leidos     " NUM-RECIBOS-LEIDOS.
           DISPLAY "DOMICIL: recibos cargados   " NUM-RECIBOS-CARGADOS.
           DISPLAY "DOMICIL: recibos devueltos  "
           ACCEPT HORA FROM TIME.
           MOVE CORR HORA TO HORAF.

      *Procedimiento validar-fichero
      *Antes de aplicar nada recorre DOMIC.DAT entero y comprueba
      *que empieza por la cabecera, que termina con el registro de
      *totales (si falta, el fichero llego cortado), que el numero
      *de recibos y su importe cuadran con esos totales y que el
      *fichero no figura ya en FICHREC.DAT. Deja en
      *MOTIVO-RECHAZO-FICH por que se rechaza, o espacios si el
      *fichero se puede procesar.
       VALIDAR-FICHERO.
           MOVE SPACES TO MOTIVO-RECHAZO-FICH.
           MOVE 0 TO ENTIDAD-FICH.
           MOVE SPACES TO ID-FICH.
           MOVE SPACES TO FECHA-FICH.
           MOVE 0 TO NUM-DETALLES-FICH.
           MOVE 0 TO IMPORTE-DETALLES-FICH.
           MOVE 0 TO NUM-REGISTROS-FICH.
           MOVE 0 TO IMPORTE-TOTAL-FICH.
           MOVE "NO" TO HAY-TOTALES-FICH.

           READ DOMICFILE NEXT RECORD
                AT END
                  MOVE "Fichero vacio" TO MOTIVO-RECHAZO-FICH
                  GO TO FIN-VALIDAR-FICHERO.
           IF NOT DOM-CABECERA
             MOVE "Falta el registro de cabecera"
                  TO MOTIVO-RECHAZO-FICH
             GO TO FIN-VALIDAR-FICHERO.
           MOVE DOMC-ENTIDAD TO ENTIDAD-FICH.
           MOVE DOMC-ID-FICHERO TO ID-FICH.
           MOVE DOMC-FECHA-FICHERO TO FECHA-FICH.
           IF ID-FICH = SPACES
             MOVE "La cabecera no trae identificador de fichero"
                  TO MOTIVO-RECHAZO-FICH
             GO TO FIN-VALIDAR-FICHERO.

         INICIO-LEER-VALIDAR.
           READ DOMICFILE NEXT RECORD
                AT END GO TO FIN-LEER-VALIDAR.
           IF HAY-TOTALES-FICH = "SI"
             MOVE "Hay registros detras del de totales"
                  TO MOTIVO-RECHAZO-FICH
             GO TO FIN-VALIDAR-FICHERO.
           IF DOM-DETALLE
             ADD 1 TO NUM-DETALLES-FICH
             ADD DOM-IMPORTE TO IMPORTE-DETALLES-FICH
           ELSE
             IF DOM-TOTALES
               MOVE "SI" TO HAY-TOTALES-FICH
               MOVE DOMT-NUM-REGISTROS TO NUM-REGISTROS-FICH
               MOVE DOMT-IMPORTE-TOTAL TO IMPORTE-TOTAL-FICH
             ELSE
               MOVE "Registro de tipo no valido tras la cabecera"
                    TO MOTIVO-RECHAZO-FICH
               GO TO FIN-VALIDAR-FICHERO.
           GO TO INICIO-LEER-VALIDAR.
         FIN-LEER-VALIDAR.

           IF HAY-TOTALES-FICH = "NO"
             MOVE "Falta el registro de totales (fichero incompleto)"
                  TO MOTIVO-RECHAZO-FICH
             GO TO FIN-VALIDAR-FICHERO.
           IF NUM-DETALLES-FICH NOT = NUM-REGISTROS-FICH
             MOVE NUM-DETALLES-FICH TO REGS-CONTADOS-E
             MOVE NUM-REGISTROS-FICH TO REGS-TOTALES-E
             STRING "No cuadra: " REGS-CONTADOS-E
                    " recibos leidos y " REGS-TOTALES-E
                    " en totales"
                DELIMITED BY SIZE INTO MOTIVO-RECHAZO-FICH
             GO TO FIN-VALIDAR-FICHERO.
           IF IMPORTE-DETALLES-FICH NOT = IMPORTE-TOTAL-FICH
             MOVE IMPORTE-DETALLES-FICH TO IMPORTE-CONTADO-E
             MOVE IMPORTE-TOTAL-FICH TO IMPORTE-TOTALES-E
             STRING "No cuadra: importe " IMPORTE-CONTADO-E
                    " totales " IMPORTE-TOTALES-E
                DELIMITED BY SIZE INTO MOTIVO-RECHAZO-FICH
             GO TO FIN-VALIDAR-FICHERO.

           OPEN INPUT FICHRECFILE.
           IF FSFR NOT = "00"
             GO TO FIN-VALIDAR-FICHERO.
           MOVE TIPO-FICHERO-DOMIC TO FREC-TIPO-FICHERO.
           MOVE ENTIDAD-FICH TO FREC-ENTIDAD.
           MOVE ID-FICH TO FREC-ID-FICHERO.
           READ FICHRECFILE
             INVALID KEY GO TO FIN-BUSCAR-FICHERO.
           IF FREC-EN-PROCESO
             STRING "Fichero duplicado: proceso del "
                    FREC-FECHA-PROCESO " a medias"
                DELIMITED BY SIZE INTO MOTIVO-RECHAZO-FICH
           ELSE
             STRING "Fichero duplicado: ya procesado el "
                    FREC-FECHA-PROCESO " a las " FREC-HORA-PROCESO
                DELIMITED BY SIZE INTO MOTIVO-RECHAZO-FICH.
         FIN-BUSCAR-FICHERO.
           CLOSE FICHRECFILE.
       FIN-VALIDAR-FICHERO.
           EXIT.

      *Procedimiento anotar-fichero
      *Da de alta el fichero en FICHREC.DAT en estado en proceso
      *antes de aplicar el primer recibo, de modo que si el proceso
      *se corta a medias una segunda pasada tampoco lo repite.
       ANOTAR-FICHERO.
           OPEN I-O FICHRECFILE.
           IF FSFR = "35"
               OPEN OUTPUT FICHRECFILE
               CLOSE FICHRECFILE
               OPEN I-O FICHRECFILE.
           MOVE TIPO-FICHERO-DOMIC TO FREC-TIPO-FICHERO.
           MOVE ENTIDAD-FICH TO FREC-ENTIDAD.
           MOVE ID-FICH TO FREC-ID-FICHERO.
           MOVE FECHA-FICH TO FREC-FECHA-FICHERO.
           MOVE NUM-REGISTROS-FICH TO FREC-NUM-REGISTROS.
           MOVE IMPORTE-TOTAL-FICH TO FREC-IMPORTE-TOTAL.
           MOVE FECHAF TO FREC-FECHA-PROCESO.
           MOVE HORAF TO FREC-HORA-PROCESO.
           MOVE "E" TO FREC-ESTADO.
           WRITE REG-FICHERO-RECIBIDO.
           CLOSE FICHRECFILE.
       FIN-ANOTAR-FICHERO.
           EXIT.

      *Procedimiento marcar-fichero-procesado
       MARCAR-FICHERO-PROCESADO.
           OPEN I-O FICHRECFILE.
           MOVE TIPO-FICHERO-DOMIC TO FREC-TIPO-FICHERO.
           MOVE ENTIDAD-FICH TO FREC-ENTIDAD.
           MOVE ID-FICH TO FREC-ID-FICHERO.
           READ FICHRECFILE
             INVALID KEY GO TO FIN-LEER-FICHERO-PROC.
           MOVE "P" TO FREC-ESTADO.
           REWRITE REG-FICHERO-RECIBIDO.
         FIN-LEER-FICHERO-PROC.
           CLOSE FICHRECFILE.
       FIN-MARCAR-FICHERO-PROCESADO.
           EXIT.

      *Procedimiento escribir-log-fichero
      *Anyade a FICHREC.TXT, el registro de ficheros recibidos que
      *consultan los operadores, una linea con el fichero, sus
      *totales y si se acepto o se rechazo, y debajo el motivo del
      *rechazo o los recibos cargados y devueltos.
       ESCRIBIR-LOG-FICHERO.
           MOVE FECHAF TO FECHA-LOG-D.
           MOVE HORAF TO HORA-LOG-D.
           MOVE TIPO-FICHERO-DOMIC TO TIPO-LOG-D.
           MOVE ENTIDAD-FICH TO ENTIDAD-LOG-D.
           MOVE ID-FICH TO ID-LOG-D.
           MOVE NUM-DETALLES-FICH TO REGS-LOG-D.
           MOVE IMPORTE-DETALLES-FICH TO IMPORTE-LOG-D.
           OPEN EXTEND LOGFICHFILE.
           IF FSLF = "35"
               OPEN OUTPUT LOGFICHFILE
               CLOSE LOGFICHFILE
               OPEN EXTEND LOGFICHFILE.
           MOVE LINEA-LOG-RESUMEN TO LINEA-LOG-FICHERO.
           WRITE LINEA-LOG-FICHERO.
           MOVE LINEA-LOG-DETALLE TO LINEA-LOG-FICHERO.
           WRITE LINEA-LOG-FICHERO.
           CLOSE LOGFICHFILE.
       FIN-ESCRIBIR-LOG-FICHERO.
           EXIT.

      *Procedimiento procesar-recibos
      *Recorre DOMIC.DAT completo, ya validado, saltando la
      *cabecera y los totales: cada recibo cuya cuenta de
      *cargo existe, tiene mandato activo para el acreedor dentro
      *de su importe maximo y tiene disponible (saldo mas
      *descubierto autorizado) se carga sobre su saldo, y los
      *demas se devuelven a la entidad acreedora por el fichero
      *de rechazos, igual que RECIBIR hace con los abonos.
       PROCESAR-RECIBOS.
         INICIO-LEER-RECIBOS.
           READ DOMICFILE NEXT RECORD
                AT END GO TO FIN-PROCESAR-RECIBOS.
           IF NOT DOM-DETALLE
             GO TO INICIO-LEER-RECIBOS.
           ADD 1 TO NUM-RECIBOS-LEIDOS.

           PERFORM APLICAR-RECIBO THRU FIN-APLICAR-RECIBO.

      *Procedimiento aplicar-recibo
      *Busca en el maestro de cuentas la cuenta de cargo del
      *recibo por su clave y, si el titular autorizo al acreedor
      *y el disponible alcanza, le resta el importe. Deja en
      *RESULTADO-CARGO el resultado y en MOTIVO-RECHAZO el motivo
      *cuando no se aplica.
       APLICAR-RECIBO.
           MOVE "NO" TO RESULTADO-CARGO.
           MOVE MOTIVO-CUENTA-INEXISTENTE TO MOTIVO-RECHAZO.
           MOVE DOM-CUENTA-CARGO TO CTA-NUM-CUENTA.
           READ CUENTAFILE
             INVALID KEY GO TO FIN-BUSCAR-CUENTA-RECIBO.
           PERFORM COMPROBAR-MANDATO THRU FIN-COMPROBAR-MANDATO.
           IF RESULTADO-MANDATO = "NO"
             GO TO FIN-BUSCAR-CUENTA-RECIBO.
           MOVE DOM-CUENTA-CARGO TO NUM-CUENTA-ACTUAL.
           MOVE CTA-SALDO TO SALDO-ACTUAL-CTA.
           COMPUTE SALDO-DISPONIBLE-CTA =
       FIN-APLICAR-RECIBO.
           EXIT.

      *Procedimiento comprobar-mandato
      *Busca en MANDATOS.DAT el mandato de la cuenta de cargo para
      *la cuenta del acreedor. Sin mandato activo el recibo se
      *devuelve con motivo 03 y, si pasa del importe maximo
      *autorizado, con motivo 04. Una cuenta cancelada no admite
      *cargos aunque conserve un mandato: se devuelve con motivo
      *01, como hace RECIBIR con los abonos. Deja el resultado en
      *RESULTADO-MANDATO.
       COMPROBAR-MANDATO.
           MOVE "NO" TO RESULTADO-MANDATO.
           IF CTA-CANCELADA
             GO TO FIN-COMPROBAR-MANDATO.
           MOVE MOTIVO-SIN-MANDATO TO MOTIVO-RECHAZO.
           OPEN INPUT MANDATOFILE.
           IF FSMA NOT = "00"
             GO TO FIN-COMPROBAR-MANDATO.
           MOVE DOM-CUENTA-CARGO TO MAN-CUENTA-CARGO.
           MOVE DOM-CUENTA-ABONO TO MAN-CUENTA-ABONO.
           READ MANDATOFILE
             INVALID KEY GO TO FIN-LEER-MANDATO.
           IF NOT MAN-ACTIVO
             GO TO FIN-LEER-MANDATO.
           IF MAN-IMPORTE-MAX > 0
             IF DOM-IMPORTE > MAN-IMPORTE-MAX
               MOVE MOTIVO-SUPERA-MANDATO TO MOTIVO-RECHAZO
               GO TO FIN-LEER-MANDATO.
           MOVE "SI" TO RESULTADO-MANDATO.
           MOVE MOTIVO-CUENTA-INEXISTENTE TO MOTIVO-RECHAZO.
         FIN-LEER-MANDATO.
           CLOSE MANDATOFILE.
       FIN-COMPROBAR-MANDATO.
           EXIT.

      *Procedimiento guardar-mov-recibo
      *Anota en MOVS.DAT el cargo del recibo, con el acreedor en
      *el concepto y la referencia del recibo en la contrapartida
