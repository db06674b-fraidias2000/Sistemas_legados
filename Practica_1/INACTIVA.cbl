        IDENTIFICATION DIVISION.
        PROGRAM-ID. INACTIVA.

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

           SELECT PARAMFILE ASSIGN TO DISK "INACTIVA.PAR"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSPA.

           SELECT INFORMEFILE ASSIGN TO DISK "INACTIVA.TXT"
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

         FD PARAMFILE
           LABEL RECORDS ARE STANDARD.
         01 REG-PARAMETROS-INACTIVA.
           02 PAR-MESES-INACTIVIDAD   PIC 99.

         FD INFORMEFILE
           LABEL RECORDS ARE STANDARD.
         01 LINEA-INFORME             PIC X(80).

         WORKING-STORAGE SECTION.
         77 FSCU                      PIC XX.
         77 FSM                       PIC XX.
         77 FSPA                      PIC XX.
         77 FSX                       PIC XX.
         77 MESES-INACTIVIDAD         PIC 99 VALUE 24.
         77 MES-HOY                   PIC 9(6).
         77 MES-REFERENCIA            PIC 9(6).
         77 MES-MOVIMIENTO            PIC 9(6).
         77 MESES-SIN-ACTIVIDAD       PIC 9(6).
         77 MOV-CANTIDAD-NUM          PIC S9(9)V99.
         77 ES-MOV-CLIENTE            PIC XX.
         77 NUM-CUENTAS-REVISADAS     PIC 9(5) VALUE 0.
         77 NUM-CUENTAS-INACTIVAS     PIC 9(5) VALUE 0.

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

      *Ultima fecha de actividad de la cuenta revisada: la del
      *ultimo movimiento del cliente o, si no hay ninguno en MOVS,
      *la del alta o la ultima reactivacion.
         01 FECHA-ACTIVIDAD.
             02 DDA                   PIC 99.
             02 FILLER                PIC X.
             02 MMA                   PIC 99.
             02 FILLER                PIC X.
             02 AAA                   PIC 9999.

         01 LINEA-SEPARADORA          PIC X(80)
             VALUE ALL "=".
         01 LINEA-EN-BLANCO           PIC X(80) VALUE SPACES.

         01 LINEA-TITULO.
             02 FILLER                PIC X(20)
                 VALUE "UnizarBank".
             02 FILLER                PIC X(35)
                 VALUE "Cuentas inactivas".
             02 FILLER                PIC X(15) VALUE "Fecha emision:".
             02 FECHA-TITULO-D        PIC X(10).

         01 LINEA-PLAZO.
             02 FILLER                PIC X(42)
                 VALUE "Sin movimientos del cliente en los ultimos".
             02 MESES-D               PIC ZZ9.
             02 FILLER                PIC X(35)
                 VALUE " meses; pasan a estado inactiva".

         01 LINEA-CABECERA-CTA.
             02 FILLER                PIC X(26) VALUE "Cuenta".
             02 FILLER                PIC X(24) VALUE "Titular".
             02 FILLER                PIC X(17) VALUE "Saldo".
             02 FILLER                PIC X(13) VALUE "Ult. activ.".

         01 LINEA-CUENTA.
             02 CUENTA-D              PIC X(24).
             02 FILLER                PIC X(2)  VALUE SPACES.
             02 TITULAR-D             PIC X(22).
             02 FILLER                PIC X(2)  VALUE SPACES.
             02 SALDO-D               PIC ----------9.99.
             02 FILLER                PIC X(3)  VALUE SPACES.
             02 ACTIVIDAD-D           PIC X(10).

         01 LINEA-SIN-CUENTAS.
             02 FILLER                PIC X(60)
                 VALUE "Ninguna".

         01 LINEA-RESUMEN.
             02 FILLER                PIC X(20)
                 VALUE "Cuentas revisadas:".
             02 REVISADAS-D           PIC ZZZZ9.
             02 FILLER                PIC X(22)
                 VALUE "  Pasadas a inactiva:".
             02 INACTIVAS-D           PIC ZZZZ9.

        PROCEDURE DIVISION.
      *Procedimiento inicio
      *Proceso mensual que revisa las cuentas activas y pasa a
      *estado inactiva las que llevan MESES-INACTIVIDAD meses
      *(INACTIVA.PAR, 24 por defecto) sin ningun movimiento hecho
      *por el cliente. Los intereses, comisiones, abonos, recibos
      *y demas apuntes del banco o de terceros no cuentan como
      *actividad. CAJERO no opera las cuentas inactivas hasta que
      *la oficina las reactive desde MANTENIM. Las cuentas
      *pasadas a inactiva quedan en INACTIVA.TXT.
       INICIO.
           PERFORM OBTENER-FECHA.
           PERFORM LEER-PARAMETROS THRU FIN-LEER-PARAMETROS.
           COMPUTE MES-HOY = AA OF FECHA * 12 + MM OF FECHA.

           OPEN I-O CUENTAFILE.
           IF FSCU NOT = "00"
             DISPLAY "INACTIVA: no hay fichero de cuentas"
             STOP RUN.

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
           MOVE MESES-INACTIVIDAD TO MESES-D.
           MOVE LINEA-PLAZO TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE LINEA-CABECERA-CTA TO LINEA-INFORME.
           WRITE LINEA-INFORME.

           PERFORM REVISAR-CUENTAS THRU FIN-REVISAR-CUENTAS.

           IF NUM-CUENTAS-INACTIVAS = 0
             MOVE LINEA-SIN-CUENTAS TO LINEA-INFORME
             WRITE LINEA-INFORME.
           MOVE LINEA-EN-BLANCO TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE NUM-CUENTAS-REVISADAS TO REVISADAS-D.
           MOVE NUM-CUENTAS-INACTIVAS TO INACTIVAS-D.
           MOVE LINEA-RESUMEN TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           CLOSE INFORMEFILE.

           CLOSE CUENTAFILE.
           DISPLAY "INACTIVA: revisadas " NUM-CUENTAS-REVISADAS
                   " pasadas a inactiva " NUM-CUENTAS-INACTIVAS.
           STOP RUN.

      *Procedimiento obtener-fecha
       OBTENER-FECHA.
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE CORR FECHA TO FECHAF.

      *Procedimiento leer-parametros
      *Lee de INACTIVA.PAR los meses sin actividad que dejan una
      *cuenta inactiva; si no existe se usa el valor por defecto.
       LEER-PARAMETROS.
           OPEN INPUT PARAMFILE.
           IF FSPA NOT = "00"
             GO TO FIN-LEER-PARAMETROS.
           READ PARAMFILE
             AT END
               CLOSE PARAMFILE
               GO TO FIN-LEER-PARAMETROS.
           IF PAR-MESES-INACTIVIDAD > 0
             MOVE PAR-MESES-INACTIVIDAD TO MESES-INACTIVIDAD.
           CLOSE PARAMFILE.
       FIN-LEER-PARAMETROS.
           EXIT.

      *Procedimiento revisar-cuentas
      *Recorre CUENTAS.DAT en orden de cuenta. Solo se revisan las
      *activas: las inactivas y canceladas ya no cambian aqui.
       REVISAR-CUENTAS.
           MOVE LOW-VALUES TO CTA-NUM-CUENTA.
           START CUENTAFILE KEY IS NOT LESS THAN CTA-NUM-CUENTA
             INVALID KEY GO TO FIN-REVISAR-CUENTAS.
         INICIO-LEER-CUENTAS.
           READ CUENTAFILE NEXT RECORD
                AT END GO TO FIN-REVISAR-CUENTAS.
           IF NOT CTA-ACTIVA
             GO TO INICIO-LEER-CUENTAS.
           ADD 1 TO NUM-CUENTAS-REVISADAS.
           PERFORM BUSCAR-ULTIMA-ACTIVIDAD
                        THRU FIN-BUSCAR-ULTIMA-ACTIVIDAD.
           COMPUTE MESES-SIN-ACTIVIDAD = MES-HOY - MES-REFERENCIA.
           IF MES-REFERENCIA > MES-HOY
             MOVE 0 TO MESES-SIN-ACTIVIDAD.
           IF MESES-SIN-ACTIVIDAD < MESES-INACTIVIDAD
             GO TO INICIO-LEER-CUENTAS.

           MOVE "I" TO CTA-ESTADO.
           MOVE FECHAF TO CTA-FECHA-ESTADO.
           REWRITE REG-CUENTA.
           ADD 1 TO NUM-CUENTAS-INACTIVAS.

           MOVE CTA-NUM-CUENTA TO CUENTA-D.
           MOVE CTA-TITULAR TO TITULAR-D.
           MOVE CTA-SALDO TO SALDO-D.
           IF MES-REFERENCIA = 0
             MOVE "sin fecha" TO ACTIVIDAD-D
           ELSE
             MOVE FECHA-ACTIVIDAD TO ACTIVIDAD-D.
           MOVE LINEA-CUENTA TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           GO TO INICIO-LEER-CUENTAS.
       FIN-REVISAR-CUENTAS.
           EXIT.

      *Procedimiento buscar-ultima-actividad
      *Parte de la fecha de estado de la cuenta (alta o ultima
      *reactivacion) y recorre por clave sus movimientos en MOVS
      *quedandose con el mes mas reciente de los hechos por el
      *cliente: reintegros, ingresos, compras de entradas,
      *devoluciones de recibos y transferencias que salen de la
      *cuenta. Las transferencias recibidas no cuentan.
       BUSCAR-ULTIMA-ACTIVIDAD.
           MOVE 0 TO MES-REFERENCIA.
           MOVE CTA-FECHA-ESTADO TO FECHA-ACTIVIDAD.
           IF AAA NUMERIC AND MMA NUMERIC
             COMPUTE MES-REFERENCIA = AAA * 12 + MMA.

           OPEN INPUT MOVFILE.
           IF FSM NOT = "00"
             GO TO FIN-BUSCAR-ULTIMA-ACTIVIDAD.
           MOVE CTA-NUM-CUENTA TO MOV-ID.
           MOVE 0 TO MOV-NUM-SEC.
           START MOVFILE KEY IS NOT LESS THAN MOV-CLAVE
             INVALID KEY GO TO FIN-LEER-MOVS-CUENTA.
         INICIO-LEER-MOVS-CUENTA.
           READ MOVFILE NEXT RECORD
                AT END GO TO FIN-LEER-MOVS-CUENTA.
           IF MOV-ID NOT = CTA-NUM-CUENTA
             GO TO FIN-LEER-MOVS-CUENTA.
           MOVE "NO" TO ES-MOV-CLIENTE.
           MOVE MOV-CANTIDAD TO MOV-CANTIDAD-NUM.
           IF MOV-TIPO-REINTEGRO OR MOV-TIPO-INGRESO
              OR MOV-TIPO-COMPRA-ENT OR MOV-TIPO-DEV-RECIBO
             MOVE "SI" TO ES-MOV-CLIENTE.
           IF MOV-TIPO-TRANSF-INT OR MOV-TIPO-TRANSF-EXT
             IF MOV-CANTIDAD-NUM < 0
               MOVE "SI" TO ES-MOV-CLIENTE.
           IF ES-MOV-CLIENTE = "NO"
             GO TO INICIO-LEER-MOVS-CUENTA.
           COMPUTE MES-MOVIMIENTO = AAM * 12 + MMM.
           IF MES-MOVIMIENTO > MES-REFERENCIA
             MOVE MES-MOVIMIENTO TO MES-REFERENCIA
             MOVE MOV-FECHA TO FECHA-ACTIVIDAD.
           GO TO INICIO-LEER-MOVS-CUENTA.
         FIN-LEER-MOVS-CUENTA.
           CLOSE MOVFILE.
       FIN-BUSCAR-ULTIMA-ACTIVIDAD.
           EXIT.

       END PROGRAM INACTIVA.
