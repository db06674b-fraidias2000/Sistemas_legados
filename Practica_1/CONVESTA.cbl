        IDENTIFICATION DIVISION.
        PROGRAM-ID. CONVESTA.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT CUENTAVIEJA ASSIGN TO DISK "CUENTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA0-NUM-CUENTA
           FILE STATUS IS FSV.

           SELECT CUENTANUEVA ASSIGN TO DISK "CUENTNEW.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-NUM-CUENTA
           FILE STATUS IS FSN.

       DATA DIVISION.
       FILE SECTION.
      *Formato anterior del registro de cuentas, sin estado de la
      *cuenta.
         FD CUENTAVIEJA
           LABEL RECORDS ARE STANDARD.
         01 REG-CUENTA-VIEJA.
           02 CTA0-NUM-CUENTA        PIC A(2)9(22).
           02 CTA0-SALDO             PIC S9(9)V99.
           02 CTA0-TITULAR           PIC X(30).
           02 CTA0-DNI               PIC X(9).
           02 CTA0-LIMITE-DESCUBIERTO PIC 9(7)V99.

         FD CUENTANUEVA
           LABEL RECORDS ARE STANDARD.
           COPY CUENTAFD.

         WORKING-STORAGE SECTION.
         77 FSV                       PIC XX.
         77 FSN                       PIC XX.
         77 NUM-CUENTAS-CONVERTIDAS   PIC 9(5) VALUE 0.

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

        PROCEDURE DIVISION.
      *Procedimiento inicio
      *Conversion de una sola vez de CUENTAS.DAT al formato con
      *estado de la cuenta: copia cada cuenta a CUENTNEW.DAT como
      *activa con fecha de estado de hoy, de modo que el plazo de
      *inactividad de INACTIVA empieza a contar desde la
      *conversion para las cuentas sin movimientos. Al terminar,
      *sustituya CUENTAS.DAT por CUENTNEW.DAT. Solo hace falta en
      *oficinas que ya hubieran convertido con CONVCTAS o CONVDESC
      *antes de existir el estado de las cuentas.
       INICIO.
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE CORR FECHA TO FECHAF.
           OPEN INPUT CUENTAVIEJA.
           IF FSV NOT = "00"
             DISPLAY "CONVESTA: no se puede abrir CUENTAS.DAT ("
                     FSV ")"
             STOP RUN.
           OPEN OUTPUT CUENTANUEVA.
           IF FSN NOT = "00"
             DISPLAY "CONVESTA: no se puede crear CUENTNEW.DAT ("
                     FSN ")"
             CLOSE CUENTAVIEJA
             STOP RUN.

           PERFORM CONVERTIR-CUENTAS THRU FIN-CONVERTIR-CUENTAS.

           CLOSE CUENTAVIEJA.
           CLOSE CUENTANUEVA.
           DISPLAY "CONVESTA: convertidas " NUM-CUENTAS-CONVERTIDAS
                   " cuentas en CUENTNEW.DAT".
           DISPLAY "CONVESTA: sustituya CUENTAS.DAT por CUENTNEW.DAT"
                   " antes de volver a operar".
           STOP RUN.

      *Procedimiento convertir-cuentas
       CONVERTIR-CUENTAS.
         INICIO-LEER-VIEJA.
           READ CUENTAVIEJA NEXT RECORD
                AT END GO TO FIN-CONVERTIR-CUENTAS.
           MOVE CTA0-NUM-CUENTA TO CTA-NUM-CUENTA.
           MOVE CTA0-SALDO TO CTA-SALDO.
           MOVE CTA0-TITULAR TO CTA-TITULAR.
           MOVE CTA0-DNI TO CTA-DNI.
           MOVE CTA0-LIMITE-DESCUBIERTO TO CTA-LIMITE-DESCUBIERTO.
           MOVE "A" TO CTA-ESTADO.
           MOVE FECHAF TO CTA-FECHA-ESTADO.
           WRITE REG-CUENTA.
           ADD 1 TO NUM-CUENTAS-CONVERTIDAS.
           GO TO INICIO-LEER-VIEJA.
       FIN-CONVERTIR-CUENTAS.
           EXIT.

       END PROGRAM CONVESTA.
