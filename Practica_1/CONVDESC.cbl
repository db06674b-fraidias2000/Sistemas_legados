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
      *CUENTNEW.DAT. Solo hace falta en oficinas que ya hubieran
      *convertido con CONVCTAS antes de existir el descubierto.
       INICIO.
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE CORR FECHA TO FECHAF.
           OPEN INPUT CUENTAVIEJA.
           IF FSV NOT = "00"
             DISPLAY "CONVDESC: no se puede abrir CUENTAS.DAT ("
           MOVE CTA0-TITULAR TO CTA-TITULAR.
           MOVE CTA0-DNI TO CTA-DNI.
           MOVE 0 TO CTA-LIMITE-DESCUBIERTO.
           MOVE "A" TO CTA-ESTADO.
           MOVE FECHAF TO CTA-FECHA-ESTADO.
           WRITE REG-CUENTA.
           ADD 1 TO NUM-CUENTAS-CONVERTIDAS.
           GO TO INICIO-LEER-VIEJA.
