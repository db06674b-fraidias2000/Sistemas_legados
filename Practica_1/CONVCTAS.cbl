         77 NUM-CONTROLES-CONV        PIC 9(5) VALUE 0.
         77 NUM-CUENTA-CONV           PIC A(2)9(22).
         77 SALDO-CUENTA-CONV         PIC 9(9)V99.
         77 ANYOS-VIGENCIA-TARJ       PIC 9 VALUE 4.

         01 DATOS-CIFRADO-CLAVE.
            02 CLAVE-CLARO           PIC 9(4).
           MOVE USR0-TFNO TO USER-TFNO.
           MOVE USR0-DIRECCION TO USER-DIRECCION.
           MOVE USR0-BLOQUEADA TO USER-BLOQUEADA.
           MOVE MM OF FECHA TO USER-MM-CADUCIDAD.
           COMPUTE USER-AA-CADUCIDAD =
                        AA OF FECHA + ANYOS-VIGENCIA-TARJ.
           MOVE "A" TO USER-ESTADO-TARJ.
           MOVE 0 TO USER-TARJ-NUEVA.
           WRITE REG-USUARIO.
           ADD 1 TO NUM-USUARIOS-CONV.

           MOVE USR0-NOM-APE TO CTA-TITULAR.
           MOVE USR0-DNI TO CTA-DNI.
           MOVE 0 TO CTA-LIMITE-DESCUBIERTO.
           MOVE "A" TO CTA-ESTADO.
           MOVE FECHAF TO CTA-FECHA-ESTADO.
           WRITE REG-CUENTA
             INVALID KEY
               DISPLAY "CONVCTAS: cuenta repetida " NUM-CUENTA-CONV
