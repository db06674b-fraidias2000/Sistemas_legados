         77 FSV                       PIC XX.
         77 FSN                       PIC XX.
         77 NUM-USUARIOS-CONVERTIDOS  PIC 9(5) VALUE 0.
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
           ADD 1 TO NUM-USUARIOS-CONVERTIDOS.
           GO TO INICIO-LEER-VIEJO.
