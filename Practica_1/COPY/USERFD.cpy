      *tarjeta. USER-FECHA-CLAVE es la fecha del ultimo cambio de
      *clave (DD/MM/AAAA); en blanco obliga a cambiarla en el
      *proximo acceso (es como la deja el reseteo de oficina).
      *La tarjeta vale hasta el ultimo dia del mes de
      *USER-CADUCIDAD y solo opera en estado activo; al
      *sustituirla, USER-TARJ-NUEVA guarda la tarjeta que la
      *reemplaza (cero mientras no la haya).
         01 REG-USUARIO.
            02 USER-TARJ             PIC 9(10).
            02 USER-PIN-CIFRADO      PIC 9(8).
            02 USER-TFNO             PIC X(9).
            02 USER-DIRECCION        PIC X(25).
            02 USER-BLOQUEADA        PIC X.
            02 USER-CADUCIDAD.
               03 USER-MM-CADUCIDAD  PIC 99.
               03 USER-AA-CADUCIDAD  PIC 9999.
            02 USER-ESTADO-TARJ      PIC X.
               88 USER-TARJ-ACTIVA   VALUE "A".
               88 USER-TARJ-PERDIDA  VALUE "P".
               88 USER-TARJ-ROBADA   VALUE "R".
               88 USER-TARJ-CADUCADA VALUE "C".
               88 USER-TARJ-SUSTITUIDA VALUE "S".
            02 USER-TARJ-NUEVA       PIC 9(10).
