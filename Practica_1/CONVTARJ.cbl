        IDENTIFICATION DIVISION.
        PROGRAM-ID. CONVTARJ.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT USERVIEJO ASSIGN TO DISK "USERS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USR0-TARJ
           FILE STATUS IS FSV.

           SELECT USERNUEVO ASSIGN TO DISK "USERSNEW.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USER-TARJ
           FILE STATUS IS FSN.

       DATA DIVISION.
       FILE SECTION.
      *Formato anterior del registro de usuarios, sin caducidad ni
      *estado de la tarjeta.
         FD USERVIEJO
           LABEL RECORDS ARE STANDARD.
         01 REG-USUARIO-VIEJO.
           02 USR0-TARJ              PIC 9(10).
           02 USR0-PIN-CIFRADO       PIC 9(8).
           02 USR0-FECHA-CLAVE       PIC X(10).
           02 USR0-DNI               PIC X(9).
           02 USR0-NOM-APE           PIC X(30).
           02 USR0-TFNO              PIC X(9).
           02 USR0-DIRECCION         PIC X(25).
           02 USR0-BLOQUEADA         PIC X.

         FD USERNUEVO
           LABEL RECORDS ARE STANDARD.
           COPY USERFD.

         WORKING-STORAGE SECTION.
         77 FSV                       PIC XX.
         77 FSN                       PIC XX.
         77 NUM-USUARIOS-CONVERTIDOS  PIC 9(5) VALUE 0.
         77 ANYOS-VIGENCIA-TARJ       PIC 9 VALUE 4.

         01 FECHA.
             02 AA                    PIC 9999.
             02 MM                    PIC 99.
             02 DD                    PIC 99.

        PROCEDURE DIVISION.
      *Procedimiento inicio
      *Conversion de una sola vez de USERS.DAT al formato con
      *caducidad y estado de la tarjeta: copia cada usuario a
      *USERSNEW.DAT como tarjeta activa que caduca dentro de
      *ANYOS-VIGENCIA-TARJ anyos, en el mes de hoy. Al terminar,
      *sustituya USERS.DAT por USERSNEW.DAT. Solo hace falta en
      *oficinas que ya hubieran convertido con CONVPIN o CONVCTAS
      *antes de existir la caducidad de las tarjetas.
       INICIO.
           ACCEPT FECHA FROM DATE YYYYMMDD.
           OPEN INPUT USERVIEJO.
           IF FSV NOT = "00"
             DISPLAY "CONVTARJ: no se puede abrir USERS.DAT ("
                     FSV ")"
             STOP RUN.
           OPEN OUTPUT USERNUEVO.
           IF FSN NOT = "00"
             DISPLAY "CONVTARJ: no se puede crear USERSNEW.DAT ("
                     FSN ")"
             CLOSE USERVIEJO
             STOP RUN.

           PERFORM CONVERTIR-USUARIOS THRU FIN-CONVERTIR-USUARIOS.

           CLOSE USERVIEJO.
           CLOSE USERNUEVO.
           DISPLAY "CONVTARJ: convertidos " NUM-USUARIOS-CONVERTIDOS
                   " usuarios en USERSNEW.DAT".
           DISPLAY "CONVTARJ: sustituya USERS.DAT por USERSNEW.DAT"
                   " antes de volver a operar".
           STOP RUN.

      *Procedimiento convertir-usuarios
       CONVERTIR-USUARIOS.
         INICIO-LEER-VIEJO.
           READ USERVIEJO NEXT RECORD
                AT END GO TO FIN-CONVERTIR-USUARIOS.
           MOVE USR0-TARJ TO USER-TARJ.
           MOVE USR0-PIN-CIFRADO TO USER-PIN-CIFRADO.
           MOVE USR0-FECHA-CLAVE TO USER-FECHA-CLAVE.
           MOVE USR0-DNI TO USER-DNI.
           MOVE USR0-NOM-APE TO USER-NOM-APE.
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
       FIN-CONVERTIR-USUARIOS.
           EXIT.

       END PROGRAM CONVTARJ.
