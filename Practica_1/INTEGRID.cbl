        IDENTIFICATION DIVISION.
        PROGRAM-ID. INTEGRID.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT USERFILE ASSIGN TO DISK "USERS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USER-TARJ
           FILE STATUS IS FSU.

           SELECT CUENTAFILE ASSIGN TO DISK "CUENTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-NUM-CUENTA
           FILE STATUS IS FSCU.

           SELECT VINCULOFILE ASSIGN TO DISK "VINCULOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIN-CLAVE
           FILE STATUS IS FSVI.

           SELECT PERIODFILE ASSIGN TO DISK "PERIODICAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PER-CLAVE
           FILE STATUS IS FSPE.

           SELECT RETENFILE ASSIGN TO DISK "RETENCIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-CLAVE
           FILE STATUS IS FSRT.

           SELECT ESPECFILE ASSIGN TO DISK "ESPEC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESPEC-NUMERO
           FILE STATUS IS FSE.

           SELECT SESIONFILE ASSIGN TO DISK "SESIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SES-CLAVE
           FILE STATUS IS FSS.

           SELECT MOVFILE ASSIGN TO DISK "MOVS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CLAVE
           FILE STATUS IS FSM.

           SELECT INFORMEFILE ASSIGN TO DISK "INTEGRID.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX.

       DATA DIVISION.
       FILE SECTION.
       FD USERFILE
           LABEL RECORDS ARE STANDARD.
           COPY USERFD.

       FD CUENTAFILE
           LABEL RECORDS ARE STANDARD.
           COPY CUENTAFD.

       FD VINCULOFILE
           LABEL RECORDS ARE STANDARD.
           COPY VINCULOFD.

       FD PERIODFILE
           LABEL RECORDS ARE STANDARD.
           COPY PERIODFD.

       FD RETENFILE
           LABEL RECORDS ARE STANDARD.
           COPY RETENFD.

       FD ESPECFILE
           LABEL RECORDS ARE STANDARD.
           COPY ESPECFD.

       FD SESIONFILE
           LABEL RECORDS ARE STANDARD.
           COPY SESIONFD.

       FD MOVFILE
           LABEL RECORDS ARE STANDARD.
           COPY MOVFD.

         FD INFORMEFILE
           LABEL RECORDS ARE STANDARD.
         01 LINEA-INFORME             PIC X(80).

         WORKING-STORAGE SECTION.
         77 FSU                       PIC XX.
         77 FSCU                      PIC XX.
         77 FSVI                      PIC XX.
         77 FSPE                      PIC XX.
         77 FSRT                      PIC XX.
         77 FSE                       PIC XX.
         77 FSS                       PIC XX.
         77 FSM                       PIC XX.
         77 FSX                       PIC XX.
         77 EXISTE-CUENTA             PIC X(2).
         77 TIENE-TARJETAS            PIC X(2).
         77 HAY-USUARIOS              PIC X(2).
         77 HAY-VINCULOS              PIC X(2).
         77 HAY-ESPECTACULOS          PIC X(2).
         77 CUENTA-MOVS-ACTUAL        PIC X(24).
         77 NUM-MOVS-CUENTA           PIC 9(6).
         77 FECHA-HOY-NUM             PIC 9(8).
         77 FECHA-ULTIMA-NUM          PIC 9(8).
         77 NUM-REVISADOS             PIC 9(7).
         77 NUM-INCIDENCIAS-FICH      PIC 9(5).
         77 NUM-GRAVES                PIC 9(5) VALUE 0.
         77 NUM-AVISOS                PIC 9(5) VALUE 0.

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
                 VALUE "Integridad de ficheros maestros".
             02 FILLER                PIC X(15) VALUE "Fecha emision:".
             02 FECHA-TITULO-D        PIC X(10).

      *Gravedad de las incidencias: GRAVE cuando algun proceso
      *opera o puede llegar a operar sobre el registro huerfano
      *(cobros, liquidaciones, ventas); AVISO cuando el registro
      *solo queda inutil o es historico.
         01 LINEA-LEYENDA-1.
             02 FILLER                PIC X(60)
                 VALUE "GRAVE: algun proceso lo usa y puede fallar".
         01 LINEA-LEYENDA-2.
             02 FILLER                PIC X(60)
                 VALUE "AVISO: registro inutil o historico, revisar".
         01 LINEA-LEYENDA-3.
             02 FILLER                PIC X(60)
                 VALUE "No se corrige nada: corregir desde MANTENIM".

         01 LINEA-TITULO-FICHERO.
             02 TITULO-FICHERO-D      PIC X(60).

         01 LINEA-CABECERA.
             02 FILLER                PIC X(8)  VALUE "Grado".
             02 FILLER                PIC X(42) VALUE "Registro".
             02 FILLER                PIC X(30) VALUE "Incidencia".

         01 LINEA-INCIDENCIA.
             02 GRAVEDAD-D            PIC X(6).
             02 FILLER                PIC X(2)  VALUE SPACES.
             02 CLAVE-D               PIC X(40).
             02 FILLER                PIC X(2)  VALUE SPACES.
             02 MOTIVO-D              PIC X(30).

         01 LINEA-SIN-FICHERO.
             02 FILLER                PIC X(60)
                 VALUE "No existe el fichero, no se ha revisado".

         01 LINEA-SIN-INCIDENCIAS.
             02 FILLER                PIC X(60)
                 VALUE "Ninguna incidencia".

         01 LINEA-RESUMEN-FICHERO.
             02 FILLER                PIC X(22)
                 VALUE "Registros revisados:".
             02 REVISADOS-D           PIC ZZZZZZ9.
             02 FILLER                PIC X(17)
                 VALUE "   Incidencias:".
             02 INCIDENCIAS-D         PIC ZZZZ9.

         01 LINEA-RESUMEN.
             02 FILLER                PIC X(22)
                 VALUE "Incidencias graves:".
             02 GRAVES-D              PIC ZZZZ9.
             02 FILLER                PIC X(12)
                 VALUE "   Avisos:".
             02 AVISOS-D              PIC ZZZZ9.

         01 NUM-MOVS-D                PIC ZZZZZ9.

        PROCEDURE DIVISION.
      *Procedimiento inicio
      *Revision de la coherencia entre los ficheros maestros:
      *vinculos con tarjeta o cuenta inexistente, cuentas sin
      *ninguna tarjeta, ordenes periodicas y retenciones de
      *cuentas que ya no existen, sesiones sin su espectaculo y
      *movimientos de cuentas que no estan en CUENTAS.DAT. Todos
      *los ficheros se abren solo para lectura: el proceso no
      *corrige nada, deja las incidencias en INTEGRID.TXT
      *clasificadas por gravedad para que la oficina las corrija.
       INICIO.
           PERFORM OBTENER-FECHA.
           COMPUTE FECHA-HOY-NUM = (AA OF FECHA * 10000)
                        + (MM OF FECHA * 100) + DD OF FECHA.

           OPEN INPUT CUENTAFILE.
           IF FSCU NOT = "00"
             DISPLAY "INTEGRID: no hay fichero de cuentas"
             STOP RUN.

           OPEN OUTPUT INFORMEFILE.
           MOVE FECHAF TO FECHA-TITULO-D.
           MOVE LINEA-SEPARADORA TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE LINEA-TITULO TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE LINEA-SEPARADORA TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE LINEA-LEYENDA-1 TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE LINEA-LEYENDA-2 TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE LINEA-LEYENDA-3 TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE LINEA-EN-BLANCO TO LINEA-INFORME.
           WRITE LINEA-INFORME.

           PERFORM REVISAR-VINCULOS THRU FIN-REVISAR-VINCULOS.
           PERFORM REVISAR-CUENTAS THRU FIN-REVISAR-CUENTAS.
           PERFORM REVISAR-PERIODICAS THRU FIN-REVISAR-PERIODICAS.
           PERFORM REVISAR-RETENCIONES THRU FIN-REVISAR-RETENCIONES.
           PERFORM REVISAR-SESIONES THRU FIN-REVISAR-SESIONES.
           PERFORM REVISAR-MOVIMIENTOS THRU FIN-REVISAR-MOVIMIENTOS.

           MOVE LINEA-SEPARADORA TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE NUM-GRAVES TO GRAVES-D.
           MOVE NUM-AVISOS TO AVISOS-D.
           MOVE LINEA-RESUMEN TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           CLOSE INFORMEFILE.

           CLOSE CUENTAFILE.
           DISPLAY "INTEGRID: incidencias graves " NUM-GRAVES
                   " avisos " NUM-AVISOS.
           STOP RUN.

      *Procedimiento obtener-fecha
       OBTENER-FECHA.
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE CORR FECHA TO FECHAF.

      *Procedimiento revisar-vinculos
      *Cada vinculo debe apuntar a una tarjeta de USERS.DAT y a una
      *cuenta de CUENTAS.DAT. Sin cuenta, CAJERO la ofrece al
      *titular y no puede leerla; sin tarjeta, nadie puede usar el
      *vinculo. El cierre de cuenta borra sus vinculos, asi que uno
      *que apunte a una cuenta cancelada tambien es un resto.
       REVISAR-VINCULOS.
           MOVE "Vinculos tarjeta-cuenta (VINCULOS.DAT)"
                                              TO TITULO-FICHERO-D.
           PERFORM EMPEZAR-FICHERO THRU FIN-EMPEZAR-FICHERO.
           OPEN INPUT VINCULOFILE.
           IF FSVI NOT = "00"
             PERFORM FICHERO-NO-DISPONIBLE
                          THRU FIN-FICHERO-NO-DISPONIBLE
             GO TO FIN-REVISAR-VINCULOS.
           MOVE "SI" TO HAY-USUARIOS.
           OPEN INPUT USERFILE.
           IF FSU NOT = "00"
             MOVE "NO" TO HAY-USUARIOS.
         INICIO-LEER-VINCULOS.
           READ VINCULOFILE NEXT RECORD
                AT END GO TO FIN-LEER-VINCULOS.
           ADD 1 TO NUM-REVISADOS.
           MOVE SPACES TO CLAVE-D.
           STRING VIN-TARJ " / " VIN-NUM-CUENTA
              DELIMITED BY SIZE INTO CLAVE-D.

           MOVE VIN-NUM-CUENTA TO CTA-NUM-CUENTA.
           PERFORM LEER-CUENTA THRU FIN-LEER-CUENTA.
           IF EXISTE-CUENTA = "NO"
             MOVE "GRAVE" TO GRAVEDAD-D
             MOVE "Cuenta inexistente" TO MOTIVO-D
             PERFORM ESCRIBIR-INCIDENCIA THRU FIN-ESCRIBIR-INCIDENCIA
           ELSE
             IF CTA-CANCELADA
               MOVE "AVISO" TO GRAVEDAD-D
               MOVE "Cuenta cancelada" TO MOTIVO-D
               PERFORM ESCRIBIR-INCIDENCIA
                            THRU FIN-ESCRIBIR-INCIDENCIA.

           IF HAY-USUARIOS = "NO"
             GO TO INICIO-LEER-VINCULOS.
           MOVE VIN-TARJ TO USER-TARJ.
           READ USERFILE
             INVALID KEY
               MOVE "AVISO" TO GRAVEDAD-D
               MOVE "Tarjeta inexistente" TO MOTIVO-D
               PERFORM ESCRIBIR-INCIDENCIA THRU FIN-ESCRIBIR-INCIDENCIA
           END-READ.
           GO TO INICIO-LEER-VINCULOS.
         FIN-LEER-VINCULOS.
           IF HAY-USUARIOS = "SI"
             CLOSE USERFILE.
           CLOSE VINCULOFILE.
           PERFORM TERMINAR-FICHERO THRU FIN-TERMINAR-FICHERO.
       FIN-REVISAR-VINCULOS.
           EXIT.

      *Procedimiento revisar-cuentas
      *Las cuentas activas o inactivas deberian estar al alcance de
      *alguna tarjeta; sin ninguna, el titular solo puede operar en
      *la oficina. Las canceladas no tienen vinculos por diseno.
      *VINCULOS.DAT va por tarjeta, asi que se recorre entero para
      *cada cuenta, como hace el cierre de cuenta de MANTENIM.
       REVISAR-CUENTAS.
           MOVE "Cuentas sin tarjeta (CUENTAS.DAT)"
                                              TO TITULO-FICHERO-D.
           PERFORM EMPEZAR-FICHERO THRU FIN-EMPEZAR-FICHERO.
           MOVE "SI" TO HAY-VINCULOS.
           OPEN INPUT VINCULOFILE.
           IF FSVI NOT = "00"
             MOVE "NO" TO HAY-VINCULOS.
           MOVE LOW-VALUES TO CTA-NUM-CUENTA.
           START CUENTAFILE KEY IS NOT LESS THAN CTA-NUM-CUENTA
             INVALID KEY GO TO FIN-LEER-CUENTAS.
         INICIO-LEER-CUENTAS.
           READ CUENTAFILE NEXT RECORD
                AT END GO TO FIN-LEER-CUENTAS.
           ADD 1 TO NUM-REVISADOS.
           IF CTA-CANCELADA
             GO TO INICIO-LEER-CUENTAS.
           MOVE "NO" TO TIENE-TARJETAS.
           IF HAY-VINCULOS = "NO"
             GO TO ANOTAR-CUENTA-SIN-TARJ.
           MOVE LOW-VALUES TO VIN-CLAVE.
           START VINCULOFILE KEY IS NOT LESS THAN VIN-CLAVE
             INVALID KEY GO TO ANOTAR-CUENTA-SIN-TARJ.
         INICIO-BUSCAR-VINCULO.
           READ VINCULOFILE NEXT RECORD
                AT END GO TO ANOTAR-CUENTA-SIN-TARJ.
           IF VIN-NUM-CUENTA NOT = CTA-NUM-CUENTA
             GO TO INICIO-BUSCAR-VINCULO.
           MOVE "SI" TO TIENE-TARJETAS.
         ANOTAR-CUENTA-SIN-TARJ.
           IF TIENE-TARJETAS = "SI"
             GO TO INICIO-LEER-CUENTAS.
           MOVE "AVISO" TO GRAVEDAD-D.
           MOVE CTA-NUM-CUENTA TO CLAVE-D.
           IF CTA-INACTIVA
             MOVE "Cuenta inactiva sin tarjetas" TO MOTIVO-D
           ELSE
             MOVE "Cuenta sin tarjetas" TO MOTIVO-D.
           PERFORM ESCRIBIR-INCIDENCIA THRU FIN-ESCRIBIR-INCIDENCIA.
           GO TO INICIO-LEER-CUENTAS.
         FIN-LEER-CUENTAS.
           IF HAY-VINCULOS = "SI"
             CLOSE VINCULOFILE.
           PERFORM TERMINAR-FICHERO THRU FIN-TERMINAR-FICHERO.
       FIN-REVISAR-CUENTAS.
           EXIT.

      *Procedimiento revisar-periodicas
      *Una orden vigente (sin fecha de fin o con la fecha de fin
      *sin pasar) sobre una cuenta que no existe hara fallar a
      *PERIODIC; si la cuenta esta cancelada, el cierre debio
      *impedirse. Las ya vencidas solo quedan como historico.
       REVISAR-PERIODICAS.
           MOVE "Ordenes periodicas (PERIODICAS.DAT)"
                                              TO TITULO-FICHERO-D.
           PERFORM EMPEZAR-FICHERO THRU FIN-EMPEZAR-FICHERO.
           OPEN INPUT PERIODFILE.
           IF FSPE NOT = "00"
             PERFORM FICHERO-NO-DISPONIBLE
                          THRU FIN-FICHERO-NO-DISPONIBLE
             GO TO FIN-REVISAR-PERIODICAS.
         INICIO-LEER-PERIODICAS.
           READ PERIODFILE NEXT RECORD
                AT END GO TO FIN-LEER-PERIODICAS.
           ADD 1 TO NUM-REVISADOS.
           MOVE PER-CUENTA-ORIGEN TO CTA-NUM-CUENTA.
           PERFORM LEER-CUENTA THRU FIN-LEER-CUENTA.
           IF EXISTE-CUENTA = "SI"
             IF NOT CTA-CANCELADA
               GO TO INICIO-LEER-PERIODICAS.
           COMPUTE FECHA-ULTIMA-NUM =
                        (AAP2 * 10000) + (MMP2 * 100) + DDP2.
           MOVE SPACES TO CLAVE-D.
           STRING PER-CUENTA-ORIGEN " orden " PER-NUM-ORDEN
              DELIMITED BY SIZE INTO CLAVE-D.
           IF FECHA-ULTIMA-NUM = 0
              OR FECHA-ULTIMA-NUM NOT < FECHA-HOY-NUM
             MOVE "GRAVE" TO GRAVEDAD-D
           ELSE
             MOVE "AVISO" TO GRAVEDAD-D.
           IF EXISTE-CUENTA = "NO"
             MOVE "Cuenta de cargo inexistente" TO MOTIVO-D
           ELSE
             MOVE "Cuenta de cargo cancelada" TO MOTIVO-D.
           PERFORM ESCRIBIR-INCIDENCIA THRU FIN-ESCRIBIR-INCIDENCIA.
           GO TO INICIO-LEER-PERIODICAS.
         FIN-LEER-PERIODICAS.
           CLOSE PERIODFILE.
           PERFORM TERMINAR-FICHERO THRU FIN-TERMINAR-FICHERO.
       FIN-REVISAR-PERIODICAS.
           EXIT.

      *Procedimiento revisar-retenciones
      *Una retencion pendiente sobre una cuenta que no existe (o
      *cancelada) la intentara liberar LIBERAR; las liberadas o
      *anuladas solo quedan como historico.
       REVISAR-RETENCIONES.
           MOVE "Retenciones de ingresos (RETENCIONES.DAT)"
                                              TO TITULO-FICHERO-D.
           PERFORM EMPEZAR-FICHERO THRU FIN-EMPEZAR-FICHERO.
           OPEN INPUT RETENFILE.
           IF FSRT NOT = "00"
             PERFORM FICHERO-NO-DISPONIBLE
                          THRU FIN-FICHERO-NO-DISPONIBLE
             GO TO FIN-REVISAR-RETENCIONES.
         INICIO-LEER-RETENCIONES.
           READ RETENFILE NEXT RECORD
                AT END GO TO FIN-LEER-RETENCIONES.
           ADD 1 TO NUM-REVISADOS.
           MOVE RET-CUENTA TO CTA-NUM-CUENTA.
           PERFORM LEER-CUENTA THRU FIN-LEER-CUENTA.
           IF EXISTE-CUENTA = "SI"
             IF NOT CTA-CANCELADA
               GO TO INICIO-LEER-RETENCIONES.
           MOVE SPACES TO CLAVE-D.
           STRING RET-CUENTA " retencion " RET-NUM
              DELIMITED BY SIZE INTO CLAVE-D.
           IF RET-PENDIENTE
             MOVE "GRAVE" TO GRAVEDAD-D
           ELSE
             MOVE "AVISO" TO GRAVEDAD-D.
           IF EXISTE-CUENTA = "NO"
             MOVE "Cuenta inexistente" TO MOTIVO-D
           ELSE
             MOVE "Cuenta cancelada" TO MOTIVO-D.
           PERFORM ESCRIBIR-INCIDENCIA THRU FIN-ESCRIBIR-INCIDENCIA.
           GO TO INICIO-LEER-RETENCIONES.
         FIN-LEER-RETENCIONES.
           CLOSE RETENFILE.
           PERFORM TERMINAR-FICHERO THRU FIN-TERMINAR-FICHERO.
       FIN-REVISAR-RETENCIONES.
           EXIT.

      *Procedimiento revisar-sesiones
      *Una sesion sin liquidar cuyo espectaculo ya no esta en la
      *cartelera sigue a la venta en CAJERO y la recoge LIQESPEC;
      *las liquidadas o canceladas solo quedan como historico.
       REVISAR-SESIONES.
           MOVE "Sesiones de espectaculo (SESIONES.DAT)"
                                              TO TITULO-FICHERO-D.
           PERFORM EMPEZAR-FICHERO THRU FIN-EMPEZAR-FICHERO.
           OPEN INPUT SESIONFILE.
           IF FSS NOT = "00"
             PERFORM FICHERO-NO-DISPONIBLE
                          THRU FIN-FICHERO-NO-DISPONIBLE
             GO TO FIN-REVISAR-SESIONES.
           MOVE "SI" TO HAY-ESPECTACULOS.
           OPEN INPUT ESPECFILE.
           IF FSE NOT = "00"
             MOVE "NO" TO HAY-ESPECTACULOS.
         INICIO-LEER-SESIONES.
           READ SESIONFILE NEXT RECORD
                AT END GO TO FIN-LEER-SESIONES.
           ADD 1 TO NUM-REVISADOS.
           IF HAY-ESPECTACULOS = "SI"
             MOVE SES-ESPEC-NUMERO TO ESPEC-NUMERO
             READ ESPECFILE
               INVALID KEY GO TO ANOTAR-SESION-SIN-ESPEC
             END-READ
             GO TO INICIO-LEER-SESIONES.
         ANOTAR-SESION-SIN-ESPEC.
           MOVE SPACES TO CLAVE-D.
           STRING "Espectaculo " SES-ESPEC-NUMERO " sesion "
              SES-NUMERO " del " SES-FECHA
              DELIMITED BY SIZE INTO CLAVE-D.
           IF SES-LIQUIDADA = "S" OR SES-LIQUIDADA = "C"
             MOVE "AVISO" TO GRAVEDAD-D
           ELSE
             MOVE "GRAVE" TO GRAVEDAD-D.
           MOVE "Espectaculo inexistente" TO MOTIVO-D.
           PERFORM ESCRIBIR-INCIDENCIA THRU FIN-ESCRIBIR-INCIDENCIA.
           GO TO INICIO-LEER-SESIONES.
         FIN-LEER-SESIONES.
           IF HAY-ESPECTACULOS = "SI"
             CLOSE ESPECFILE.
           CLOSE SESIONFILE.
           PERFORM TERMINAR-FICHERO THRU FIN-TERMINAR-FICHERO.
       FIN-REVISAR-SESIONES.
           EXIT.

      *Procedimiento revisar-movimientos
      *MOVS.DAT va por cuenta y secuencia, asi que los movimientos
      *de cada cuenta vienen juntos: se comprueba la cuenta una vez
      *por grupo y se anota una sola incidencia con el numero de
      *movimientos huerfanos. Las cuentas canceladas conservan sus
      *movimientos, que son correctos.
       REVISAR-MOVIMIENTOS.
           MOVE "Movimientos (MOVS.DAT)" TO TITULO-FICHERO-D.
           PERFORM EMPEZAR-FICHERO THRU FIN-EMPEZAR-FICHERO.
           OPEN INPUT MOVFILE.
           IF FSM NOT = "00"
             PERFORM FICHERO-NO-DISPONIBLE
                          THRU FIN-FICHERO-NO-DISPONIBLE
             GO TO FIN-REVISAR-MOVIMIENTOS.
           MOVE SPACES TO CUENTA-MOVS-ACTUAL.
           MOVE 0 TO NUM-MOVS-CUENTA.
         INICIO-LEER-MOVS.
           READ MOVFILE NEXT RECORD
                AT END GO TO FIN-LEER-MOVS.
           ADD 1 TO NUM-REVISADOS.
           IF MOV-ID NOT = CUENTA-MOVS-ACTUAL
             PERFORM COMPROBAR-CUENTA-MOVS
                          THRU FIN-COMPROBAR-CUENTA-MOVS
             MOVE MOV-ID TO CUENTA-MOVS-ACTUAL
             MOVE 0 TO NUM-MOVS-CUENTA.
           ADD 1 TO NUM-MOVS-CUENTA.
           GO TO INICIO-LEER-MOVS.
         FIN-LEER-MOVS.
           PERFORM COMPROBAR-CUENTA-MOVS
                        THRU FIN-COMPROBAR-CUENTA-MOVS.
           CLOSE MOVFILE.
           PERFORM TERMINAR-FICHERO THRU FIN-TERMINAR-FICHERO.
       FIN-REVISAR-MOVIMIENTOS.
           EXIT.

      *Procedimiento comprobar-cuenta-movs
       COMPROBAR-CUENTA-MOVS.
           IF CUENTA-MOVS-ACTUAL = SPACES
             GO TO FIN-COMPROBAR-CUENTA-MOVS.
           MOVE CUENTA-MOVS-ACTUAL TO CTA-NUM-CUENTA.
           PERFORM LEER-CUENTA THRU FIN-LEER-CUENTA.
           IF EXISTE-CUENTA = "SI"
             GO TO FIN-COMPROBAR-CUENTA-MOVS.
           MOVE NUM-MOVS-CUENTA TO NUM-MOVS-D.
           MOVE SPACES TO CLAVE-D.
           STRING CUENTA-MOVS-ACTUAL " (" NUM-MOVS-D " movs.)"
              DELIMITED BY SIZE INTO CLAVE-D.
           MOVE "GRAVE" TO GRAVEDAD-D.
           MOVE "Cuenta inexistente" TO MOTIVO-D.
           PERFORM ESCRIBIR-INCIDENCIA THRU FIN-ESCRIBIR-INCIDENCIA.
       FIN-COMPROBAR-CUENTA-MOVS.
           EXIT.

      *Procedimiento leer-cuenta
      *Lectura por clave de CTA-NUM-CUENTA; deja EXISTE-CUENTA.
       LEER-CUENTA.
           MOVE "SI" TO EXISTE-CUENTA.
           READ CUENTAFILE
             INVALID KEY MOVE "NO" TO EXISTE-CUENTA
           END-READ.
       FIN-LEER-CUENTA.
           EXIT.

      *Procedimiento empezar-fichero
       EMPEZAR-FICHERO.
           MOVE 0 TO NUM-REVISADOS.
           MOVE 0 TO NUM-INCIDENCIAS-FICH.
           MOVE LINEA-TITULO-FICHERO TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE LINEA-CABECERA TO LINEA-INFORME.
           WRITE LINEA-INFORME.
       FIN-EMPEZAR-FICHERO.
           EXIT.

      *Procedimiento fichero-no-disponible
       FICHERO-NO-DISPONIBLE.
           MOVE LINEA-SIN-FICHERO TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE LINEA-EN-BLANCO TO LINEA-INFORME.
           WRITE LINEA-INFORME.
       FIN-FICHERO-NO-DISPONIBLE.
           EXIT.

      *Procedimiento terminar-fichero
       TERMINAR-FICHERO.
           IF NUM-INCIDENCIAS-FICH = 0
             MOVE LINEA-SIN-INCIDENCIAS TO LINEA-INFORME
             WRITE LINEA-INFORME.
           MOVE NUM-REVISADOS TO REVISADOS-D.
           MOVE NUM-INCIDENCIAS-FICH TO INCIDENCIAS-D.
           MOVE LINEA-RESUMEN-FICHERO TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE LINEA-EN-BLANCO TO LINEA-INFORME.
           WRITE LINEA-INFORME.
       FIN-TERMINAR-FICHERO.
           EXIT.

      *Procedimiento escribir-incidencia
      *Escribe la incidencia ya preparada en LINEA-INCIDENCIA y la
      *cuenta segun su gravedad.
       ESCRIBIR-INCIDENCIA.
           ADD 1 TO NUM-INCIDENCIAS-FICH.
           IF GRAVEDAD-D = "GRAVE"
             ADD 1 TO NUM-GRAVES
           ELSE
             ADD 1 TO NUM-AVISOS.
           MOVE LINEA-INCIDENCIA TO LINEA-INFORME.
           WRITE LINEA-INFORME.
       FIN-ESCRIBIR-INCIDENCIA.
           EXIT.

       END PROGRAM INTEGRID.
