        IDENTIFICATION DIVISION.
        PROGRAM-ID. CADUCTAR.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT USERFILE ASSIGN TO DISK "USERS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USER-TARJ
           FILE STATUS IS FSU.

           SELECT INFORMEFILE ASSIGN TO DISK "CADUCTAR.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX.

       DATA DIVISION.
       FILE SECTION.
       FD USERFILE
           LABEL RECORDS ARE STANDARD.
           COPY USERFD.

         FD INFORMEFILE
           LABEL RECORDS ARE STANDARD.
         01 LINEA-INFORME             PIC X(80).

         WORKING-STORAGE SECTION.
         77 FSU                       PIC XX.
         77 FSX                       PIC XX.
         77 MES-HOY                   PIC 9(6).
         77 MES-SIGUIENTE             PIC 9(6).
         77 MES-CADUCIDAD             PIC 9(6).
         77 NUM-TARJ-A-RENOVAR        PIC 9(5) VALUE 0.
         77 NUM-TARJ-CADUCADAS        PIC 9(5) VALUE 0.

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
                 VALUE "Caducidad de tarjetas".
             02 FILLER                PIC X(15) VALUE "Fecha emision:".
             02 FECHA-TITULO-D        PIC X(10).

         01 LINEA-TITULO-RENOVAR.
             02 FILLER                PIC X(38)
                 VALUE "Tarjetas que caducan el mes que viene".
             02 FILLER                PIC X(20)
                 VALUE " (pedir renovacion)".

         01 LINEA-TITULO-CADUCADAS.
             02 FILLER                PIC X(60)
                 VALUE "Tarjetas ya caducadas, pasan a estado caducada".

         01 LINEA-CABECERA-TARJ.
             02 FILLER                PIC X(12) VALUE "Tarjeta".
             02 FILLER                PIC X(9)  VALUE "Caduca".
             02 FILLER                PIC X(11) VALUE "DNI".
             02 FILLER                PIC X(31) VALUE "Titular".
             02 FILLER                PIC X(9)  VALUE "Telefono".

         01 LINEA-TARJETA.
             02 TARJETA-D             PIC 9(10).
             02 FILLER                PIC X(2)  VALUE SPACES.
             02 MM-CADUCIDAD-D        PIC 99.
             02 FILLER                PIC X     VALUE "/".
             02 AA-CADUCIDAD-D        PIC 9999.
             02 FILLER                PIC X(2)  VALUE SPACES.
             02 DNI-D                 PIC X(9).
             02 FILLER                PIC X(2)  VALUE SPACES.
             02 TITULAR-D             PIC X(30).
             02 FILLER                PIC X     VALUE SPACES.
             02 TFNO-D                PIC X(9).

         01 LINEA-DIRECCION.
             02 FILLER                PIC X(32) VALUE SPACES.
             02 DIRECCION-D           PIC X(25).

         01 LINEA-SIN-TARJETAS.
             02 FILLER                PIC X(60)
                 VALUE "Ninguna".

         01 LINEA-RESUMEN.
             02 FILLER                PIC X(20)
                 VALUE "Tarjetas a renovar:".
             02 RENOVAR-D             PIC ZZZZ9.
             02 FILLER                PIC X(16)
                 VALUE "  Caducadas hoy:".
             02 CADUCADAS-D           PIC ZZZZ9.

        PROCEDURE DIVISION.
      *Procedimiento inicio
      *Proceso mensual que deja en CADUCTAR.TXT las tarjetas
      *activas que caducan el mes que viene, con los datos del
      *titular para que la oficina pida las nuevas, y pasa a
      *estado caducada las activas cuyo mes de caducidad ya ha
      *pasado.
       INICIO.
           PERFORM OBTENER-FECHA.
           COMPUTE MES-HOY = AA OF FECHA * 100 + MM OF FECHA.
           IF MM OF FECHA = 12
             COMPUTE MES-SIGUIENTE = (AA OF FECHA + 1) * 100 + 1
           ELSE
             COMPUTE MES-SIGUIENTE = MES-HOY + 1.

           OPEN I-O USERFILE.
           IF FSU NOT = "00"
             DISPLAY "CADUCTAR: no hay fichero de usuarios"
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

           MOVE LINEA-TITULO-RENOVAR TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE LINEA-CABECERA-TARJ TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           PERFORM LISTAR-A-RENOVAR THRU FIN-LISTAR-A-RENOVAR.
           IF NUM-TARJ-A-RENOVAR = 0
             MOVE LINEA-SIN-TARJETAS TO LINEA-INFORME
             WRITE LINEA-INFORME.
           MOVE LINEA-EN-BLANCO TO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE LINEA-TITULO-CADUCADAS TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE LINEA-CABECERA-TARJ TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           PERFORM MARCAR-CADUCADAS THRU FIN-MARCAR-CADUCADAS.
           IF NUM-TARJ-CADUCADAS = 0
             MOVE LINEA-SIN-TARJETAS TO LINEA-INFORME
             WRITE LINEA-INFORME.
           MOVE LINEA-EN-BLANCO TO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE NUM-TARJ-A-RENOVAR TO RENOVAR-D.
           MOVE NUM-TARJ-CADUCADAS TO CADUCADAS-D.
           MOVE LINEA-RESUMEN TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           CLOSE INFORMEFILE.

           CLOSE USERFILE.
           DISPLAY "CADUCTAR: tarjetas a renovar " NUM-TARJ-A-RENOVAR
                   " caducadas " NUM-TARJ-CADUCADAS.
           STOP RUN.

      *Procedimiento obtener-fecha
       OBTENER-FECHA.
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE CORR FECHA TO FECHAF.

      *Procedimiento listar-a-renovar
      *Recorre USERS.DAT en orden de tarjeta y anota las activas
      *que caducan el mes que viene.
       LISTAR-A-RENOVAR.
           MOVE 0 TO USER-TARJ.
           START USERFILE KEY IS NOT LESS THAN USER-TARJ
             INVALID KEY GO TO FIN-LISTAR-A-RENOVAR.
         INICIO-LEER-A-RENOVAR.
           READ USERFILE NEXT RECORD
                AT END GO TO FIN-LISTAR-A-RENOVAR.
           IF NOT USER-TARJ-ACTIVA
             GO TO INICIO-LEER-A-RENOVAR.
           COMPUTE MES-CADUCIDAD =
                   USER-AA-CADUCIDAD * 100 + USER-MM-CADUCIDAD.
           IF MES-CADUCIDAD NOT = MES-SIGUIENTE
             GO TO INICIO-LEER-A-RENOVAR.
           PERFORM ESCRIBIR-TARJETA THRU FIN-ESCRIBIR-TARJETA.
           ADD 1 TO NUM-TARJ-A-RENOVAR.
           GO TO INICIO-LEER-A-RENOVAR.
       FIN-LISTAR-A-RENOVAR.
           EXIT.

      *Procedimiento marcar-caducadas
      *Las tarjetas activas con el mes de caducidad ya pasado se
      *pasan a estado caducada; CAJERO ya las rechazaba por fecha,
      *pero asi la oficina ve el estado real en MANTENIM.
       MARCAR-CADUCADAS.
           MOVE 0 TO USER-TARJ.
           START USERFILE KEY IS NOT LESS THAN USER-TARJ
             INVALID KEY GO TO FIN-MARCAR-CADUCADAS.
         INICIO-LEER-CADUCADAS.
           READ USERFILE NEXT RECORD
                AT END GO TO FIN-MARCAR-CADUCADAS.
           IF NOT USER-TARJ-ACTIVA
             GO TO INICIO-LEER-CADUCADAS.
           COMPUTE MES-CADUCIDAD =
                   USER-AA-CADUCIDAD * 100 + USER-MM-CADUCIDAD.
           IF MES-CADUCIDAD NOT < MES-HOY
             GO TO INICIO-LEER-CADUCADAS.
           MOVE "C" TO USER-ESTADO-TARJ.
           REWRITE REG-USUARIO.
           PERFORM ESCRIBIR-TARJETA THRU FIN-ESCRIBIR-TARJETA.
           ADD 1 TO NUM-TARJ-CADUCADAS.
           GO TO INICIO-LEER-CADUCADAS.
       FIN-MARCAR-CADUCADAS.
           EXIT.

      *Procedimiento escribir-tarjeta
       ESCRIBIR-TARJETA.
           MOVE USER-TARJ TO TARJETA-D.
           MOVE USER-MM-CADUCIDAD TO MM-CADUCIDAD-D.
           MOVE USER-AA-CADUCIDAD TO AA-CADUCIDAD-D.
           MOVE USER-DNI TO DNI-D.
           MOVE USER-NOM-APE TO TITULAR-D.
           MOVE USER-TFNO TO TFNO-D.
           MOVE LINEA-TARJETA TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE USER-DIRECCION TO DIRECCION-D.
           MOVE LINEA-DIRECCION TO LINEA-INFORME.
           WRITE LINEA-INFORME.
       FIN-ESCRIBIR-TARJETA.
           EXIT.

       END PROGRAM CADUCTAR.
