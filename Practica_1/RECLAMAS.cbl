        IDENTIFICATION DIVISION.
        PROGRAM-ID. RECLAMAS.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT RECLAMAFILE ASSIGN TO DISK "RECLAMA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCL-CLAVE
           FILE STATUS IS FSRC.

           SELECT INFORMEFILE ASSIGN TO DISK "RECLAMAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX.

       DATA DIVISION.
       FILE SECTION.
       FD RECLAMAFILE
           LABEL RECORDS ARE STANDARD.
           COPY RECLAMAFD.

         FD INFORMEFILE
           LABEL RECORDS ARE STANDARD.
         01 LINEA-INFORME             PIC X(80).

         WORKING-STORAGE SECTION.
         77 FSRC                      PIC XX.
         77 FSX                       PIC XX.
         77 IM                        PIC 99.
         77 DIA-SERIAL-HOY            PIC 9(7).
         77 DIA-SERIAL-ALTA           PIC 9(7).
         77 DIA-SERIAL-FIN            PIC 9(7).
         77 DIAS-RECLAMACION          PIC 9(4).
         77 NUM-RECLAMACIONES         PIC 9(5) VALUE 0.
         77 NUM-PENDIENTES            PIC 9(5) VALUE 0.
         77 NUM-ACEPTADAS             PIC 9(5) VALUE 0.
         77 NUM-RECHAZADAS            PIC 9(5) VALUE 0.
         77 TOTAL-ABONADO             PIC 9(11)V99 VALUE 0.
         77 TOTAL-DIAS-RESOLUCION     PIC 9(7) VALUE 0.
         77 MEDIA-DIAS-RESOLUCION     PIC 9(4)V9 VALUE 0.

         01 TABLA-DIAS-MES.
             02 FILLER                PIC X(24)
                 VALUE "312831303130313130313031".
         01 DIAS-POR-MES REDEFINES TABLA-DIAS-MES.
             02 DIAS-MES OCCURS 12 TIMES PIC 99.

         01 DATOS-DIA-SERIAL.
             02 DS-DD                 PIC 99.
             02 DS-MM                 PIC 99.
             02 DS-AA                 PIC 9999.
             02 DS-SERIAL             PIC 9(7).

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
                 VALUE "Reclamaciones de reintegros".
             02 FILLER                PIC X(15) VALUE "Fecha emision:".
             02 FECHA-TITULO-D        PIC X(10).

         01 LINEA-NOTA-DIAS.
             02 FILLER                PIC X(60)
                 VALUE "Dias: hasta resolverla, o abierta si pendiente".

         01 LINEA-CABECERA-RECL.
             02 FILLER                PIC X(25) VALUE "Cuenta".
             02 FILLER                PIC X(7)  VALUE "Mov.".
             02 FILLER                PIC X(11) VALUE "Reintegro".
             02 FILLER                PIC X(11) VALUE "Reclamado".
             02 FILLER                PIC X(10) VALUE "Arqueo".
             02 FILLER                PIC X(10) VALUE "Estado".
             02 FILLER                PIC X(4)  VALUE "Dias".

         01 LINEA-RECLAMACION.
             02 CUENTA-D              PIC X(24).
             02 FILLER                PIC X     VALUE SPACES.
             02 MOV-D                 PIC 9(6).
             02 FILLER                PIC X     VALUE SPACES.
             02 FECHA-REINTEGRO-D     PIC X(10).
             02 FILLER                PIC X     VALUE SPACES.
             02 IMPORTE-D             PIC ZZZZZZ9.99.
             02 FILLER                PIC X     VALUE SPACES.
             02 ARQUEO-D              PIC X(9).
             02 FILLER                PIC X     VALUE SPACES.
             02 ESTADO-D              PIC X(9).
             02 FILLER                PIC X     VALUE SPACES.
             02 DIAS-D                PIC ZZZ9.

         01 LINEA-SIN-RECLAMACIONES.
             02 FILLER                PIC X(60)
                 VALUE "Ninguna".

         01 LINEA-RESUMEN.
             02 FILLER                PIC X(12)
                 VALUE "Pendientes:".
             02 PENDIENTES-D          PIC ZZZZ9.
             02 FILLER                PIC X(14)
                 VALUE "  Aceptadas:".
             02 ACEPTADAS-D           PIC ZZZZ9.
             02 FILLER                PIC X(15)
                 VALUE "  Rechazadas:".
             02 RECHAZADAS-D          PIC ZZZZ9.

         01 LINEA-TOTAL-ABONADO.
             02 FILLER                PIC X(28)
                 VALUE "Importe abonado aceptadas:".
             02 ABONADO-D             PIC ZZZZZZZZZZ9.99.
             02 FILLER                PIC X(4)  VALUE " EUR".

         01 LINEA-MEDIA-DIAS.
             02 FILLER                PIC X(28)
                 VALUE "Dias medios de resolucion:".
             02 MEDIA-DIAS-D          PIC ZZZ9.9.

        PROCEDURE DIVISION.
      *Procedimiento inicio
      *Lista en RECLAMAS.TXT todas las reclamaciones de reintegros
      *de cajero con lo que dijo el arqueo de su dia, como se
      *resolvieron y los dias que tardo la oficina en resolverlas
      *(o los que lleva abierta si sigue pendiente).
       INICIO.
           PERFORM OBTENER-FECHA.
           MOVE DD OF FECHA TO DS-DD.
           MOVE MM OF FECHA TO DS-MM.
           MOVE AA OF FECHA TO DS-AA.
           PERFORM CALCULAR-DIA-SERIAL THRU FIN-CALCULAR-DIA-SERIAL.
           MOVE DS-SERIAL TO DIA-SERIAL-HOY.

           OPEN INPUT RECLAMAFILE.
           IF FSRC NOT = "00"
             DISPLAY "RECLAMAS: no hay fichero de reclamaciones"
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

           MOVE LINEA-NOTA-DIAS TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE LINEA-CABECERA-RECL TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           PERFORM LISTAR-RECLAMACIONES THRU FIN-LISTAR-RECLAMACIONES.
           IF NUM-RECLAMACIONES = 0
             MOVE LINEA-SIN-RECLAMACIONES TO LINEA-INFORME
             WRITE LINEA-INFORME.
           MOVE LINEA-EN-BLANCO TO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE NUM-PENDIENTES TO PENDIENTES-D.
           MOVE NUM-ACEPTADAS TO ACEPTADAS-D.
           MOVE NUM-RECHAZADAS TO RECHAZADAS-D.
           MOVE LINEA-RESUMEN TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE TOTAL-ABONADO TO ABONADO-D.
           MOVE LINEA-TOTAL-ABONADO TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           IF NUM-ACEPTADAS + NUM-RECHAZADAS > 0
             COMPUTE MEDIA-DIAS-RESOLUCION ROUNDED =
                     TOTAL-DIAS-RESOLUCION /
                     (NUM-ACEPTADAS + NUM-RECHAZADAS)
             MOVE MEDIA-DIAS-RESOLUCION TO MEDIA-DIAS-D
             MOVE LINEA-MEDIA-DIAS TO LINEA-INFORME
             WRITE LINEA-INFORME.
           CLOSE INFORMEFILE.

           CLOSE RECLAMAFILE.
           DISPLAY "RECLAMAS: reclamaciones " NUM-RECLAMACIONES
                   " pendientes " NUM-PENDIENTES.
           STOP RUN.

      *Procedimiento obtener-fecha
       OBTENER-FECHA.
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE CORR FECHA TO FECHAF.

      *Procedimiento listar-reclamaciones
      *Recorre RECLAMA.DAT en orden de cuenta y movimiento. Los
      *dias de una reclamacion resuelta van del alta a la
      *resolucion; los de una pendiente, del alta a hoy.
       LISTAR-RECLAMACIONES.
         INICIO-LEER-RECLAMACIONES.
           READ RECLAMAFILE NEXT RECORD
                AT END GO TO FIN-LISTAR-RECLAMACIONES.
           ADD 1 TO NUM-RECLAMACIONES.

           MOVE DDRA TO DS-DD.
           MOVE MMRA TO DS-MM.
           MOVE AARA TO DS-AA.
           PERFORM CALCULAR-DIA-SERIAL THRU FIN-CALCULAR-DIA-SERIAL.
           MOVE DS-SERIAL TO DIA-SERIAL-ALTA.
           IF RCL-PENDIENTE
             MOVE DIA-SERIAL-HOY TO DIA-SERIAL-FIN
           ELSE
             MOVE DDRS TO DS-DD
             MOVE MMRS TO DS-MM
             MOVE AARS TO DS-AA
             PERFORM CALCULAR-DIA-SERIAL
                          THRU FIN-CALCULAR-DIA-SERIAL
             MOVE DS-SERIAL TO DIA-SERIAL-FIN.
           IF DIA-SERIAL-FIN > DIA-SERIAL-ALTA
             COMPUTE DIAS-RECLAMACION =
                     DIA-SERIAL-FIN - DIA-SERIAL-ALTA
           ELSE
             MOVE 0 TO DIAS-RECLAMACION.

           IF RCL-PENDIENTE
             ADD 1 TO NUM-PENDIENTES
             MOVE "PENDIENTE" TO ESTADO-D
           ELSE
             ADD DIAS-RECLAMACION TO TOTAL-DIAS-RESOLUCION
             IF RCL-ACEPTADA
               ADD 1 TO NUM-ACEPTADAS
               ADD RCL-IMPORTE TO TOTAL-ABONADO
               MOVE "ACEPTADA" TO ESTADO-D
             ELSE
               ADD 1 TO NUM-RECHAZADAS
               MOVE "RECHAZADA" TO ESTADO-D.

           IF RCL-SOBRANTE-CUBRE
             MOVE "CUBRE" TO ARQUEO-D
           ELSE
             IF RCL-SOBRANTE-PARCIAL
               MOVE "PARCIAL" TO ARQUEO-D
             ELSE
               IF RCL-SIN-SOBRANTE
                 MOVE "NO SOBRA" TO ARQUEO-D
               ELSE
                 IF RCL-SIN-COMPARAR
                   MOVE "SIN COMP." TO ARQUEO-D
                 ELSE
                   MOVE "SIN ARQ." TO ARQUEO-D.

           MOVE RCL-CUENTA TO CUENTA-D.
           MOVE RCL-NUM-SEC TO MOV-D.
           MOVE RCL-FECHA-REINTEGRO TO FECHA-REINTEGRO-D.
           MOVE RCL-IMPORTE TO IMPORTE-D.
           MOVE DIAS-RECLAMACION TO DIAS-D.
           MOVE LINEA-RECLAMACION TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           GO TO INICIO-LEER-RECLAMACIONES.
       FIN-LISTAR-RECLAMACIONES.
           EXIT.

      *Procedimiento calcular-dia-serial
      *Convierte DS-DD/DS-MM/DS-AA en un numero de dia correlativo
      *(anyo por 365 mas los dias transcurridos del anyo), valido
      *para contar los pocos dias que tarda una reclamacion, igual
      *que hacen AVISOS y LIBERAR.
       CALCULAR-DIA-SERIAL.
           COMPUTE DS-SERIAL = DS-AA * 365 + DS-DD.
           MOVE 1 TO IM.
         INICIO-SUMAR-MESES.
           IF IM >= DS-MM
             GO TO FIN-CALCULAR-DIA-SERIAL.
           ADD DIAS-MES(IM) TO DS-SERIAL.
           ADD 1 TO IM.
           GO TO INICIO-SUMAR-MESES.
       FIN-CALCULAR-DIA-SERIAL.
           EXIT.

       END PROGRAM RECLAMAS.
