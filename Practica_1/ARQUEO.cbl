           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSRP.

           SELECT ARQUEOFILE ASSIGN TO DISK "ARQUEOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARQ-FECHA-NUM
           FILE STATUS IS FSAQ.

           SELECT RECLAMAFILE ASSIGN TO DISK "RECLAMA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCL-CLAVE
           FILE STATUS IS FSRC.

           SELECT INFORMEFILE ASSIGN TO DISK "ARQUEO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX.
           LABEL RECORDS ARE STANDARD.
           COPY REPOSFD.

         FD ARQUEOFILE
           LABEL RECORDS ARE STANDARD.
           COPY ARQUEOFD.

         FD RECLAMAFILE
           LABEL RECORDS ARE STANDARD.
           COPY RECLAMAFD.

         FD INFORMEFILE
           LABEL RECORDS ARE STANDARD.
         01 LINEA-INFORME             PIC X(80).
         77 TOTAL-INGRESOS-HOY        PIC 9(11)V99 VALUE 0.
         77 TOTAL-REPUESTO-HOY        PIC 9(11)V99 VALUE 0.
         77 EFECTIVO-APERTURA         PIC S9(11)V99.
         77 FSAQ                      PIC XX.
         77 FSRC                      PIC XX.
         77 IM                        PIC 99.
         77 FECHA-HOY-NUM             PIC 9(8).
         77 FECHA-REINTEGRO-NUM       PIC 9(8).
         77 DIA-SERIAL-HOY            PIC 9(7).
         77 CIERRE-ANTERIOR           PIC 9(11)V99.
         77 FECHA-ANTERIOR            PIC X(10).
         77 HAY-ARQUEO-ANTERIOR       PIC X(2).
         77 NUM-RECL-EVALUADAS        PIC 9(5) VALUE 0.

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

         01 FECHA-ARQUEO-DESC.
             02 DDAQ                  PIC 99.
             02 FILLER                PIC X.
             02 MMAQ                  PIC 99.
             02 FILLER                PIC X.
             02 AAAQ                  PIC 9999.

         01 TABLA-DENOM-BILLETES.
             02 FILLER                PIC X(21)
             02 FILLER                PIC X(40)
                 VALUE " - ingresos - reposiciones del dia)".

         01 LINEA-CIERRE-ANTERIOR.
             02 FILLER                PIC X(28)
                 VALUE "Efectivo al cierre anterior:".
             02 CIERRE-ANTERIOR-D     PIC ------------9.99.
             02 FILLER                PIC X(17)
                 VALUE " EUR  (arqueo del".
             02 FECHA-ANTERIOR-D      PIC X(10).
             02 FILLER                PIC X     VALUE ")".

         01 LINEA-SIN-ANTERIOR.
             02 FILLER                PIC X(60)
                 VALUE "Sin arqueo del dia anterior: no hay descuadre".

         01 LINEA-DESCUADRE.
             02 FILLER                PIC X(28)
                 VALUE "Descuadre del dia:".
             02 DESCUADRE-D           PIC ------------9.99.
             02 FILLER                PIC X(4)  VALUE " EUR".
             02 FILLER                PIC X(28)
                 VALUE "  (+ sobrante / - faltante)".

         01 LINEA-SUBTITULO-RECL      PIC X(60)
             VALUE "Reclamaciones de reintegros con el dia ya arqueado".

         01 LINEA-CABECERA-RECL.
             02 FILLER                PIC X(31) VALUE "Cuenta / mov.".
             02 FILLER                PIC X(11) VALUE "Reintegro".
             02 FILLER                PIC X(11) VALUE "Reclamado".
             02 FILLER                PIC X(11) VALUE "Sobrante".
             02 FILLER                PIC X(16) VALUE "Arqueo".

         01 LINEA-RECLAMACION.
             02 CUENTA-RECL-D         PIC X(24).
             02 FILLER                PIC X     VALUE "/".
             02 MOV-RECL-D            PIC 9(6).
             02 FILLER                PIC X     VALUE SPACES.
             02 FECHA-RECL-D          PIC X(10).
             02 IMPORTE-RECL-D        PIC ZZZZZZ9.99.
             02 SOBRANTE-RECL-D       PIC ------9.99.
             02 FILLER                PIC X     VALUE SPACES.
             02 ARQUEO-RECL-D         PIC X(17).

         01 LINEA-SIN-RECL.
             02 FILLER                PIC X(60)
                 VALUE "Ninguna".

        PROCEDURE DIVISION.
      *Procedimiento inicio
       INICIO.
           MOVE LINEA-NOTA-APERTURA TO LINEA-INFORME.
           WRITE LINEA-INFORME.

           PERFORM REGISTRAR-ARQUEO THRU FIN-REGISTRAR-ARQUEO.
           IF HAY-ARQUEO-ANTERIOR = "SI"
             MOVE CIERRE-ANTERIOR TO CIERRE-ANTERIOR-D
             MOVE FECHA-ANTERIOR TO FECHA-ANTERIOR-D
             MOVE LINEA-CIERRE-ANTERIOR TO LINEA-INFORME
             WRITE LINEA-INFORME
             MOVE ARQ-DESCUADRE TO DESCUADRE-D
             MOVE LINEA-DESCUADRE TO LINEA-INFORME
             WRITE LINEA-INFORME
           ELSE
             MOVE LINEA-SIN-ANTERIOR TO LINEA-INFORME
             WRITE LINEA-INFORME.
           MOVE LINEA-EN-BLANCO TO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE LINEA-SUBTITULO-RECL TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE LINEA-CABECERA-RECL TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           PERFORM EVALUAR-RECLAMACIONES
                        THRU FIN-EVALUAR-RECLAMACIONES.
           IF NUM-RECL-EVALUADAS = 0
             MOVE LINEA-SIN-RECL TO LINEA-INFORME
             WRITE LINEA-INFORME.
           CLOSE ARQUEOFILE.

           CLOSE INFORMEFILE.
           DISPLAY "ARQUEO: posicion de efectivo en ARQUEO.TXT".
           STOP RUN.
       FIN-SUMAR-REPOSICIONES.
           EXIT.

      *Procedimiento registrar-arqueo
      *Graba el arqueo de hoy en el historico ARQUEOS.DAT (lo
      *reescribe si el arqueo se repite) y mide el descuadre contra
      *el ultimo arqueo anterior, solo si es del dia anterior: si
      *hubo dias sin arquear, los movimientos de esos dias no estan
      *en la cuenta y el descuadre no significaria nada. Deja el
      *fichero abierto para evaluar las reclamaciones.
       REGISTRAR-ARQUEO.
           COMPUTE FECHA-HOY-NUM = (AA OF FECHA * 10000)
                        + (MM OF FECHA * 100) + DD OF FECHA.
           MOVE DD OF FECHA TO DS-DD.
           MOVE MM OF FECHA TO DS-MM.
           MOVE AA OF FECHA TO DS-AA.
           PERFORM CALCULAR-DIA-SERIAL THRU FIN-CALCULAR-DIA-SERIAL.
           MOVE DS-SERIAL TO DIA-SERIAL-HOY.

           OPEN I-O ARQUEOFILE.
           IF FSAQ = "35"
               OPEN OUTPUT ARQUEOFILE
               CLOSE ARQUEOFILE
               OPEN I-O ARQUEOFILE.
           MOVE "NO" TO HAY-ARQUEO-ANTERIOR.
           MOVE SPACES TO FECHA-ANTERIOR.
           MOVE 0 TO CIERRE-ANTERIOR.
           MOVE 0 TO ARQ-FECHA-NUM.
           START ARQUEOFILE KEY IS NOT LESS THAN ARQ-FECHA-NUM
             INVALID KEY GO TO FIN-BUSCAR-ANTERIOR.
         INICIO-BUSCAR-ANTERIOR.
           READ ARQUEOFILE NEXT RECORD
                AT END GO TO FIN-BUSCAR-ANTERIOR.
           IF ARQ-FECHA-NUM NOT < FECHA-HOY-NUM
             GO TO FIN-BUSCAR-ANTERIOR.
           MOVE ARQ-FECHA TO FECHA-ANTERIOR.
           MOVE ARQ-VALOR-CAJETIN TO CIERRE-ANTERIOR.
           GO TO INICIO-BUSCAR-ANTERIOR.
         FIN-BUSCAR-ANTERIOR.
           IF FECHA-ANTERIOR NOT = SPACES
             MOVE FECHA-ANTERIOR TO FECHA-ARQUEO-DESC
             MOVE DDAQ TO DS-DD
             MOVE MMAQ TO DS-MM
             MOVE AAAQ TO DS-AA
             PERFORM CALCULAR-DIA-SERIAL THRU FIN-CALCULAR-DIA-SERIAL
             IF DIA-SERIAL-HOY - DS-SERIAL NOT > 1
               MOVE "SI" TO HAY-ARQUEO-ANTERIOR.

           MOVE FECHA-HOY-NUM TO ARQ-FECHA-NUM.
           MOVE FECHAF TO ARQ-FECHA.
           MOVE VALOR-TOTAL-CAJETIN TO ARQ-VALOR-CAJETIN.
           MOVE TOTAL-REINTEGROS-HOY TO ARQ-REINTEGROS.
           MOVE TOTAL-INGRESOS-HOY TO ARQ-INGRESOS.
           MOVE TOTAL-REPUESTO-HOY TO ARQ-REPOSICIONES.
           MOVE EFECTIVO-APERTURA TO ARQ-APERTURA.
           MOVE CIERRE-ANTERIOR TO ARQ-CIERRE-ANTERIOR.
           IF HAY-ARQUEO-ANTERIOR = "SI"
             MOVE "S" TO ARQ-COMPARABLE
             COMPUTE ARQ-DESCUADRE =
                        EFECTIVO-APERTURA - CIERRE-ANTERIOR
           ELSE
             MOVE "N" TO ARQ-COMPARABLE
             MOVE 0 TO ARQ-DESCUADRE.
           WRITE REG-ARQUEO
             INVALID KEY REWRITE REG-ARQUEO.
       FIN-REGISTRAR-ARQUEO.
           EXIT.

      *Procedimiento calcular-dia-serial
      *Convierte DS-DD/DS-MM/DS-AA en un numero de dia correlativo
      *(anyo por 365 mas los dias transcurridos del anyo), valido
      *para medir distancias de pocos dias entre dos fechas, igual
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

      *Procedimiento evaluar-reclamaciones
      *Las reclamaciones de reintegros aun sin arquear cuyo dia ya
      *esta en ARQUEOS.DAT (el de hoy o uno anterior, si se
      *anotaron despues) se comparan con el descuadre de ese dia:
      *un reintegro cargado sin dar el efectivo deja en el cajetin
      *un sobrante por su importe. El resultado queda en la
      *reclamacion para que la oficina la resuelva.
       EVALUAR-RECLAMACIONES.
           OPEN I-O RECLAMAFILE.
           IF FSRC NOT = "00"
             GO TO FIN-EVALUAR-RECLAMACIONES.
         INICIO-LEER-RECLAMACIONES.
           READ RECLAMAFILE NEXT RECORD
                AT END GO TO FIN-LEER-RECLAMACIONES.
           IF NOT RCL-SIN-ARQUEAR
             GO TO INICIO-LEER-RECLAMACIONES.
           COMPUTE FECHA-REINTEGRO-NUM =
                        (AARI * 10000) + (MMRI * 100) + DDRI.
           MOVE FECHA-REINTEGRO-NUM TO ARQ-FECHA-NUM.
           READ ARQUEOFILE
             INVALID KEY GO TO INICIO-LEER-RECLAMACIONES.
           MOVE ARQ-DESCUADRE TO RCL-SOBRANTE-DIA.
           IF NOT ARQ-HAY-ANTERIOR
             MOVE "X" TO RCL-ARQUEO
             MOVE "Sin comparar" TO ARQUEO-RECL-D
           ELSE
             IF ARQ-DESCUADRE NOT < RCL-IMPORTE
               MOVE "S" TO RCL-ARQUEO
               MOVE "Sobrante la cubre" TO ARQUEO-RECL-D
             ELSE
               IF ARQ-DESCUADRE > 0
                 MOVE "P" TO RCL-ARQUEO
                 MOVE "Sobrante parcial" TO ARQUEO-RECL-D
               ELSE
                 MOVE "N" TO RCL-ARQUEO
                 MOVE "Sin sobrante" TO ARQUEO-RECL-D.
           REWRITE REG-RECLAMACION.
           ADD 1 TO NUM-RECL-EVALUADAS.
           MOVE RCL-CUENTA TO CUENTA-RECL-D.
           MOVE RCL-NUM-SEC TO MOV-RECL-D.
           MOVE RCL-FECHA-REINTEGRO TO FECHA-RECL-D.
           MOVE RCL-IMPORTE TO IMPORTE-RECL-D.
           MOVE RCL-SOBRANTE-DIA TO SOBRANTE-RECL-D.
           MOVE LINEA-RECLAMACION TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           GO TO INICIO-LEER-RECLAMACIONES.
         FIN-LEER-RECLAMACIONES.
           CLOSE RECLAMAFILE.
       FIN-EVALUAR-RECLAMACIONES.
           EXIT.

      *Procedimiento escribir-billetes
       ESCRIBIR-BILLETES.
           MOVE 1 TO IB.
