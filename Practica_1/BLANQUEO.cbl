        IDENTIFICATION DIVISION.
        PROGRAM-ID. BLANQUEO.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT CUENTAFILE ASSIGN TO DISK "CUENTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-NUM-CUENTA
           FILE STATUS IS FSCU.

           SELECT MOVFILE ASSIGN TO DISK "MOVS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CLAVE
           FILE STATUS IS FSM.

           SELECT RETENPARFILE ASSIGN TO DISK "RETEN.PAR"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSRE.

           SELECT PARAMFILE ASSIGN TO DISK "BLANQUEO.PAR"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSPA.

           SELECT INFORMEFILE ASSIGN TO DISK "BLANQUEO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX.

       DATA DIVISION.
       FILE SECTION.
       FD CUENTAFILE
           LABEL RECORDS ARE STANDARD.
           COPY CUENTAFD.

       FD MOVFILE
           LABEL RECORDS ARE STANDARD.
           COPY MOVFD.

         FD RETENPARFILE
           LABEL RECORDS ARE STANDARD.
         01 REG-PARAMETROS-RETEN.
           02 PAR-IMPORTE-RETENCION   PIC 9(7)V99.
           02 PAR-DIAS-RETENCION      PIC 99.

      *Umbrales de cumplimiento normativo: importe a partir del
      *cual una operacion en efectivo se declara, margen (en tanto
      *por ciento por debajo de un limite) en el que un ingreso se
      *considera "justo por debajo", cuantos de esos ingresos y en
      *cuantos dias hacen sospechar fraccionamiento, importe de
      *ingreso grande y dias en que su salida por transferencia a
      *otro banco se considera inmediata.
         FD PARAMFILE
           LABEL RECORDS ARE STANDARD.
         01 REG-PARAMETROS-BLANQUEO.
           02 PAR-UMBRAL-DECLARAR     PIC 9(7)V99.
           02 PAR-MARGEN-FRACCION     PIC 99.
           02 PAR-NUM-FRACCION        PIC 99.
           02 PAR-DIAS-FRACCION       PIC 99.
           02 PAR-INGRESO-GRANDE      PIC 9(7)V99.
           02 PAR-DIAS-SALIDA         PIC 99.

         FD INFORMEFILE
           LABEL RECORDS ARE STANDARD.
         01 LINEA-INFORME             PIC X(80).

         WORKING-STORAGE SECTION.
         77 FSCU                      PIC XX.
         77 FSM                       PIC XX.
         77 FSRE                      PIC XX.
         77 FSPA                      PIC XX.
         77 FSX                       PIC XX.
         77 IM                        PIC 99.
         77 TIPO-PERIODO              PIC X.
         77 IMPORTE-MIN-RETENCION     PIC 9(7)V99 VALUE 1000.00.
         77 UMBRAL-DECLARAR           PIC 9(7)V99 VALUE 3000.00.
         77 MARGEN-FRACCION           PIC 99 VALUE 10.
         77 NUM-FRACCION              PIC 99 VALUE 3.
         77 DIAS-FRACCION             PIC 99 VALUE 7.
         77 INGRESO-GRANDE            PIC 9(7)V99 VALUE 2000.00.
         77 DIAS-SALIDA               PIC 99 VALUE 3.
         77 MINIMO-CASI-RETENCION     PIC 9(7)V99.
         77 MINIMO-CASI-DECLARAR      PIC 9(7)V99.
         77 DIA-SERIAL-HOY            PIC 9(7).
         77 DIA-SERIAL-INICIO         PIC 9(7).
         77 DIA-SERIAL-CARGA          PIC 9(7).
         77 DIA-SERIAL-DESDE          PIC 9(7).
         77 DIA-SERIAL-HASTA          PIC 9(7).
         77 FECHA-INICIO-PERIODO      PIC X(10).
         77 CUENTA-ACTUAL             PIC A(2)9(22).
         77 DNI-ACTUAL                PIC X(9).
         77 TITULAR-ACTUAL            PIC X(30).
         77 DNI-YA-TRATADO            PIC X(2).
         77 FIN-CUENTAS               PIC X(2).
         77 TABLA-LLENA               PIC X(2).
         77 HAY-ALERTAS-DNI           PIC X(2).
         77 NUM-CUENTAS-DNI           PIC 99.
         77 IC                        PIC 99.
         77 NUM-MOVS-DNI              PIC 9(3).
         77 IT                        PIC 9(3).
         77 JT                        PIC 9(3).
         77 MOV-CANTIDAD-NUM          PIC S9(9)V99.
         77 IMPORTE-ABSOLUTO          PIC 9(9)V99.
         77 CUENTA-FRACCION           PIC 99.
         77 TOTAL-FRACCION            PIC 9(9)V99.
         77 SERIAL-MIN-FRACCION       PIC 9(7).
         77 FECHA-MIN-FRACCION        PIC X(10).
         77 MAX-FRACCION              PIC 99.
         77 MAX-TOTAL-FRACCION        PIC 9(9)V99.
         77 MAX-DESDE-FRACCION        PIC X(10).
         77 MAX-HASTA-FRACCION        PIC X(10).
         77 NUM-SALIDAS               PIC 99.
         77 TOTAL-SALIDAS             PIC 9(9)V99.
         77 NUM-CLIENTES-REVISADOS    PIC 9(5) VALUE 0.
         77 NUM-CLIENTES-ALERTA       PIC 9(5) VALUE 0.
         77 NUM-ALERTAS-UMBRAL        PIC 9(5) VALUE 0.
         77 NUM-ALERTAS-FRACCION      PIC 9(5) VALUE 0.
         77 NUM-ALERTAS-SALIDA        PIC 9(5) VALUE 0.

         01 DATOS-DIA-SERIAL.
             02 DS-DD                 PIC 99.
             02 DS-MM                 PIC 99.
             02 DS-AA                 PIC 9999.
             02 DS-SERIAL             PIC 9(7).

         01 TABLA-DIAS-MES.
             02 FILLER                PIC X(24)
                 VALUE "312831303130313130313031".
         01 DIAS-POR-MES REDEFINES TABLA-DIAS-MES.
             02 DIAS-MES OCCURS 12 TIMES PIC 99.

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

      *Cuentas del mismo titular (mismo CTA-DNI) que se revisan
      *juntas.
         01 LISTA-CUENTAS-DNI.
             02 CUENTA-DNI OCCURS 10 TIMES
                                      PIC A(2)9(22).

      *Reintegros, ingresos y transferencias a otros bancos de
      *todas las cuentas del titular, desde unos dias antes del
      *periodo para poder ver las ventanas que lo cruzan.
         01 TABLA-MOVS-DNI.
             02 MOVT OCCURS 300 TIMES.
                03 MOVT-CUENTA        PIC A(2)9(22).
                03 MOVT-FECHA         PIC X(10).
                03 MOVT-SERIAL        PIC 9(7).
                03 MOVT-HORA          PIC 9(6).
                03 MOVT-TIPO          PIC X(2).
                03 MOVT-IMPORTE       PIC 9(9)V99.
                03 MOVT-CASI-LIMITE   PIC X(2).

         01 LINEA-SEPARADORA          PIC X(80)
             VALUE ALL "=".
         01 LINEA-EN-BLANCO           PIC X(80) VALUE SPACES.

         01 LINEA-TITULO.
             02 FILLER                PIC X(20)
                 VALUE "UnizarBank".
             02 FILLER                PIC X(35)
                 VALUE "Control de operaciones en efectivo".
             02 FILLER                PIC X(15) VALUE "Fecha emision:".
             02 FECHA-TITULO-D        PIC X(10).

         01 LINEA-PERIODO.
             02 FILLER                PIC X(18)
                 VALUE "Periodo revisado:".
             02 DESDE-PERIODO-D       PIC X(10).
             02 FILLER                PIC X(3)  VALUE " a ".
             02 HASTA-PERIODO-D       PIC X(10).
             02 FILLER                PIC X(3)  VALUE SPACES.
             02 TIPO-PERIODO-D        PIC X(8).

         01 LINEA-UMBRALES.
             02 FILLER                PIC X(20)
                 VALUE "Umbral declaracion:".
             02 UMBRAL-D              PIC ZZZZZZ9.99.
             02 FILLER                PIC X(13)
                 VALUE "  Retencion:".
             02 RETENCION-D           PIC ZZZZZZ9.99.
             02 FILLER                PIC X(12)
                 VALUE "  Margen %:".
             02 MARGEN-D              PIC Z9.

         01 LINEA-CABECERA-DNI.
             02 FILLER                PIC X(5)  VALUE "DNI:".
             02 DNI-D                 PIC X(9).
             02 FILLER                PIC X(3)  VALUE SPACES.
             02 FILLER                PIC X(9)  VALUE "Titular:".
             02 TITULAR-D             PIC X(30).
             02 FILLER                PIC X(10) VALUE "  Cuentas:".
             02 CUENTAS-DNI-D         PIC Z9.

         01 LINEA-ALERTA-UMBRAL.
             02 FILLER                PIC X(4)  VALUE SPACES.
             02 TIPO-OPER-D           PIC X(10).
             02 CUENTA-UMBRAL-D       PIC A(2)9(22).
             02 FILLER                PIC X     VALUE SPACES.
             02 FECHA-UMBRAL-D        PIC X(10).
             02 FILLER                PIC X     VALUE SPACES.
             02 IMPORTE-UMBRAL-D      PIC ZZZZZZZZ9.99.
             02 FILLER                PIC X(13)
                 VALUE " sobre umbral".

         01 LINEA-ALERTA-FRACCION.
             02 FILLER                PIC X(29)
                 VALUE "    Posible fraccionamiento:".
             02 NUM-FRACCION-D        PIC Z9.
             02 FILLER                PIC X(14)
                 VALUE " ingresos del ".
             02 DESDE-FRACCION-D      PIC X(10).
             02 FILLER                PIC X(4)  VALUE " al ".
             02 HASTA-FRACCION-D      PIC X(10).

         01 LINEA-ALERTA-INGRESO.
             02 FILLER                PIC X(27)
                 VALUE "    Ingreso en efectivo de".
             02 IMPORTE-INGRESO-D     PIC ZZZZZZZZ9.99.
             02 FILLER                PIC X(4)  VALUE " el ".
             02 FECHA-INGRESO-D       PIC X(10).

         01 LINEA-ALERTA-SALIDA.
             02 FILLER                PIC X(17)
                 VALUE "      seguido de".
             02 NUM-SALIDAS-D         PIC Z9.
             02 FILLER                PIC X(35)
                 VALUE " transferencias a otros bancos por".
             02 IMPORTE-SALIDAS-D     PIC ZZZZZZZZ9.99.

         01 LINEA-TOTAL-ALERTA.
             02 FILLER                PIC X(27)
                 VALUE "      Importe total:".
             02 TOTAL-ALERTA-D        PIC ZZZZZZZZ9.99.
             02 FILLER                PIC X(4)  VALUE " EUR".

         01 LINEA-TABLA-LLENA.
             02 FILLER                PIC X(60) VALUE
                "    Aviso: demasiados movimientos, revision parcial".

         01 LINEA-SIN-ALERTAS.
             02 FILLER                PIC X(60)
                 VALUE "No hay operaciones en efectivo que revisar".

         01 LINEA-RESUMEN-CLIENTES.
             02 FILLER                PIC X(24)
                 VALUE "Clientes revisados:".
             02 CLIENTES-D            PIC ZZZZ9.
             02 FILLER                PIC X(16)
                 VALUE "  Con alertas:".
             02 CLIENTES-ALERTA-D     PIC ZZZZ9.

         01 LINEA-RESUMEN-ALERTAS.
             02 FILLER                PIC X(16)
                 VALUE "Sobre umbral:".
             02 ALERTAS-UMBRAL-D      PIC ZZZZ9.
             02 FILLER                PIC X(20)
                 VALUE "  Fraccionamiento:".
             02 ALERTAS-FRACCION-D    PIC ZZZZ9.
             02 FILLER                PIC X(12)
                 VALUE "  Salidas:".
             02 ALERTAS-SALIDA-D      PIC ZZZZ9.

        PROCEDURE DIVISION.
      *Procedimiento inicio
      *Revision de las operaciones en efectivo (reintegros e
      *ingresos) por titular, juntando todas las cuentas con el
      *mismo CTA-DNI. Se lanza a diario (solo el dia de hoy) y a
      *final de mes (el mes en curso) y deja en BLANQUEO.TXT las
      *operaciones por encima del umbral de declaracion, los
      *posibles fraccionamientos (varios ingresos en pocos dias
      *justo por debajo del importe de retencion o del umbral) y
      *los ingresos grandes que salen enseguida por transferencia
      *a otro banco. Los umbrales se leen de BLANQUEO.PAR.
       INICIO.
           DISPLAY "BLANQUEO: periodo (D = diario, M = mensual)".
           ACCEPT TIPO-PERIODO.
           IF TIPO-PERIODO = "d"
             MOVE "D" TO TIPO-PERIODO.
           IF TIPO-PERIODO = "m"
             MOVE "M" TO TIPO-PERIODO.
           IF TIPO-PERIODO NOT = "D" AND TIPO-PERIODO NOT = "M"
             DISPLAY "BLANQUEO: el periodo no es valido"
             STOP RUN.

           PERFORM OBTENER-FECHA.
           PERFORM LEER-PARAMETROS THRU FIN-LEER-PARAMETROS.
           PERFORM LEER-PARAMETROS-RETEN
                        THRU FIN-LEER-PARAMETROS-RETEN.
           COMPUTE MINIMO-CASI-RETENCION = IMPORTE-MIN-RETENCION
                   - (IMPORTE-MIN-RETENCION * MARGEN-FRACCION / 100).
           COMPUTE MINIMO-CASI-DECLARAR = UMBRAL-DECLARAR
                   - (UMBRAL-DECLARAR * MARGEN-FRACCION / 100).

           MOVE DD OF FECHA TO DS-DD.
           MOVE MM OF FECHA TO DS-MM.
           MOVE AA OF FECHA TO DS-AA.
           PERFORM CALCULAR-DIA-SERIAL THRU FIN-CALCULAR-DIA-SERIAL.
           MOVE DS-SERIAL TO DIA-SERIAL-HOY.
           MOVE DIA-SERIAL-HOY TO DIA-SERIAL-INICIO.
           MOVE FECHAF TO FECHA-INICIO-PERIODO.
           IF TIPO-PERIODO = "M"
             MOVE 1 TO DS-DD
             PERFORM CALCULAR-DIA-SERIAL THRU FIN-CALCULAR-DIA-SERIAL
             MOVE DS-SERIAL TO DIA-SERIAL-INICIO
             MOVE "01" TO FECHA-INICIO-PERIODO(1:2).

      *    SE CARGAN TAMBIEN LOS DIAS ANTERIORES AL PERIODO QUE
      *    PUEDEN CAER EN LA MISMA VENTANA QUE SUS MOVIMIENTOS
           IF DIAS-FRACCION > DIAS-SALIDA
             COMPUTE DIA-SERIAL-CARGA =
                          DIA-SERIAL-INICIO - DIAS-FRACCION
           ELSE
             COMPUTE DIA-SERIAL-CARGA =
                          DIA-SERIAL-INICIO - DIAS-SALIDA.

           OPEN INPUT CUENTAFILE.
           IF FSCU NOT = "00"
             DISPLAY "BLANQUEO: no hay fichero de cuentas"
             STOP RUN.
           OPEN INPUT MOVFILE.
           IF FSM NOT = "00"
             DISPLAY "BLANQUEO: no hay fichero de movimientos"
             CLOSE CUENTAFILE
             STOP RUN.

           OPEN OUTPUT INFORMEFILE.
           MOVE FECHAF TO FECHA-TITULO-D.
           MOVE LINEA-SEPARADORA TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE LINEA-TITULO TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE LINEA-SEPARADORA TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE FECHA-INICIO-PERIODO TO DESDE-PERIODO-D.
           MOVE FECHAF TO HASTA-PERIODO-D.
           IF TIPO-PERIODO = "M"
             MOVE "Mensual" TO TIPO-PERIODO-D
           ELSE
             MOVE "Diario" TO TIPO-PERIODO-D.
           MOVE LINEA-PERIODO TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE UMBRAL-DECLARAR TO UMBRAL-D.
           MOVE IMPORTE-MIN-RETENCION TO RETENCION-D.
           MOVE MARGEN-FRACCION TO MARGEN-D.
           MOVE LINEA-UMBRALES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE LINEA-EN-BLANCO TO LINEA-INFORME.
           WRITE LINEA-INFORME.

           PERFORM PROCESAR-CUENTAS THRU FIN-PROCESAR-CUENTAS.

           IF NUM-CLIENTES-ALERTA = 0
             MOVE LINEA-SIN-ALERTAS TO LINEA-INFORME
             WRITE LINEA-INFORME
             MOVE LINEA-EN-BLANCO TO LINEA-INFORME
             WRITE LINEA-INFORME.
           MOVE NUM-CLIENTES-REVISADOS TO CLIENTES-D.
           MOVE NUM-CLIENTES-ALERTA TO CLIENTES-ALERTA-D.
           MOVE LINEA-RESUMEN-CLIENTES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE NUM-ALERTAS-UMBRAL TO ALERTAS-UMBRAL-D.
           MOVE NUM-ALERTAS-FRACCION TO ALERTAS-FRACCION-D.
           MOVE NUM-ALERTAS-SALIDA TO ALERTAS-SALIDA-D.
           MOVE LINEA-RESUMEN-ALERTAS TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           CLOSE INFORMEFILE.

           CLOSE CUENTAFILE.
           CLOSE MOVFILE.
           DISPLAY "BLANQUEO: clientes revisados "
                   NUM-CLIENTES-REVISADOS
                   " con alertas " NUM-CLIENTES-ALERTA.
           STOP RUN.

      *Procedimiento obtener-fecha
       OBTENER-FECHA.
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE CORR FECHA TO FECHAF.

      *Procedimiento leer-parametros
      *Carga los umbrales desde BLANQUEO.PAR si cumplimiento
      *normativo lo ha dejado; si el fichero no existe se aplican
      *los valores por defecto de WORKING-STORAGE.
       LEER-PARAMETROS.
           OPEN INPUT PARAMFILE.
           IF FSPA NOT = "00"
             GO TO FIN-LEER-PARAMETROS.
           READ PARAMFILE
             AT END
               CLOSE PARAMFILE
               GO TO FIN-LEER-PARAMETROS.
           MOVE PAR-UMBRAL-DECLARAR TO UMBRAL-DECLARAR.
           MOVE PAR-MARGEN-FRACCION TO MARGEN-FRACCION.
           MOVE PAR-NUM-FRACCION TO NUM-FRACCION.
           MOVE PAR-DIAS-FRACCION TO DIAS-FRACCION.
           MOVE PAR-INGRESO-GRANDE TO INGRESO-GRANDE.
           MOVE PAR-DIAS-SALIDA TO DIAS-SALIDA.
           CLOSE PARAMFILE.
       FIN-LEER-PARAMETROS.
           EXIT.

      *Procedimiento leer-parametros-reten
      *Carga el importe a partir del cual CAJERO retiene los
      *ingresos desde RETEN.PAR, igual que CAJERO; si el fichero
      *no existe se aplica el valor por defecto.
       LEER-PARAMETROS-RETEN.
           OPEN INPUT RETENPARFILE.
           IF FSRE NOT = "00"
             GO TO FIN-LEER-PARAMETROS-RETEN.
           READ RETENPARFILE
             AT END
               CLOSE RETENPARFILE
               GO TO FIN-LEER-PARAMETROS-RETEN.
           MOVE PAR-IMPORTE-RETENCION TO IMPORTE-MIN-RETENCION.
           CLOSE RETENPARFILE.
       FIN-LEER-PARAMETROS-RETEN.
           EXIT.

      *Procedimiento calcular-dia-serial
      *Convierte DS-DD/DS-MM/DS-AA en un numero de dia correlativo
      *(anyo por 365 mas los dias transcurridos del anyo), valido
      *para medir distancias de pocos dias entre dos fechas, igual
      *que hace AVISOS.
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

      *Procedimiento procesar-cuentas
      *Recorre CUENTAS.DAT en orden de cuenta. Cada titular se
      *revisa una sola vez, al llegar a la primera (la de numero
      *mas bajo) de sus cuentas.
       PROCESAR-CUENTAS.
           MOVE "NO" TO FIN-CUENTAS.
         INICIO-LEER-CUENTAS.
           IF FIN-CUENTAS = "SI"
             GO TO FIN-PROCESAR-CUENTAS.
           READ CUENTAFILE NEXT RECORD
                AT END GO TO FIN-PROCESAR-CUENTAS.
           MOVE CTA-NUM-CUENTA TO CUENTA-ACTUAL.
           MOVE CTA-DNI TO DNI-ACTUAL.
           MOVE CTA-TITULAR TO TITULAR-ACTUAL.

           PERFORM BUSCAR-CUENTAS-DNI THRU FIN-BUSCAR-CUENTAS-DNI.
           IF DNI-YA-TRATADO = "SI"
             GO TO INICIO-LEER-CUENTAS.

           ADD 1 TO NUM-CLIENTES-REVISADOS.
           PERFORM CARGAR-MOVS-DNI THRU FIN-CARGAR-MOVS-DNI.
           PERFORM ANALIZAR-DNI THRU FIN-ANALIZAR-DNI.
           GO TO INICIO-LEER-CUENTAS.
       FIN-PROCESAR-CUENTAS.
           EXIT.

      *Procedimiento buscar-cuentas-dni
      *Junta en LISTA-CUENTAS-DNI todas las cuentas con el DNI de
      *la cuenta actual. Si alguna tiene numero mas bajo, el
      *titular ya se reviso con ella. Las cuentas sin DNI se
      *revisan solas. Al terminar se vuelve a dejar CUENTAFILE
      *posicionado tras la cuenta actual.
       BUSCAR-CUENTAS-DNI.
           MOVE "NO" TO DNI-YA-TRATADO.
           MOVE 1 TO NUM-CUENTAS-DNI.
           MOVE CUENTA-ACTUAL TO CUENTA-DNI(1).
           IF DNI-ACTUAL = SPACES
             GO TO FIN-BUSCAR-CUENTAS-DNI.
           MOVE LOW-VALUES TO CTA-NUM-CUENTA.
           START CUENTAFILE KEY IS NOT LESS THAN CTA-NUM-CUENTA
             INVALID KEY GO TO REPOSICIONAR-CUENTAS.
         INICIO-LEER-CUENTAS-DNI.
           READ CUENTAFILE NEXT RECORD
                AT END GO TO REPOSICIONAR-CUENTAS.
           IF CTA-DNI NOT = DNI-ACTUAL
             GO TO INICIO-LEER-CUENTAS-DNI.
           IF CTA-NUM-CUENTA = CUENTA-ACTUAL
             GO TO INICIO-LEER-CUENTAS-DNI.
           IF CTA-NUM-CUENTA < CUENTA-ACTUAL
             MOVE "SI" TO DNI-YA-TRATADO
             GO TO REPOSICIONAR-CUENTAS.
           IF NUM-CUENTAS-DNI < 10
             ADD 1 TO NUM-CUENTAS-DNI
             MOVE CTA-NUM-CUENTA TO CUENTA-DNI(NUM-CUENTAS-DNI).
           GO TO INICIO-LEER-CUENTAS-DNI.
         REPOSICIONAR-CUENTAS.
           MOVE CUENTA-ACTUAL TO CTA-NUM-CUENTA.
           START CUENTAFILE KEY IS GREATER THAN CTA-NUM-CUENTA
             INVALID KEY MOVE "SI" TO FIN-CUENTAS.
       FIN-BUSCAR-CUENTAS-DNI.
           EXIT.

      *Procedimiento cargar-movs-dni
      *Carga en TABLA-MOVS-DNI los movimientos de todas las
      *cuentas del titular que interesan a la revision.
       CARGAR-MOVS-DNI.
           MOVE 0 TO NUM-MOVS-DNI.
           MOVE "NO" TO TABLA-LLENA.
           MOVE 1 TO IC.
         INICIO-CARGAR-CUENTA-DNI.
           IF IC > NUM-CUENTAS-DNI
             GO TO FIN-CARGAR-MOVS-DNI.
           PERFORM CARGAR-MOVS-CUENTA THRU FIN-CARGAR-MOVS-CUENTA.
           ADD 1 TO IC.
           GO TO INICIO-CARGAR-CUENTA-DNI.
       FIN-CARGAR-MOVS-DNI.
           EXIT.

      *Procedimiento cargar-movs-cuenta
      *Se posiciona por clave en los movimientos de la cuenta y
      *guarda los reintegros, ingresos y transferencias a otros
      *bancos desde DIA-SERIAL-CARGA hasta hoy. Los ingresos se
      *marcan si quedan justo por debajo del importe de retencion
      *o del umbral de declaracion.
       CARGAR-MOVS-CUENTA.
           MOVE CUENTA-DNI(IC) TO MOV-ID.
           MOVE 0 TO MOV-NUM-SEC.
           START MOVFILE KEY IS NOT LESS THAN MOV-CLAVE
             INVALID KEY GO TO FIN-CARGAR-MOVS-CUENTA.
         INICIO-LEER-MOVS-CUENTA.
           READ MOVFILE NEXT RECORD
                AT END GO TO FIN-CARGAR-MOVS-CUENTA.
           IF MOV-ID NOT = CUENTA-DNI(IC)
             GO TO FIN-CARGAR-MOVS-CUENTA.
           IF NOT MOV-TIPO-REINTEGRO AND NOT MOV-TIPO-INGRESO
                AND NOT MOV-TIPO-TRANSF-EXT
             GO TO INICIO-LEER-MOVS-CUENTA.

           MOVE DDM TO DS-DD.
           MOVE MMM TO DS-MM.
           MOVE AAM TO DS-AA.
           PERFORM CALCULAR-DIA-SERIAL THRU FIN-CALCULAR-DIA-SERIAL.
           IF DS-SERIAL < DIA-SERIAL-CARGA
                OR DS-SERIAL > DIA-SERIAL-HOY
             GO TO INICIO-LEER-MOVS-CUENTA.

           IF NUM-MOVS-DNI = 300
             MOVE "SI" TO TABLA-LLENA
             GO TO FIN-CARGAR-MOVS-CUENTA.

           MOVE MOV-CANTIDAD TO MOV-CANTIDAD-NUM.
           COMPUTE IMPORTE-ABSOLUTO = MOV-CANTIDAD-NUM.
           IF MOV-CANTIDAD-NUM < 0
             COMPUTE IMPORTE-ABSOLUTO = MOV-CANTIDAD-NUM * -1.

           ADD 1 TO NUM-MOVS-DNI.
           MOVE MOV-ID TO MOVT-CUENTA(NUM-MOVS-DNI).
           MOVE MOV-FECHA TO MOVT-FECHA(NUM-MOVS-DNI).
           MOVE DS-SERIAL TO MOVT-SERIAL(NUM-MOVS-DNI).
           COMPUTE MOVT-HORA(NUM-MOVS-DNI) =
                   HH * 10000 + MM OF MOV-HORA * 100 + SS.
           MOVE MOV-TIPO TO MOVT-TIPO(NUM-MOVS-DNI).
           MOVE IMPORTE-ABSOLUTO TO MOVT-IMPORTE(NUM-MOVS-DNI).
           MOVE "NO" TO MOVT-CASI-LIMITE(NUM-MOVS-DNI).
           IF MOV-TIPO-INGRESO
             IF IMPORTE-ABSOLUTO NOT > IMPORTE-MIN-RETENCION
                  AND IMPORTE-ABSOLUTO NOT < MINIMO-CASI-RETENCION
               MOVE "SI" TO MOVT-CASI-LIMITE(NUM-MOVS-DNI).
           IF MOV-TIPO-INGRESO
             IF IMPORTE-ABSOLUTO NOT > UMBRAL-DECLARAR
                  AND IMPORTE-ABSOLUTO NOT < MINIMO-CASI-DECLARAR
               MOVE "SI" TO MOVT-CASI-LIMITE(NUM-MOVS-DNI).
           GO TO INICIO-LEER-MOVS-CUENTA.
       FIN-CARGAR-MOVS-CUENTA.
           EXIT.

      *Procedimiento analizar-dni
       ANALIZAR-DNI.
           MOVE "NO" TO HAY-ALERTAS-DNI.
           PERFORM REVISAR-UMBRAL THRU FIN-REVISAR-UMBRAL.
           PERFORM REVISAR-FRACCIONAMIENTO
                        THRU FIN-REVISAR-FRACCIONAMIENTO.
           PERFORM REVISAR-SALIDAS THRU FIN-REVISAR-SALIDAS.
           IF TABLA-LLENA = "SI"
             PERFORM EMITIR-CABECERA-DNI THRU FIN-EMITIR-CABECERA-DNI
             MOVE LINEA-TABLA-LLENA TO LINEA-INFORME
             WRITE LINEA-INFORME.
           IF HAY-ALERTAS-DNI = "SI"
             ADD 1 TO NUM-CLIENTES-ALERTA
             MOVE LINEA-EN-BLANCO TO LINEA-INFORME
             WRITE LINEA-INFORME.
       FIN-ANALIZAR-DNI.
           EXIT.

      *Procedimiento revisar-umbral
      *Cada reintegro o ingreso del periodo que pase del umbral de
      *declaracion sale en el informe.
       REVISAR-UMBRAL.
           MOVE 1 TO IT.
         INICIO-REVISAR-UMBRAL.
           IF IT > NUM-MOVS-DNI
             GO TO FIN-REVISAR-UMBRAL.
           IF MOVT-SERIAL(IT) < DIA-SERIAL-INICIO
             GO TO SIGUIENTE-REVISAR-UMBRAL.
           IF MOVT-TIPO(IT) NOT = "01" AND MOVT-TIPO(IT) NOT = "02"
             GO TO SIGUIENTE-REVISAR-UMBRAL.
           IF MOVT-IMPORTE(IT) NOT > UMBRAL-DECLARAR
             GO TO SIGUIENTE-REVISAR-UMBRAL.

           PERFORM EMITIR-CABECERA-DNI THRU FIN-EMITIR-CABECERA-DNI.
           IF MOVT-TIPO(IT) = "01"
             MOVE "Reintegro" TO TIPO-OPER-D
           ELSE
             MOVE "Ingreso" TO TIPO-OPER-D.
           MOVE MOVT-CUENTA(IT) TO CUENTA-UMBRAL-D.
           MOVE MOVT-FECHA(IT) TO FECHA-UMBRAL-D.
           MOVE MOVT-IMPORTE(IT) TO IMPORTE-UMBRAL-D.
           MOVE LINEA-ALERTA-UMBRAL TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           ADD 1 TO NUM-ALERTAS-UMBRAL.
         SIGUIENTE-REVISAR-UMBRAL.
           ADD 1 TO IT.
           GO TO INICIO-REVISAR-UMBRAL.
       FIN-REVISAR-UMBRAL.
           EXIT.

      *Procedimiento revisar-fraccionamiento
      *Para cada ingreso del periodo justo por debajo de un limite
      *cuenta los que hay en los DIAS-FRACCION dias que acaban en
      *el suyo. Del titular se informa una vez, con la ventana que
      *mas ingresos junta, si llega a NUM-FRACCION.
       REVISAR-FRACCIONAMIENTO.
           MOVE 0 TO MAX-FRACCION.
           MOVE 0 TO MAX-TOTAL-FRACCION.
           MOVE 1 TO IT.
         INICIO-REVISAR-FRACCION.
           IF IT > NUM-MOVS-DNI
             GO TO EMITIR-FRACCIONAMIENTO.
           IF MOVT-SERIAL(IT) < DIA-SERIAL-INICIO
             GO TO SIGUIENTE-REVISAR-FRACCION.
           IF MOVT-CASI-LIMITE(IT) NOT = "SI"
             GO TO SIGUIENTE-REVISAR-FRACCION.

           PERFORM CONTAR-VENTANA-FRACCION
                        THRU FIN-CONTAR-VENTANA-FRACCION.
           IF CUENTA-FRACCION > MAX-FRACCION
             MOVE CUENTA-FRACCION TO MAX-FRACCION
             MOVE TOTAL-FRACCION TO MAX-TOTAL-FRACCION
             MOVE FECHA-MIN-FRACCION TO MAX-DESDE-FRACCION
             MOVE MOVT-FECHA(IT) TO MAX-HASTA-FRACCION.
         SIGUIENTE-REVISAR-FRACCION.
           ADD 1 TO IT.
           GO TO INICIO-REVISAR-FRACCION.

         EMITIR-FRACCIONAMIENTO.
           IF MAX-FRACCION = 0 OR MAX-FRACCION < NUM-FRACCION
             GO TO FIN-REVISAR-FRACCIONAMIENTO.
           PERFORM EMITIR-CABECERA-DNI THRU FIN-EMITIR-CABECERA-DNI.
           MOVE MAX-FRACCION TO NUM-FRACCION-D.
           MOVE MAX-DESDE-FRACCION TO DESDE-FRACCION-D.
           MOVE MAX-HASTA-FRACCION TO HASTA-FRACCION-D.
           MOVE LINEA-ALERTA-FRACCION TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE MAX-TOTAL-FRACCION TO TOTAL-ALERTA-D.
           MOVE LINEA-TOTAL-ALERTA TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           ADD 1 TO NUM-ALERTAS-FRACCION.
       FIN-REVISAR-FRACCIONAMIENTO.
           EXIT.

      *Procedimiento contar-ventana-fraccion
      *Cuenta y suma los ingresos justo por debajo de un limite
      *entre DIAS-FRACCION - 1 dias antes del ingreso IT y el
      *mismo dia, y guarda la fecha del primero.
       CONTAR-VENTANA-FRACCION.
           MOVE 0 TO CUENTA-FRACCION.
           MOVE 0 TO TOTAL-FRACCION.
           MOVE MOVT-SERIAL(IT) TO SERIAL-MIN-FRACCION.
           MOVE MOVT-FECHA(IT) TO FECHA-MIN-FRACCION.
           MOVE MOVT-SERIAL(IT) TO DIA-SERIAL-HASTA.
           MOVE MOVT-SERIAL(IT) TO DIA-SERIAL-DESDE.
           IF DIAS-FRACCION > 1
             COMPUTE DIA-SERIAL-DESDE =
                          DIA-SERIAL-HASTA - DIAS-FRACCION + 1.
           MOVE 1 TO JT.
         INICIO-CONTAR-FRACCION.
           IF JT > NUM-MOVS-DNI
             GO TO FIN-CONTAR-VENTANA-FRACCION.
           IF MOVT-CASI-LIMITE(JT) NOT = "SI"
             GO TO SIGUIENTE-CONTAR-FRACCION.
           IF MOVT-SERIAL(JT) < DIA-SERIAL-DESDE
                OR MOVT-SERIAL(JT) > DIA-SERIAL-HASTA
             GO TO SIGUIENTE-CONTAR-FRACCION.
           ADD 1 TO CUENTA-FRACCION.
           ADD MOVT-IMPORTE(JT) TO TOTAL-FRACCION.
           IF MOVT-SERIAL(JT) < SERIAL-MIN-FRACCION
             MOVE MOVT-SERIAL(JT) TO SERIAL-MIN-FRACCION
             MOVE MOVT-FECHA(JT) TO FECHA-MIN-FRACCION.
         SIGUIENTE-CONTAR-FRACCION.
           ADD 1 TO JT.
           GO TO INICIO-CONTAR-FRACCION.
       FIN-CONTAR-VENTANA-FRACCION.
           EXIT.

      *Procedimiento revisar-salidas
      *Cada ingreso grande se cruza con las transferencias a otros
      *bancos de cualquier cuenta del titular hechas despues, en
      *los DIAS-SALIDA dias siguientes. Solo cuentan las que caen
      *en el periodo, para no repetir en el informe de hoy lo que
      *ya salio en el de ayer.
       REVISAR-SALIDAS.
           MOVE 1 TO IT.
         INICIO-REVISAR-SALIDAS.
           IF IT > NUM-MOVS-DNI
             GO TO FIN-REVISAR-SALIDAS.
           IF MOVT-TIPO(IT) NOT = "02"
             GO TO SIGUIENTE-REVISAR-SALIDAS.
           IF MOVT-IMPORTE(IT) < INGRESO-GRANDE
             GO TO SIGUIENTE-REVISAR-SALIDAS.

           PERFORM SUMAR-SALIDAS-INGRESO THRU FIN-SUMAR-SALIDAS-INGRESO.
           IF NUM-SALIDAS = 0
             GO TO SIGUIENTE-REVISAR-SALIDAS.

           PERFORM EMITIR-CABECERA-DNI THRU FIN-EMITIR-CABECERA-DNI.
           MOVE MOVT-IMPORTE(IT) TO IMPORTE-INGRESO-D.
           MOVE MOVT-FECHA(IT) TO FECHA-INGRESO-D.
           MOVE LINEA-ALERTA-INGRESO TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE NUM-SALIDAS TO NUM-SALIDAS-D.
           MOVE TOTAL-SALIDAS TO IMPORTE-SALIDAS-D.
           MOVE LINEA-ALERTA-SALIDA TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           ADD 1 TO NUM-ALERTAS-SALIDA.
         SIGUIENTE-REVISAR-SALIDAS.
           ADD 1 TO IT.
           GO TO INICIO-REVISAR-SALIDAS.
       FIN-REVISAR-SALIDAS.
           EXIT.

      *Procedimiento sumar-salidas-ingreso
       SUMAR-SALIDAS-INGRESO.
           MOVE 0 TO NUM-SALIDAS.
           MOVE 0 TO TOTAL-SALIDAS.
           COMPUTE DIA-SERIAL-HASTA = MOVT-SERIAL(IT) + DIAS-SALIDA.
           MOVE 1 TO JT.
         INICIO-SUMAR-SALIDAS.
           IF JT > NUM-MOVS-DNI
             GO TO FIN-SUMAR-SALIDAS-INGRESO.
           IF MOVT-TIPO(JT) NOT = "04"
             GO TO SIGUIENTE-SUMAR-SALIDAS.
           IF MOVT-SERIAL(JT) < DIA-SERIAL-INICIO
                OR MOVT-SERIAL(JT) > DIA-SERIAL-HASTA
                OR MOVT-SERIAL(JT) < MOVT-SERIAL(IT)
             GO TO SIGUIENTE-SUMAR-SALIDAS.
           IF MOVT-SERIAL(JT) = MOVT-SERIAL(IT)
                AND MOVT-HORA(JT) < MOVT-HORA(IT)
             GO TO SIGUIENTE-SUMAR-SALIDAS.
           ADD 1 TO NUM-SALIDAS.
           ADD MOVT-IMPORTE(JT) TO TOTAL-SALIDAS.
         SIGUIENTE-SUMAR-SALIDAS.
           ADD 1 TO JT.
           GO TO INICIO-SUMAR-SALIDAS.
       FIN-SUMAR-SALIDAS-INGRESO.
           EXIT.

      *Procedimiento emitir-cabecera-dni
      *La primera alerta de un titular abre su bloque con el DNI,
      *el nombre y el numero de cuentas revisadas.
       EMITIR-CABECERA-DNI.
           IF HAY-ALERTAS-DNI = "SI"
             GO TO FIN-EMITIR-CABECERA-DNI.
           MOVE "SI" TO HAY-ALERTAS-DNI.
           MOVE DNI-ACTUAL TO DNI-D.
           MOVE TITULAR-ACTUAL TO TITULAR-D.
           MOVE NUM-CUENTAS-DNI TO CUENTAS-DNI-D.
           MOVE LINEA-CABECERA-DNI TO LINEA-INFORME.
           WRITE LINEA-INFORME.
       FIN-EMITIR-CABECERA-DNI.
           EXIT.

       END PROGRAM BLANQUEO.
