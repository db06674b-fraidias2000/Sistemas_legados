      *Copia del registro de ficheros recibidos (FICHREC.DAT),
      *indexado por tipo de fichero (ABONOS o DOMIC), entidad que
      *lo envia e identificador del fichero de su cabecera.
      *RECIBIR y DOMICIL anotan aqui cada fichero antes de aplicar
      *sus registros y rechazan entero cualquier fichero que ya
      *figure, para que un fichero repetido por la entidad o una
      *segunda pasada del proceso no vuelva a aplicar nada.
      *Estados: E = en proceso (si se queda asi, el proceso se
      *              interrumpio a medias y hay que revisarlo),
      *         P = procesado.
         01 REG-FICHERO-RECIBIDO.
           02 FREC-CLAVE.
              03 FREC-TIPO-FICHERO   PIC X(8).
              03 FREC-ENTIDAD        PIC 9(4).
              03 FREC-ID-FICHERO     PIC X(12).
           02 FREC-FECHA-FICHERO     PIC X(10).
           02 FREC-NUM-REGISTROS     PIC 9(7).
           02 FREC-IMPORTE-TOTAL     PIC 9(11)V99.
           02 FREC-FECHA-PROCESO     PIC X(10).
           02 FREC-HORA-PROCESO      PIC X(8).
           02 FREC-ESTADO            PIC X.
              88 FREC-EN-PROCESO     VALUE "E".
              88 FREC-PROCESADO      VALUE "P".
