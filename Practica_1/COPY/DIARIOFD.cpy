      *Copia del registro del diario de operaciones de CAJERO
      *(DIARIO.DAT), indexado por fecha, hora y tarjeta. Antes de
      *tocar ningun fichero, cada operacion que actualiza varios
      *(reintegro, ingreso, transferencia, compra y cancelacion de
      *entradas y devolucion de recibos) anota aqui la imagen
      *anterior y la posterior de todo lo que va a cambiar, en
      *estado "P", y al terminar la pasa a "C".
      *Si el cajero se cae a medias la operacion queda en "P" y
      *el proceso de arranque RECUPERA la completa (estado "R") o
      *la deshace (estado "A") a partir de estas imagenes; si los
      *ficheros no cuadran con ninguna de las dos imagenes la deja
      *en "I" para que la revise la oficina.
         01 REG-DIARIO.
           02 DIA-CLAVE.
              03 DIA-FECHA           PIC 9(8).
              03 DIA-HORA            PIC 9(8).
              03 DIA-TARJ            PIC 9(10).
           02 DIA-OPERACION          PIC X(2).
              88 DIA-OPER-REINTEGRO  VALUE "RE".
              88 DIA-OPER-INGRESO    VALUE "IN".
              88 DIA-OPER-TRANSF     VALUE "TR".
              88 DIA-OPER-COMPRA-ENT VALUE "CE".
              88 DIA-OPER-CANCEL-ENT VALUE "CC".
              88 DIA-OPER-DEV-RECIBO VALUE "DR".
           02 DIA-ESTADO             PIC X.
              88 DIA-PENDIENTE       VALUE "P".
              88 DIA-COMPLETADA      VALUE "C".
              88 DIA-RECUPERADA      VALUE "R".
              88 DIA-ANULADA         VALUE "A".
              88 DIA-INCIDENCIA      VALUE "I".
           02 DIA-FECHAF             PIC X(10).
           02 DIA-HORAF              PIC X(8).
           02 DIA-IMPORTE            PIC 9(9)V99.
      *Cuenta de la operacion, con su saldo antes y despues, y el
      *movimiento que se le anota.
           02 DIA-CUENTA             PIC A(2)9(22).
           02 DIA-SALDO-ANT          PIC S9(9)V99.
           02 DIA-SALDO-NUEVO        PIC S9(9)V99.
           02 DIA-MOV-NUM-SEC        PIC 9(6).
           02 DIA-MOV-CONCEPTO       PIC X(40).
           02 DIA-MOV-CANTIDAD       PIC S9(9)V99.
           02 DIA-MOV-CONTRAPARTIDA  PIC X(24).
           02 DIA-MOV-TIPO           PIC X(2).
      *Transferencias: cuenta destino y, si es de este banco, su
      *saldo antes y despues; si no lo es (DIA-DESTINO-EXTERNO =
      *"S") se anota para compensacion con el titular indicado.
           02 DIA-CUENTA-DESTINO     PIC A(2)9(22).
      *Cancelaciones de entradas y devoluciones de recibos: numero
      *de secuencia, en la misma cuenta, del movimiento original
      *que se marca como reembolsado o devuelto.
           02 DIA-MOV-ORIGEN REDEFINES DIA-CUENTA-DESTINO.
              03 DIA-MOV-ORIGEN-SEC  PIC 9(6).
              03 FILLER              PIC X(18).
           02 DIA-DESTINO-EXTERNO    PIC X.
           02 DIA-SALDO-DEST-ANT     PIC S9(9)V99.
           02 DIA-SALDO-DEST-NUEVO   PIC S9(9)V99.
           02 DIA-TITULAR-DESTINO    PIC X(15).
      *Reintegros e ingresos: billetes del cajetin antes y despues.
           02 DIA-CAJETIN-ANT.
              03 DIA-BILLETES-ANT OCCURS 7 TIMES
                                     PIC 9(5).
           02 DIA-CAJETIN-NUEVO.
              03 DIA-BILLETES-NUEVO OCCURS 7 TIMES
                                     PIC 9(5).
      *Ingresos: numero de la retencion que se crea (cero si el
      *ingreso no queda retenido).
           02 DIA-RET-NUM            PIC 9(4).
      *Compras y cancelaciones de entradas: sesion y entradas
      *libres antes y despues.
           02 DIA-SES-CLAVE.
              03 DIA-SES-ESPEC       PIC 99.
              03 DIA-SES-NUMERO      PIC 99.
           02 DIA-SES-DISPO-ANT      PIC 9(3).
           02 DIA-SES-DISPO-NUEVO    PIC 9(3).
