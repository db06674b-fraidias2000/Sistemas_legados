      *Copia del registro de reclamaciones de reintegros de cajero
      *(RECLAMA.DAT), indexado por el movimiento reclamado (cuenta
      *y numero de secuencia en MOVS.DAT): cada reintegro solo se
      *puede reclamar una vez. La oficina la anota en MANTENIM
      *cuando el cliente dice que el cajero le cargo el reintegro
      *sin darle el efectivo. Cuando el dia del reintegro ya esta
      *arqueado, ARQUEO anota si el cajetin tuvo sobrante que la
      *respalde; despues un operador de nivel 2 la acepta (se
      *abona lo reclamado con su propio tipo de movimiento) o la
      *rechaza.
      *Arqueo: blanco = dia aun sin arquear, S = sobrante que cubre
      *lo reclamado, P = sobrante menor que lo reclamado, N = sin
      *sobrante, X = sin arqueo del dia anterior para comparar.
      *Estados: P = pendiente, A = aceptada, R = rechazada.
         01 REG-RECLAMACION.
           02 RCL-CLAVE.
              03 RCL-CUENTA          PIC A(2)9(22).
              03 RCL-NUM-SEC         PIC 9(6).
           02 RCL-TARJ               PIC 9(10).
           02 RCL-IMPORTE-REINTEGRO  PIC 9(9)V99.
           02 RCL-IMPORTE            PIC 9(9)V99.
           02 RCL-FECHA-REINTEGRO.
              03 DDRI                PIC 99.
              03 FILLER              PIC X.
              03 MMRI                PIC 99.
              03 FILLER              PIC X.
              03 AARI                PIC 9999.
           02 RCL-FECHA-ALTA.
              03 DDRA                PIC 99.
              03 FILLER              PIC X.
              03 MMRA                PIC 99.
              03 FILLER              PIC X.
              03 AARA                PIC 9999.
           02 RCL-HORA-ALTA          PIC X(8).
           02 RCL-OPER-ALTA          PIC 9(4).
           02 RCL-ARQUEO             PIC X.
              88 RCL-SIN-ARQUEAR     VALUE " ".
              88 RCL-SOBRANTE-CUBRE  VALUE "S".
              88 RCL-SOBRANTE-PARCIAL VALUE "P".
              88 RCL-SIN-SOBRANTE    VALUE "N".
              88 RCL-SIN-COMPARAR    VALUE "X".
           02 RCL-SOBRANTE-DIA       PIC S9(9)V99.
           02 RCL-ESTADO             PIC X.
              88 RCL-PENDIENTE       VALUE "P".
              88 RCL-ACEPTADA        VALUE "A".
              88 RCL-RECHAZADA       VALUE "R".
           02 RCL-FECHA-RESOLUCION.
              03 DDRS                PIC 99.
              03 FILLER              PIC X.
              03 MMRS                PIC 99.
              03 FILLER              PIC X.
              03 AARS                PIC 9999.
           02 RCL-OPER-RESOLUCION    PIC 9(4).
