           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSAO.

           SELECT CANCELAFILE ASSIGN TO DISK "CANCESP.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSCN.

           SELECT MANDATOFILE ASSIGN TO DISK "MANDATOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAN-CLAVE
           FILE STATUS IS FSMA.

           SELECT PERIODFILE ASSIGN TO DISK "PERIODICAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PER-CLAVE
           FILE STATUS IS FSPE.

           SELECT COMPFILE ASSIGN TO DISK "COMPENSACION.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSC.

           SELECT CIERREFILE ASSIGN TO DISK "CIERRECTA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSCI.

           SELECT PRESTFILE ASSIGN TO DISK "PRESTAMOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-CLAVE
           FILE STATUS IS FSPR.

           SELECT CUOTAFILE ASSIGN TO DISK "CUOTASPR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUO-CLAVE
           FILE STATUS IS FSCO.

           SELECT RECLAMAFILE ASSIGN TO DISK "RECLAMA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCL-CLAVE
           FILE STATUS IS FSRC.

       DATA DIVISION.
       FILE SECTION.
       FD USERFILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITOPFD.

      *Listado para el promotor de los reembolsos hechos al
      *cancelar un espectaculo o una sesion.
         FD CANCELAFILE
           LABEL RECORDS ARE STANDARD.
         01 LINEA-CANCELA            PIC X(80).

         FD MANDATOFILE
           LABEL RECORDS ARE STANDARD.
           COPY MANDATOFD.

         FD PERIODFILE
           LABEL RECORDS ARE STANDARD.
           COPY PERIODFD.

         FD COMPFILE
           LABEL RECORDS ARE STANDARD.
           COPY COMPFD.

      *Justificantes de cierre de cuenta que se entregan al
      *titular, uno tras otro.
         FD CIERREFILE
           LABEL RECORDS ARE STANDARD.
         01 LINEA-CIERRE             PIC X(80).

         FD PRESTFILE
           LABEL RECORDS ARE STANDARD.
           COPY PRESTFD.

         FD CUOTAFILE
           LABEL RECORDS ARE STANDARD.
           COPY CUOTAPRFD.

         FD RECLAMAFILE
           LABEL RECORDS ARE STANDARD.
           COPY RECLAMAFD.

         WORKING-STORAGE SECTION.
         77 FSU                      PIC XX.
         77 FSCU                     PIC XX.
         77 MSJ-ERROR-ACCION-RET     PIC X(51) VALUE
            "Indique L para liberar o A para anular!".

         77 FSCN                     PIC XX.
         77 MSJ-ERROR-SESION-CANC    PIC X(51) VALUE
            "Esa sesion ya esta cancelada!".
         77 MSJ-ERROR-SESION-PASADA  PIC X(51) VALUE
            "Esa sesion ya se celebro: la liquida LIQESPEC!".
         77 MSJ-ERROR-SESION-LIQ     PIC X(51) VALUE
            "Esa sesion ya esta liquidada al promotor!".
         77 MSJ-ERROR-NIVEL-REEMB    PIC X(51) VALUE
            "Hay entradas que reembolsar: requiere nivel 2!".

         77 FSMA                     PIC XX.
         77 MSJ-ERROR-MANDATO-DUP    PIC X(51) VALUE
            "Ya hay un mandato activo para ese acreedor!".

         77 ANYOS-VIGENCIA-TARJ      PIC 9 VALUE 4.
         77 MSJ-ERROR-ACCION-TARJ    PIC X(51) VALUE
            "Indique P-Perdida, R-Robo o S-Sustituir!".
         77 MSJ-ERROR-TARJ-SUSTIT    PIC X(51) VALUE
            "Esa tarjeta ya esta sustituida por otra!".
         77 MSJ-ERROR-CLAVE-PROV     PIC X(51) VALUE
            "Indique la clave provisional de la nueva tarjeta!".

         77 FSPE                     PIC XX.
         77 FSC                      PIC XX.
         77 FSCI                     PIC XX.
         77 MSJ-ERROR-CTA-NO-INACT   PIC X(51) VALUE
            "Esa cuenta no esta inactiva!".
         77 MSJ-ERROR-CTA-CANCELADA  PIC X(51) VALUE
            "Esa cuenta ya esta cancelada!".
         77 MSJ-ERROR-CIERRE-RET     PIC X(51) VALUE
            "La cuenta tiene retenciones pendientes!".
         77 MSJ-ERROR-CIERRE-PER     PIC X(51) VALUE
            "La cuenta tiene ordenes periodicas vigentes!".
         77 MSJ-ERROR-CIERRE-DEUDOR  PIC X(51) VALUE
            "La cuenta tiene saldo deudor: debe cubrirse antes!".
         77 MSJ-ERROR-CUENTA-PAGO    PIC X(51) VALUE
            "Indique otra cuenta y su titular para el saldo!".
         77 MSJ-ERROR-PAGO-CANC      PIC X(51) VALUE
            "La cuenta de abono del saldo esta cancelada!".

         77 FSPR                     PIC XX.
         77 FSCO                     PIC XX.
         77 MSJ-ERROR-CIERRE-PREST   PIC X(51) VALUE
            "La cuenta tiene un prestamo pendiente!".
         77 MSJ-ERROR-PREST-CUENTA   PIC X(51) VALUE
            "Solo se conceden prestamos a cuentas activas!".
         77 MSJ-ERROR-PREST-DATOS    PIC X(51) VALUE
            "Indique importe, tipo (max. 30) y plazo (1 a 360)!".
         77 MSJ-ERROR-PREST-NUM      PIC X(51) VALUE
            "La cuenta ya tiene 99 prestamos concedidos!".

         77 FSRC                     PIC XX.
         77 MSJ-ERROR-RECL-MOV       PIC X(51) VALUE
            "No existe ese movimiento en la cuenta!".
         77 MSJ-ERROR-RECL-TIPO      PIC X(51) VALUE
            "Ese movimiento no es un reintegro de cajero!".
         77 MSJ-ERROR-RECL-IMPORTE   PIC X(51) VALUE
            "El importe no puede ser cero ni pasar del reintegro".
         77 MSJ-ERROR-RECL-DUP       PIC X(51) VALUE
            "Ese reintegro ya tiene una reclamacion!".
         77 MSJ-ERROR-RECL-NOENC     PIC X(51) VALUE
            "No existe esa reclamacion para esa cuenta!".
         77 MSJ-ERROR-RECL-ESTADO    PIC X(51) VALUE
            "Esa reclamacion ya esta resuelta!".
         77 MSJ-ERROR-ACCION-RECL    PIC X(51) VALUE
            "Indique A para aceptar o R para rechazar!".

      *Datos de la cancelacion de un espectaculo o de una de sus
      *sesiones (SESION-CANCELAR = 0 cancela todas las sesiones
      *que queden por celebrar y liquidar).
         01 DATOS-CANCELA-ESPEC.
            02 SESION-CANCELAR       PIC 99.
            02 NUM-COMPRAS-VENDIDAS  PIC 9(5).
            02 NUM-COMPRAS-PENDIENTES PIC 9(5).
            02 IMPORTE-PENDIENTE     PIC S9(9)V99.
            02 NUM-REEMBOLSOS        PIC 9(5).
            02 NUM-ENTRADAS-REEMB    PIC 9(7).
            02 IMPORTE-REEMBOLSADO   PIC S9(11)V99.
            02 NUM-SIN-REEMBOLSO     PIC 9(5).
            02 NUM-COMPRAS-RONDA     PIC 999.
            02 RONDA-LLENA           PIC X.
            02 CLAVE-REANUDA-CANC    PIC X(30).
            02 ICM                   PIC 999.
            02 ISC                   PIC 999.
            02 SES-REF-CANC          PIC 99.
            02 ESTADO-SESION-CANC    PIC X.
            02 FECHA-HOY-CANC        PIC 9(8).
            02 FECHA-SES-CANC        PIC 9(8).
            02 IMPORTE-REEMB-MOV     PIC S9(9)V99.
            02 ENTRADAS-REEMB-D      PIC ZZ9.
            02 CONCEPTO-REEMB        PIC X(40).

      *Sesiones del espectaculo afectadas por la cancelacion,
      *indexadas por numero de sesion ("S" = se cancela).
         01 TABLA-SESIONES-CANC.
            02 SES-A-CANCELAR OCCURS 99 TIMES PIC X.

      *Compras pendientes de reembolso cargadas en cada pasada
      *por MOVS.DAT; los reembolsos escriben en MOVS.DAT, asi
      *que no se hacen mientras se recorre el fichero.
         01 TABLA-COMPRAS-CANC.
            02 COMPRA-CANC OCCURS 100 TIMES.
                03 CMP-CLAVE.
                   04 CMP-CUENTA         PIC A(2)9(22).
                   04 CMP-NUM-SEC        PIC 9(6).
                03 CMP-SESION            PIC 99.
                03 CMP-ENTRADAS          PIC 999.
                03 CMP-IMPORTE           PIC S9(9)V99.

         01 LINEA-SEPARADORA-CANC    PIC X(80) VALUE ALL "=".
         01 LINEA-EN-BLANCO-CANC     PIC X(80) VALUE SPACES.

         01 LINEA-TITULO-CANC.
             02 FILLER               PIC X(20)
                 VALUE "UnizarBank".
             02 FILLER               PIC X(35)
                 VALUE "Reembolsos por cancelacion".
             02 FILLER               PIC X(15) VALUE "Fecha emision:".
             02 FECHA-TITULO-CANC-D  PIC X(10).

         01 LINEA-ESPEC-CANC.
             02 FILLER               PIC X(13)
                 VALUE "Espectaculo".
             02 NUMERO-CANC-D        PIC 99.
             02 FILLER               PIC X(2)  VALUE SPACES.
             02 NOMBRE-CANC-D        PIC X(20).
             02 FILLER               PIC X(10) VALUE "  Sesion: ".
             02 SESION-CANC-D        PIC X(5).
             02 FILLER               PIC X(12) VALUE "  Operador: ".
             02 OPERADOR-CANC-D      PIC 9(4).

         01 LINEA-CABECERA-CANC.
             02 FILLER               PIC X(3)  VALUE SPACES.
             02 FILLER               PIC X(26) VALUE "Cuenta".
             02 FILLER               PIC X(8)  VALUE "Sesion".
             02 FILLER               PIC X(10) VALUE "Entradas".
             02 FILLER               PIC X(16) VALUE "       Importe".

         01 LINEA-DETALLE-CANC.
             02 FILLER               PIC X(3)  VALUE SPACES.
             02 CUENTA-CANC-D        PIC X(24).
             02 FILLER               PIC X(4)  VALUE SPACES.
             02 SES-DET-CANC-D       PIC 99.
             02 FILLER               PIC X(6)  VALUE SPACES.
             02 ENTRADAS-CANC-D      PIC ZZ9.
             02 FILLER               PIC X(3)  VALUE SPACES.
             02 IMPORTE-DET-CANC-D   PIC ---------9.99.
             02 ESTADO-CANC-D        PIC X(20).

         01 LINEA-TOTAL-CANC.
             02 FILLER               PIC X(3)  VALUE SPACES.
             02 FILLER               PIC X(12) VALUE "Reembolsos:".
             02 REEMBOLSOS-CANC-D    PIC ZZZZ9.
             02 FILLER               PIC X(12) VALUE "  Entradas:".
             02 ENTRADAS-TOT-CANC-D  PIC ZZZZZZ9.
             02 FILLER               PIC X(9)  VALUE "  Total:".
             02 TOTAL-CANC-D         PIC -----------9.99.
             02 FILLER               PIC X(4)  VALUE " EUR".

      *Datos del cierre de una cuenta: el saldo que queda se paga
      *por transferencia a otra cuenta del banco o, si no es de
      *este banco, por compensacion interbancaria.
         01 DATOS-CIERRE-MANT.
            02 TITULAR-ABONO-MANT    PIC X(15).
            02 SALDO-CIERRE-MANT     PIC S9(9)V99.
            02 IMPORTE-CIERRE-MOV    PIC S9(9)V99.
            02 CONCEPTO-CIERRE-MOV   PIC X(40).
            02 ABONO-OTRO-BANCO      PIC X.
            02 HAY-RET-PENDIENTES    PIC XX.
            02 HAY-PER-VIGENTES      PIC XX.
            02 HAY-PREST-VIGENTES    PIC XX.
            02 FECHA-HOY-NUM         PIC 9(8).
            02 FECHA-ULTIMA-NUM      PIC 9(8).
            02 NUM-VINCULOS-BORRADOS PIC 9(3).
            02 NUM-MANDATOS-CANC     PIC 9(3).
            02 NUM-MOVS-CIERRE       PIC 9(5).
            02 MOV-CANTIDAD-CIERRE   PIC S9(9)V99.

         01 LINEA-TITULO-CIERRE.
             02 FILLER               PIC X(20)
                 VALUE "UnizarBank".
             02 FILLER               PIC X(35)
                 VALUE "Cierre de cuenta".
             02 FILLER               PIC X(15) VALUE "Fecha emision:".
             02 FECHA-TITULO-CIERRE-D PIC X(10).

         01 LINEA-CUENTA-CIERRE.
             02 FILLER               PIC X(10) VALUE "Cuenta: ".
             02 CUENTA-CIERRE-D      PIC A(2)9(22).
             02 FILLER               PIC X(12) VALUE "  Operador: ".
             02 OPERADOR-CIERRE-D    PIC 9(4).

         01 LINEA-TITULAR-CIERRE.
             02 FILLER               PIC X(10) VALUE "Titular: ".
             02 TITULAR-CIERRE-D     PIC X(30).
             02 FILLER               PIC X(7)  VALUE "  DNI: ".
             02 DNI-CIERRE-D         PIC X(9).

         01 LINEA-CABECERA-CIERRE.
             02 FILLER               PIC X(12) VALUE "Fecha".
             02 FILLER               PIC X(39) VALUE "Concepto".
             02 FILLER               PIC X(15) VALUE "Cantidad".
             02 FILLER               PIC X(5)  VALUE "Saldo".

         01 LINEA-MOV-CIERRE.
             02 FECHA-MOV-CIERRE-D   PIC X(10).
             02 FILLER               PIC X(2)  VALUE SPACES.
             02 CONCEPTO-CIERRE-D    PIC X(36).
             02 FILLER               PIC X(1)  VALUE SPACES.
             02 CANTIDAD-CIERRE-D    PIC --------9.99.
             02 FILLER               PIC X(2)  VALUE SPACES.
             02 SALDO-MOV-CIERRE-D   PIC --------9.99.

         01 LINEA-SALDO-CIERRE.
             02 FILLER               PIC X(28)
                 VALUE "Saldo liquidado al cierre:".
             02 SALDO-CIERRE-D       PIC --------9.99.
             02 FILLER               PIC X(4)  VALUE " EUR".

         01 LINEA-ABONO-CIERRE.
             02 FILLER               PIC X(18) VALUE "Abonado en: ".
             02 CUENTA-ABONO-CIERRE-D PIC X(24).
             02 FILLER               PIC X(2)  VALUE SPACES.
             02 TITULAR-ABONO-CIERRE-D PIC X(15).
             02 FILLER               PIC X(1)  VALUE SPACES.
             02 VIA-ABONO-CIERRE-D   PIC X(20).

         01 LINEA-BAJAS-CIERRE.
             02 FILLER               PIC X(28)
                 VALUE "Tarjetas desvinculadas:".
             02 VINCULOS-CIERRE-D    PIC ZZ9.
             02 FILLER               PIC X(26)
                 VALUE "   Mandatos cancelados:".
             02 MANDATOS-CIERRE-D    PIC ZZ9.

      *Datos de la concesion de un prestamo personal. La cuota
      *es fija (sistema frances) y se calcula con el tipo mensual;
      *las cuotas vencen cada mes el mismo dia que la concesion
      *(como mucho el 28, para que exista en todos los meses).
         01 DATOS-PRESTAMO-MANT.
            02 IMPORTE-PREST-MANT    PIC 9(7)V99.
            02 TIPO-PREST-MANT       PIC 99V999.
            02 DEMORA-PREST-MANT     PIC 99V999.
            02 PLAZO-PREST-MANT      PIC 999.
            02 NUM-PREST-MANT        PIC 99.
            02 CUOTA-PREST-MANT      PIC 9(9)V99.
            02 TIPO-MENSUAL-PREST    PIC 9V9(9).
            02 FACTOR-PREST          PIC 9(6)V9(9).
            02 CAPITAL-PEND-PREST    PIC 9(9)V99.
            02 NUM-CUOTA-PREST       PIC 999.
            02 DIA-VTO-PREST         PIC 99.
            02 MESES-VTO-PREST       PIC 9(6).
            02 MES-VTO-PREST         PIC 99.
            02 PRIMERA-CUOTA-PREST   PIC X(10).
            02 NUEVO-SALDO-PREST     PIC S9(9)V99.
            02 CONCEPTO-PREST-MOV    PIC X(40).
            02 FECHA-VTO-PREST.
               03 DD-VTO             PIC 99.
               03 FILLER             PIC X VALUE "/".
               03 MM-VTO             PIC 99.
               03 FILLER             PIC X VALUE "/".
               03 AA-VTO             PIC 9999.

      *Datos de las reclamaciones de reintegros de cajero: la
      *oficina anota el movimiento reclamado y lo que el cliente
      *dice que no recibio; para resolverlas se listan hasta 8
      *de la cuenta con el resultado del arqueo de su dia.
         01 DATOS-RECLAM-MANT.
            02 MOV-RECL-MANT         PIC 9(6).
            02 TARJ-RECL-MANT        PIC 9(10).
            02 IMPORTE-RECL-MANT     PIC 9(7)V99.
            02 IMPORTE-REINT-RECL    PIC S9(9)V99.
            02 ACCION-RECL-MANT      PIC X.
            02 NUM-RECL-LISTADAS     PIC 9.
            02 IRC                   PIC 9.
            02 LINEA-RECL            PIC 99.

         01 LISTA-RECLAM-MANT.
            02 RECLAM-MANT OCCURS 8 TIMES.
                03 RCLM-MOV              PIC 9(6).
                03 RCLM-FECHA            PIC X(10).
                03 RCLM-IMPORTE          PIC 9(9)V99.
                03 RCLM-ARQUEO           PIC X.
                03 RCLM-ESTADO           PIC X.

         01 LINEA-DETALLE-RECL.
            02 MOV-RECL-D            PIC 9(6).
            02 FILLER                PIC X(2) VALUE SPACES.
            02 FECHA-RECL-D          PIC X(10).
            02 FILLER                PIC X(2) VALUE SPACES.
            02 IMPORTE-RECL-D        PIC ZZZZZZ9.99.
            02 FILLER                PIC X(2) VALUE SPACES.
            02 ARQUEO-RECL-D         PIC X(9).
            02 FILLER                PIC X VALUE SPACES.
            02 ESTADO-RECL-D         PIC X(9).

         01 DATOS-RETEN-MANT.
            02 NUM-RET-MANT          PIC 9(4).
            02 ACCION-RET-MANT       PIC X.
            02 TFNO-MANT             PIC X(9).
            02 DIRECCION-MANT        PIC X(25).
            02 PIN-NUEVO-MANT        PIC 9(4).
            02 ACCION-TARJ-MANT      PIC X.
            02 ESTADO-TARJ-MANT      PIC X(20).
            02 TARJ-NUEVA-MANT       PIC 9(10).
            02 NUM-VINCULOS-MOVIDOS  PIC 9(3).

         01 DATOS-CUENTA-MANT.
            02 NUM-CUENTA-MANT       PIC A(2)9(22).
            02 TARJ-VINCULO-MANT     PIC 9(10).
            02 ACCION-VINCULO-MANT   PIC X.
            02 LIMITE-DESC-MANT      PIC 9(7)V99.
            02 CUENTA-ABONO-MANT     PIC A(2)9(22).
            02 ACREEDOR-MANT         PIC X(20).
            02 IMPORTE-MAX-MANT      PIC 9(7)V99.

         01 DATOS-ESPEC-MANT.
            02 NUM-ESPEC-MANT        PIC 99.
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 9  COL 8  VALUE "1 - Alta de usuario".
            02 LINE 10 COL 8  VALUE "2 - Modificar datos de usuario".
            02 LINE 11 COL 8
                VALUE "3 - Resetear clave y desbloquear tarjeta".
            02 LINE 12 COL 8  VALUE "4 - Alta de espectaculo".
            02 LINE 13 COL 8
                VALUE "5 - Baja o cancelacion de espectaculo".
            02 LINE 14 COL 8  VALUE "6 - Reponer cajetin de efectivo".
            02 LINE 15 COL 8  VALUE "7 - Consultar procesos de cierre".
            02 LINE 16 COL 8  VALUE "8 - Alta de cuenta".
            02 LINE 17 COL 8  VALUE "9 - Vincular tarjeta y cuenta".
            02 LINE 18 COL 8  VALUE "A - Limite de descubierto".
            02 LINE 19 COL 8  VALUE "B - Sesiones de espectaculo".
            02 LINE 20 COL 8  VALUE "C - Alta de operador".
            02 LINE 9  COL 50 VALUE "D - Retenciones".
            02 LINE 10 COL 50 VALUE "E - Mandatos de domiciliacion".
            02 LINE 11 COL 50 VALUE "F - Tarjeta perdida/sustituir".
            02 LINE 12 COL 50 VALUE "G - Reactivar cuenta inactiva".
            02 LINE 13 COL 50 VALUE "H - Cierre de cuenta".
            02 LINE 14 COL 50 VALUE "I - Conceder prestamo".
            02 LINE 15 COL 50 VALUE "J - Reclamacion de reintegro".
            02 LINE 16 COL 50 VALUE "K - Resolver reclamaciones".
            02 LINE 21 COL 25 PIC 9(4) FROM OPERADOR-ACTUAL.
            02 LINE 21 COL 30 VALUE "- operador en sesion".
            02 LINE 23 COL 34 VALUE "0 - Salir".
            02 LINE 23 COL 17 VALUE "ESC - Cancelar".
            02 LINE 23 COL 47 VALUE "Enter - Confirmar".

         01 PANTALLA-REACTIVAR-CUENTA.
            02 BLANK SCREEN.
            02 LINE 3 COL 18 VALUE "Mantenimiento UnizarBank - Oficina".
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 6 COL 22 VALUE "Reactivar cuenta inactiva"
                UNDERLINE.
            02 LINE 8 COL 10 VALUE "Cuenta: ".
            02 LINE 8 COL 19 PIC A(2)9(22) FROM NUM-CUENTA-MANT.
            02 LINE 9 COL 10 VALUE "Titular: ".
            02 LINE 9 COL 20 PIC X(30) FROM CTA-TITULAR.
            02 LINE 11 COL 10 VALUE "Saldo actual: ".
            02 LINE 11 COL 25 PIC --------9.99 FROM CTA-SALDO.
            02 LINE 12 COL 10 VALUE "Inactiva desde: ".
            02 LINE 12 COL 27 PIC X(10) FROM CTA-FECHA-ESTADO.
            02 LINE 14 COL 10
                VALUE "El titular vuelve a poder operarla en el cajero".
            02 LINE 23 COL 17 VALUE "ESC - Cancelar".
            02 LINE 23 COL 47 VALUE "Enter - Confirmar".

         01 PANTALLA-CIERRE-CUENTA AUTO.
            02 BLANK SCREEN.
            02 LINE 3 COL 18 VALUE "Mantenimiento UnizarBank - Oficina".
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 6 COL 28 VALUE "Cierre de cuenta" UNDERLINE.
            02 LINE 8 COL 10 VALUE "Cuenta: ".
            02 LINE 8 COL 19 PIC A(2)9(22) FROM NUM-CUENTA-MANT.
            02 LINE 9 COL 10 VALUE "Titular: ".
            02 LINE 9 COL 20 PIC X(30) FROM CTA-TITULAR.
            02 LINE 11 COL 10 VALUE "Saldo a liquidar: ".
            02 LINE 11 COL 29 PIC --------9.99 FROM SALDO-CIERRE-MANT.
            02 LINE 13 COL 10 VALUE "Cuenta de abono: ".
            02 LINE 13 COL 31 PIC A(2)9(22) USING CUENTA-ABONO-MANT.
            02 LINE 14 COL 10 VALUE "Titular del abono: ".
            02 LINE 14 COL 31 PIC X(15) USING TITULAR-ABONO-MANT.
            02 LINE 16 COL 10
                VALUE "(solo con saldo; si la cuenta no es del banco".
            02 LINE 17 COL 10
                VALUE "se paga por compensacion interbancaria)".
            02 LINE 18 COL 10
                VALUE "Se desvinculan sus tarjetas y se emite el".
            02 LINE 19 COL 10
                VALUE "justificante de cierre en CIERRECTA.TXT".
            02 LINE 22 COL 14 PIC X(51) FROM MSJ-MANTENIM HIGHLIGHT.
            02 LINE 23 COL 17 VALUE "ESC - Cancelar".
            02 LINE 23 COL 47 VALUE "Enter - Confirmar".

         01 PANTALLA-CONCEDER-PRESTAMO AUTO.
            02 BLANK SCREEN.
            02 LINE 3 COL 18 VALUE "Mantenimiento UnizarBank - Oficina".
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 6 COL 24 VALUE "Concesion de prestamo personal"
                UNDERLINE.
            02 LINE 8 COL 10 VALUE "Cuenta: ".
            02 LINE 8 COL 19 PIC A(2)9(22) FROM NUM-CUENTA-MANT.
            02 LINE 9 COL 10 VALUE "Titular: ".
            02 LINE 9 COL 20 PIC X(30) FROM CTA-TITULAR.
            02 LINE 11 COL 10 VALUE "Importe del prestamo: ".
            02 LINE 11 COL 36 PIC 9(7)V99 USING IMPORTE-PREST-MANT
                BLANK WHEN ZERO.
            02 LINE 12 COL 10 VALUE "Tipo de interes anual: ".
            02 LINE 12 COL 36 PIC 99V999 USING TIPO-PREST-MANT.
            02 LINE 13 COL 10 VALUE "Plazo en meses: ".
            02 LINE 13 COL 36 PIC 999 USING PLAZO-PREST-MANT
                BLANK WHEN ZERO.
            02 LINE 14 COL 10 VALUE "Tipo de demora anual: ".
            02 LINE 14 COL 36 PIC 99V999 USING DEMORA-PREST-MANT.
            02 LINE 16 COL 10
                VALUE "(demora cero: dos puntos sobre el tipo; el".
            02 LINE 17 COL 10
                VALUE "principal se abona hoy en la cuenta)".
            02 LINE 22 COL 14 PIC X(51) FROM MSJ-MANTENIM HIGHLIGHT.
            02 LINE 23 COL 17 VALUE "ESC - Cancelar".
            02 LINE 23 COL 47 VALUE "Enter - Continuar".

         01 PANTALLA-CONFIRMAR-PRESTAMO.
            02 BLANK SCREEN.
            02 LINE 3 COL 18 VALUE "Mantenimiento UnizarBank - Oficina".
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 6 COL 24 VALUE "Concesion de prestamo personal"
                UNDERLINE.
            02 LINE 8 COL 10 VALUE "Cuenta: ".
            02 LINE 8 COL 19 PIC A(2)9(22) FROM NUM-CUENTA-MANT.
            02 LINE 9 COL 10 VALUE "Titular: ".
            02 LINE 9 COL 20 PIC X(30) FROM CTA-TITULAR.
            02 LINE 11 COL 10 VALUE "Importe del prestamo: ".
            02 LINE 11 COL 36 PIC ZZZZZZ9.99 FROM IMPORTE-PREST-MANT.
            02 LINE 12 COL 10 VALUE "Tipo de interes anual: ".
            02 LINE 12 COL 36 PIC Z9.999 FROM TIPO-PREST-MANT.
            02 LINE 13 COL 10 VALUE "Tipo de demora anual: ".
            02 LINE 13 COL 36 PIC Z9.999 FROM DEMORA-PREST-MANT.
            02 LINE 14 COL 10 VALUE "Plazo en meses: ".
            02 LINE 14 COL 36 PIC ZZ9 FROM PLAZO-PREST-MANT.
            02 LINE 16 COL 10 VALUE "Cuota mensual: ".
            02 LINE 16 COL 36 PIC ZZZZZZZZ9.99 FROM CUOTA-PREST-MANT.
            02 LINE 17 COL 10 VALUE "Primer vencimiento: ".
            02 LINE 17 COL 36 PIC X(10) FROM PRIMERA-CUOTA-PREST.
            02 LINE 19 COL 10
                VALUE "El cuadro de cuotas se graba en CUOTASPR.DAT".
            02 LINE 23 COL 17 VALUE "ESC - Cancelar".
            02 LINE 23 COL 47 VALUE "Enter - Conceder".

         01 PANTALLA-ALTA-RECLAMO AUTO.
            02 BLANK SCREEN.
            02 LINE 3 COL 18 VALUE "Mantenimiento UnizarBank - Oficina".
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 6 COL 20 VALUE "Reclamacion de reintegro de cajero"
                UNDERLINE.
            02 LINE 8 COL 10 VALUE "Cuenta: ".
            02 LINE 8 COL 33 PIC A(2)9(22) USING NUM-CUENTA-MANT.
            02 LINE 9 COL 10 VALUE "Num. de movimiento: ".
            02 LINE 9 COL 33 PIC 9(6) USING MOV-RECL-MANT
                BLANK WHEN ZERO.
            02 LINE 10 COL 10 VALUE "Tarjeta: ".
            02 LINE 10 COL 33 PIC 9(10) USING TARJ-RECL-MANT
                BLANK WHEN ZERO.
            02 LINE 12 COL 10 VALUE "Importe no entregado: ".
            02 LINE 12 COL 33 PIC 9(7)V99 USING IMPORTE-RECL-MANT
                BLANK WHEN ZERO.
            02 LINE 14 COL 10
                VALUE "(el arqueo del dia del reintegro dira si el".
            02 LINE 15 COL 10
                VALUE "cajetin tuvo sobrante que la respalde)".
            02 LINE 22 COL 14 PIC X(51) FROM MSJ-MANTENIM HIGHLIGHT.
            02 LINE 23 COL 17 VALUE "ESC - Cancelar".
            02 LINE 23 COL 47 VALUE "Enter - Confirmar".

         01 PANTALLA-RECLAMOS-MANT.
            02 BLANK SCREEN.
            02 LINE 3 COL 18 VALUE "Mantenimiento UnizarBank - Oficina".
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 6 COL 22 VALUE "Reclamaciones de reintegros"
                UNDERLINE.
            02 LINE 7 COL 22 PIC A(2)9(22) FROM NUM-CUENTA-MANT.
            02 LINE 9 COL 14 VALUE "Mov.".
            02 LINE 9 COL 22 VALUE "Fecha".
            02 LINE 9 COL 36 VALUE "Importe".
            02 LINE 9 COL 46 VALUE "Arqueo".
            02 LINE 9 COL 56 VALUE "Estado".
            02 LINE 18 COL 14 VALUE "Movimiento reclamado: ".
            02 LINE 18 COL 37 PIC 9(6) USING MOV-RECL-MANT
                BLANK WHEN ZERO.
            02 LINE 19 COL 14
                VALUE "Accion (A-Aceptar / R-Rechazar): ".
            02 LINE 19 COL 48 PIC X USING ACCION-RECL-MANT.
            02 LINE 22 COL 14 PIC X(51) FROM MSJ-MANTENIM HIGHLIGHT.
            02 LINE 23 COL 17 VALUE "ESC - Cancelar".
            02 LINE 23 COL 47 VALUE "Enter - Confirmar".

         01 PANTALLA-ALTA-MANDATO REQUIRED FULL AUTO.
            02 BLANK SCREEN.
            02 LINE 3 COL 18 VALUE "Mantenimiento UnizarBank - Oficina".
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 6 COL 22 VALUE "Alta de mandato de domiciliacion"
                UNDERLINE.
            02 LINE 8 COL 10 VALUE "Cuenta de cargo: ".
            02 LINE 8 COL 31 PIC A(2)9(22) USING NUM-CUENTA-MANT.
            02 LINE 10 COL 10 VALUE "Cuenta del acreedor: ".
            02 LINE 10 COL 31 PIC A(2)9(22) USING CUENTA-ABONO-MANT.
            02 LINE 11 COL 10 VALUE "Acreedor: ".
            02 LINE 11 COL 31 PIC X(20) USING ACREEDOR-MANT.
            02 LINE 13 COL 10 VALUE "Importe maximo: ".
            02 LINE 13 COL 31 PIC 9(7)V99 USING IMPORTE-MAX-MANT
                BLANK WHEN ZERO.
            02 LINE 14 COL 10
                VALUE "(cero: el mandato no tiene importe maximo)".
            02 LINE 22 COL 14 PIC X(51) FROM MSJ-MANTENIM HIGHLIGHT.
            02 LINE 23 COL 17 VALUE "ESC - Cancelar".
            02 LINE 23 COL 47 VALUE "Enter - Confirmar".

         01 PANTALLA-RETENCIONES-MANT.
            02 BLANK SCREEN.
            02 LINE 3 COL 18 VALUE "Mantenimiento UnizarBank - Oficina".
            02 LINE 24 COL 17 VALUE "ESC - Cancelar".
            02 LINE 24 COL 48 VALUE "Enter - Continuar".

         01 PANTALLA-ESTADO-TARJETA AUTO.
            02 BLANK SCREEN.
            02 LINE 3 COL 18 VALUE "Mantenimiento UnizarBank - Oficina".
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 6 COL 18
                VALUE "Perdida, robo o sustitucion de tarjeta"
                UNDERLINE.
            02 LINE 8 COL 10 VALUE "Tarjeta: ".
            02 LINE 8 COL 19 PIC 9(10) FROM NUM-TARJ-MANT.
            02 LINE 9 COL 10 VALUE "Titular: ".
            02 LINE 9 COL 19 PIC X(30) FROM USER-NOM-APE.
            02 LINE 10 COL 10 VALUE "Estado: ".
            02 LINE 10 COL 19 PIC X(20) FROM ESTADO-TARJ-MANT.
            02 LINE 11 COL 10 VALUE "Caduca: ".
            02 LINE 11 COL 19 PIC 99 FROM USER-MM-CADUCIDAD.
            02 LINE 11 COL 21 VALUE "/".
            02 LINE 11 COL 22 PIC 9999 FROM USER-AA-CADUCIDAD.
            02 LINE 13 COL 10
                VALUE "Accion (P-Perdida / R-Robo / S-Sustituir): ".
            02 LINE 13 COL 54 PIC X USING ACCION-TARJ-MANT
                REQUIRED.
            02 LINE 15 COL 10
                VALUE "Clave provisional (solo al sustituir): ".
            02 LINE 15 COL 50 PIC 9(4) USING PIN-NUEVO-MANT SECURE
                BLANK WHEN ZERO.
            02 LINE 17 COL 10
                VALUE "La tarjeta nueva recibe las cuentas de esta y".
            02 LINE 18 COL 10
                VALUE "obliga a cambiar la clave en el primer uso".
            02 LINE 22 COL 14 PIC X(51) FROM MSJ-MANTENIM HIGHLIGHT.
            02 LINE 23 COL 17 VALUE "ESC - Cancelar".
            02 LINE 23 COL 47 VALUE "Enter - Confirmar".

         01 PANTALLA-MODIFICAR-USUARIO REQUIRED FULL AUTO.
            02 BLANK SCREEN.
            02 LINE 3 COL 18 VALUE "Mantenimiento UnizarBank - Oficina".
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 6 COL 21 VALUE "Baja de espectaculo" UNDERLINE.
            02 LINE 10 COL 16 VALUE "Vas a retirar el espectaculo ".
            02 LINE 10 COL 46 PIC X(20) FROM ESPEC-NOMBRE.
            02 LINE 12 COL 16 VALUE "de la cartelera. Esta accion no".
            02 LINE 13 COL 16 VALUE "se puede deshacer.".
            02 LINE 15 COL 16 VALUE "Compras a reembolsar: ".
            02 LINE 15 COL 40 PIC ZZZZ9 FROM NUM-COMPRAS-PENDIENTES.
            02 LINE 16 COL 16 VALUE "Importe a reembolsar: ".
            02 LINE 16 COL 40 PIC ZZZZZZZZ9.99
                FROM IMPORTE-PENDIENTE.
            02 LINE 18 COL 16 VALUE "Si hubo ventas, las sesiones".
            02 LINE 19 COL 16 VALUE "quedan canceladas y no se borran.".
            02 LINE 23 COL 17 VALUE "ESC - Cancelar".
            02 LINE 23 COL 47 VALUE "Enter - Confirmar".

                                     IF TECLA = "D" OR TECLA = "d"
                                       GO TO GESTION-RETENCIONES
                                     ELSE
                                       IF TECLA = "E" OR TECLA = "e"
                                         GO TO ALTA-MANDATO
                                       ELSE
                                         IF TECLA = "F" OR TECLA = "f"
                                           GO TO GESTION-TARJETA
                                         ELSE
                                           IF TECLA = "G" OR
                                              TECLA = "g"
                                             GO TO REACTIVAR-CUENTA
                                           ELSE
                                             IF TECLA = "H" OR
                                                TECLA = "h"
                                               GO TO CIERRE-CUENTA
                                             ELSE
                                               IF TECLA = "I" OR
                                                  TECLA = "i"
                                                 GO TO
                                                   CONCEDER-PRESTAMO
                                               ELSE
                                                 IF TECLA = "J" OR
                                                    TECLA = "j"
                                                   GO TO ALTA-RECLAMO
                                                 ELSE
                                                   IF TECLA = "K" OR
                                                      TECLA = "k"
                                                     GO TO
                                                       RESOLVER-RECLAMO
                                                   ELSE
                                                     GO TO
                                                       MENU-MANTENIM.

      *Procedimiento leer-tecla
       LEER-TECLA.
           MOVE CLAVE-CIFRADA TO USER-PIN-CIFRADO.
           PERFORM OBTENER-FECHA.
           MOVE FECHAF TO USER-FECHA-CLAVE.
           MOVE MM OF FECHA TO USER-MM-CADUCIDAD.
           COMPUTE USER-AA-CADUCIDAD =
                        AA OF FECHA + ANYOS-VIGENCIA-TARJ.
           MOVE "A" TO USER-ESTADO-TARJ.
           MOVE 0 TO USER-TARJ-NUEVA.
           MOVE DNI-MANT TO USER-DNI.
           MOVE NOM-APE-MANT TO USER-NOM-APE.
           MOVE TFNO-MANT TO USER-TFNO.
               MSJ-MANTENIM.
           GO TO MOSTRAR-OPERACION-OK.

      *Procedimiento gestion-tarjeta
      *Anula una tarjeta por perdida o robo, o la sustituye por
      *una nueva: la nueva recibe el numero siguiente al mas alto
      *de USERS.DAT, los datos del titular, todas las cuentas que
      *operaba la vieja (y con ellas sus ordenes periodicas) y una
      *clave provisional que obliga a cambiarla en el primer uso.
       GESTION-TARJETA.
           MOVE " " TO MSJ-MANTENIM.

         MOSTRAR-PANTALLA-PIDE-TARJETA-EST.
           DISPLAY PANTALLA-PIDE-TARJETA-MANT.
           ACCEPT NUM-TARJ-MANT LINE 11 POSITION 47
             ON ESCAPE
               GO TO MENU-MANTENIM.

           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS = 2005
             GO TO MENU-MANTENIM
           ELSE
             IF COB-CRT-STATUS NOT = 0000
               GO TO MOSTRAR-PANTALLA-PIDE-TARJETA-EST.

           PERFORM BUSCAR-USUARIO-MANT THRU FIN-BUSCAR-USUARIO-MANT.
           IF EXISTE-USUARIO-MANT = "NO"
             MOVE MSJ-ERROR-USUARIO-NOENC TO MSJ-MANTENIM
             GO TO MOSTRAR-PANTALLA-PIDE-TARJETA-EST.
           IF USER-TARJ-SUSTITUIDA OR USER-TARJ-NUEVA NOT = 0
             MOVE MSJ-ERROR-TARJ-SUSTIT TO MSJ-MANTENIM
             GO TO MOSTRAR-PANTALLA-PIDE-TARJETA-EST.

           PERFORM DESCRIBIR-ESTADO-TARJ.
           MOVE SPACES TO ACCION-TARJ-MANT.
           MOVE 0 TO PIN-NUEVO-MANT.

         MOSTRAR-PANTALLA-ESTADO-TARJETA.
           DISPLAY PANTALLA-ESTADO-TARJETA.
           ACCEPT PANTALLA-ESTADO-TARJETA
             ON ESCAPE
               GO TO MENU-MANTENIM.

           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS = 27
             GO TO MENU-MANTENIM
           ELSE
             IF COB-CRT-STATUS NOT = 0000
               GO TO MOSTRAR-PANTALLA-ESTADO-TARJETA.

           IF ACCION-TARJ-MANT NOT = "P"
             IF ACCION-TARJ-MANT NOT = "R"
               IF ACCION-TARJ-MANT NOT = "S"
                 MOVE MSJ-ERROR-ACCION-TARJ TO MSJ-MANTENIM
                 GO TO MOSTRAR-PANTALLA-ESTADO-TARJETA.

           IF ACCION-TARJ-MANT = "S"
             GO TO SUSTITUIR-TARJETA-MANT.

      *    PERDIDA O ROBO: EL CODIGO DE LA ACCION ES EL DEL ESTADO
           OPEN I-O USERFILE.
           MOVE NUM-TARJ-MANT TO USER-TARJ.
           READ USERFILE INVALID KEY
               CLOSE USERFILE
               MOVE MSJ-ERROR-USUARIO-NOENC TO MSJ-MANTENIM
               GO TO MOSTRAR-PANTALLA-PIDE-TARJETA-EST.
           MOVE USER-ESTADO-TARJ TO AUD-VALOR-ANT.
           MOVE ACCION-TARJ-MANT TO USER-ESTADO-TARJ.
           REWRITE REG-USUARIO.
           CLOSE USERFILE.

           IF ACCION-TARJ-MANT = "P"
             MOVE "TARJETA PERDIDA" TO AUD-FUNCION
           ELSE
             MOVE "TARJETA ROBADA" TO AUD-FUNCION.
           MOVE NUM-TARJ-MANT TO AUD-CLAVE-REG.
           MOVE ACCION-TARJ-MANT TO AUD-VALOR-NUEVO.
           PERFORM REGISTRAR-AUDITORIA THRU FIN-REGISTRAR-AUDITORIA.

           MOVE "Tarjeta anulada; sustituyala con la accion S"
               TO MSJ-MANTENIM.
           GO TO MOSTRAR-OPERACION-OK.

         SUSTITUIR-TARJETA-MANT.
           IF PIN-NUEVO-MANT = 0
             MOVE MSJ-ERROR-CLAVE-PROV TO MSJ-MANTENIM
             GO TO MOSTRAR-PANTALLA-ESTADO-TARJETA.

           PERFORM SIGUIENTE-TARJETA-MANT
                        THRU FIN-SIGUIENTE-TARJETA-MANT.

      *    LA NUEVA SE GRABA A PARTIR DEL REGISTRO DE LA VIEJA
           OPEN I-O USERFILE.
           MOVE NUM-TARJ-MANT TO USER-TARJ.
           READ USERFILE INVALID KEY
               CLOSE USERFILE
               MOVE MSJ-ERROR-USUARIO-NOENC TO MSJ-MANTENIM
               GO TO MOSTRAR-PANTALLA-PIDE-TARJETA-EST.
           MOVE TARJ-NUEVA-MANT TO USER-TARJ.
           MOVE PIN-NUEVO-MANT TO CLAVE-CLARO.
           MOVE TARJ-NUEVA-MANT TO TARJ-CLAVE.
           PERFORM CIFRAR-CLAVE THRU FIN-CIFRAR-CLAVE.
           MOVE CLAVE-CIFRADA TO USER-PIN-CIFRADO.
           PERFORM OBTENER-FECHA.
      *    LA FECHA EN BLANCO OBLIGA AL CLIENTE A CAMBIAR LA
      *    CLAVE PROVISIONAL EN SU PRIMER ACCESO AL CAJERO
           MOVE SPACES TO USER-FECHA-CLAVE.
           MOVE "0" TO USER-BLOQUEADA.
           MOVE MM OF FECHA TO USER-MM-CADUCIDAD.
           COMPUTE USER-AA-CADUCIDAD =
                        AA OF FECHA + ANYOS-VIGENCIA-TARJ.
           MOVE "A" TO USER-ESTADO-TARJ.
           MOVE 0 TO USER-TARJ-NUEVA.
           WRITE REG-USUARIO
             INVALID KEY
               CLOSE USERFILE
               MOVE MSJ-ERROR-USUARIO-DUP TO MSJ-MANTENIM
               GO TO MOSTRAR-PANTALLA-PIDE-TARJETA-EST.

      *    LA VIEJA QUEDA SUSTITUIDA; SI SE ANULO POR PERDIDA O
      *    ROBO CONSERVA ESE ESTADO
           MOVE NUM-TARJ-MANT TO USER-TARJ.
           READ USERFILE INVALID KEY
               CLOSE USERFILE
               MOVE MSJ-ERROR-USUARIO-NOENC TO MSJ-MANTENIM
               GO TO MOSTRAR-PANTALLA-PIDE-TARJETA-EST.
           IF USER-TARJ-ACTIVA OR USER-TARJ-CADUCADA
             MOVE "S" TO USER-ESTADO-TARJ.
           MOVE TARJ-NUEVA-MANT TO USER-TARJ-NUEVA.
           REWRITE REG-USUARIO.
           CLOSE USERFILE.

           MOVE TARJ-NUEVA-MANT TO LOGIN-TARJ.
           MOVE 0 TO LOGIN-NUM-INTENTOS.
           OPEN I-O LOGINFILE.
           WRITE REG-LOGIN
             INVALID KEY
               REWRITE REG-LOGIN.
           CLOSE LOGINFILE.

           PERFORM TRASPASAR-VINCULOS-TARJ
                        THRU FIN-TRASPASAR-VINCULOS-TARJ.

           MOVE "SUSTITUIR TARJETA" TO AUD-FUNCION.
           MOVE NUM-TARJ-MANT TO AUD-CLAVE-REG.
           MOVE NUM-TARJ-MANT TO AUD-VALOR-ANT.
           MOVE TARJ-NUEVA-MANT TO AUD-VALOR-NUEVO.
           PERFORM REGISTRAR-AUDITORIA THRU FIN-REGISTRAR-AUDITORIA.

           MOVE SPACES TO MSJ-MANTENIM.
           STRING "Nueva tarjeta " TARJ-NUEVA-MANT " con "
                  NUM-VINCULOS-MOVIDOS " cuentas"
              DELIMITED BY SIZE INTO MSJ-MANTENIM.
           GO TO MOSTRAR-OPERACION-OK.

      *Procedimiento describir-estado-tarj
       DESCRIBIR-ESTADO-TARJ.
           MOVE "Activa" TO ESTADO-TARJ-MANT.
           IF USER-TARJ-PERDIDA
             MOVE "Anulada por perdida" TO ESTADO-TARJ-MANT.
           IF USER-TARJ-ROBADA
             MOVE "Anulada por robo" TO ESTADO-TARJ-MANT.
           IF USER-TARJ-CADUCADA
             MOVE "Caducada" TO ESTADO-TARJ-MANT.

      *Procedimiento siguiente-tarjeta-mant
      *Las tarjetas nuevas se numeran a continuacion de la mas
      *alta de USERS.DAT, que se recorre en orden de tarjeta.
       SIGUIENTE-TARJETA-MANT.
           MOVE 0 TO TARJ-NUEVA-MANT.
           OPEN INPUT USERFILE.
           MOVE 0 TO USER-TARJ.
           START USERFILE KEY IS NOT LESS THAN USER-TARJ
             INVALID KEY GO TO CERRAR-BUSCAR-ULT-TARJ.
         INICIO-BUSCAR-ULT-TARJ.
           READ USERFILE NEXT RECORD
                AT END GO TO CERRAR-BUSCAR-ULT-TARJ.
           MOVE USER-TARJ TO TARJ-NUEVA-MANT.
           GO TO INICIO-BUSCAR-ULT-TARJ.
         CERRAR-BUSCAR-ULT-TARJ.
           CLOSE USERFILE.
           ADD 1 TO TARJ-NUEVA-MANT.
       FIN-SIGUIENTE-TARJETA-MANT.
           EXIT.

      *Procedimiento traspasar-vinculos-tarj
      *Pasa a la tarjeta nueva cada vinculo de la vieja. Tras
      *cada cambio se vuelve a posicionar por clave, porque el
      *registro borrado deja de servir de referencia.
       TRASPASAR-VINCULOS-TARJ.
           MOVE 0 TO NUM-VINCULOS-MOVIDOS.
           OPEN I-O VINCULOFILE.
           IF FSVI NOT = "00"
             GO TO FIN-TRASPASAR-VINCULOS-TARJ.
         INICIO-TRASPASAR-VINCULO.
           MOVE NUM-TARJ-MANT TO VIN-TARJ.
           MOVE LOW-VALUES TO VIN-NUM-CUENTA.
           START VINCULOFILE KEY IS NOT LESS THAN VIN-CLAVE
             INVALID KEY GO TO CERRAR-TRASPASO-VINCULOS.
           READ VINCULOFILE NEXT RECORD
                AT END GO TO CERRAR-TRASPASO-VINCULOS.
           IF VIN-TARJ NOT = NUM-TARJ-MANT
             GO TO CERRAR-TRASPASO-VINCULOS.
           DELETE VINCULOFILE RECORD.
           MOVE TARJ-NUEVA-MANT TO VIN-TARJ.
           WRITE REG-VINCULO.
           ADD 1 TO NUM-VINCULOS-MOVIDOS.
           GO TO INICIO-TRASPASAR-VINCULO.
         CERRAR-TRASPASO-VINCULOS.
           CLOSE VINCULOFILE.
       FIN-TRASPASAR-VINCULOS-TARJ.
           EXIT.

      *Procedimiento cifrar-clave
      *Mezcla irreversible de la clave en claro con una semilla
      *derivada de la tarjeta; es el mismo calculo que usan CAJERO
           MOVE TITULAR-CUENTA-MANT TO CTA-TITULAR.
           MOVE DNI-CUENTA-MANT TO CTA-DNI.
           MOVE 0 TO CTA-LIMITE-DESCUBIERTO.
           MOVE "A" TO CTA-ESTADO.
           MOVE FECHAF TO CTA-FECHA-ESTADO.

           OPEN I-O CUENTAFILE.
           IF FSCU = "35"
           MOVE "Limite de descubierto actualizado" TO MSJ-MANTENIM.
           GO TO MOSTRAR-OPERACION-OK.

      *Procedimiento reactivar-cuenta
      *Devuelve a activa una cuenta que INACTIVA dejo inactiva por
      *falta de uso, una vez el titular se presenta en la oficina.
      *La fecha de estado pasa a hoy, asi que el plazo de
      *inactividad vuelve a contar desde la reactivacion.
       REACTIVAR-CUENTA.
           MOVE " " TO MSJ-MANTENIM.
           MOVE SPACES TO NUM-CUENTA-MANT.

         MOSTRAR-PIDE-CUENTA-REACT.
           DISPLAY PANTALLA-PIDE-CUENTA-MANT.
           ACCEPT NUM-CUENTA-MANT LINE 11 POSITION 42
             ON ESCAPE
               GO TO MENU-MANTENIM.

           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS = 2005
             GO TO MENU-MANTENIM
           ELSE
             IF COB-CRT-STATUS NOT = 0000
               GO TO MOSTRAR-PIDE-CUENTA-REACT.

           PERFORM BUSCAR-CUENTA-MANT THRU FIN-BUSCAR-CUENTA-MANT.
           IF EXISTE-CUENTA-MANT = "NO"
             MOVE MSJ-ERROR-CUENTA-NOENC TO MSJ-MANTENIM
             GO TO MOSTRAR-PIDE-CUENTA-REACT.
           IF NOT CTA-INACTIVA
             MOVE MSJ-ERROR-CTA-NO-INACT TO MSJ-MANTENIM
             GO TO MOSTRAR-PIDE-CUENTA-REACT.

         MOSTRAR-PANTALLA-REACTIVAR.
           DISPLAY PANTALLA-REACTIVAR-CUENTA.
           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS = 2005
             GO TO MENU-MANTENIM
           ELSE
             IF COB-CRT-STATUS NOT = 0000
               GO TO MOSTRAR-PANTALLA-REACTIVAR.

           PERFORM OBTENER-FECHA.
           OPEN I-O CUENTAFILE.
           MOVE NUM-CUENTA-MANT TO CTA-NUM-CUENTA.
           READ CUENTAFILE INVALID KEY
               CLOSE CUENTAFILE
               MOVE MSJ-ERROR-CUENTA-NOENC TO MSJ-MANTENIM
               GO TO MOSTRAR-PIDE-CUENTA-REACT.
           MOVE CTA-FECHA-ESTADO TO AUD-VALOR-ANT.
           MOVE "A" TO CTA-ESTADO.
           MOVE FECHAF TO CTA-FECHA-ESTADO.
           REWRITE REG-CUENTA.
           CLOSE CUENTAFILE.

           MOVE "REACTIVAR CUENTA" TO AUD-FUNCION.
           MOVE NUM-CUENTA-MANT TO AUD-CLAVE-REG.
           MOVE "ACTIVA" TO AUD-VALOR-NUEVO.
           PERFORM REGISTRAR-AUDITORIA THRU FIN-REGISTRAR-AUDITORIA.

           MOVE "Cuenta reactivada: ya puede operarse en el cajero"
                                                   TO MSJ-MANTENIM.
           GO TO MOSTRAR-OPERACION-OK.

      *Procedimiento cierre-cuenta
      *Cancela una cuenta a peticion del titular. No se admite
      *mientras tenga retenciones pendientes de verificar, ordenes
      *periodicas vigentes o saldo deudor. El saldo que quede se
      *paga por transferencia a otra cuenta del banco o, si la
      *cuenta de abono es de otro banco, se anota en
      *COMPENSACION.DAT igual que las transferencias de CAJERO.
      *La cuenta se conserva en el maestro con saldo cero y
      *estado cancelada; se borran sus vinculos con tarjetas, se
      *cancelan sus mandatos y se emite el justificante de cierre
      *en CIERRECTA.TXT. Reservado a operadores de nivel 2.
       CIERRE-CUENTA.
           IF NIVEL-ACTUAL < 2
             MOVE MSJ-ERROR-NIVEL TO MSJ-MANTENIM
             GO TO MOSTRAR-OPERACION-OK.
           MOVE " " TO MSJ-MANTENIM.
           MOVE SPACES TO NUM-CUENTA-MANT.

         MOSTRAR-PIDE-CUENTA-CIERRE.
           DISPLAY PANTALLA-PIDE-CUENTA-MANT.
           ACCEPT NUM-CUENTA-MANT LINE 11 POSITION 42
             ON ESCAPE
               GO TO MENU-MANTENIM.

           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS = 2005
             GO TO MENU-MANTENIM
           ELSE
             IF COB-CRT-STATUS NOT = 0000
               GO TO MOSTRAR-PIDE-CUENTA-CIERRE.

           PERFORM BUSCAR-CUENTA-MANT THRU FIN-BUSCAR-CUENTA-MANT.
           IF EXISTE-CUENTA-MANT = "NO"
             MOVE MSJ-ERROR-CUENTA-NOENC TO MSJ-MANTENIM
             GO TO MOSTRAR-PIDE-CUENTA-CIERRE.
           IF CTA-CANCELADA
             MOVE MSJ-ERROR-CTA-CANCELADA TO MSJ-MANTENIM
             GO TO MOSTRAR-PIDE-CUENTA-CIERRE.
           IF CTA-SALDO < 0
             MOVE MSJ-ERROR-CIERRE-DEUDOR TO MSJ-MANTENIM
             GO TO MOSTRAR-PIDE-CUENTA-CIERRE.
           MOVE CTA-SALDO TO SALDO-CIERRE-MANT.
           MOVE CTA-TITULAR TO TITULAR-CUENTA-MANT.
           MOVE CTA-DNI TO DNI-CUENTA-MANT.

           PERFORM COMPROBAR-PENDIENTES-CIERRE
                        THRU FIN-COMPROBAR-PENDIENTES-CIERRE.
           IF HAY-RET-PENDIENTES = "SI"
             MOVE MSJ-ERROR-CIERRE-RET TO MSJ-MANTENIM
             GO TO MOSTRAR-PIDE-CUENTA-CIERRE.
           IF HAY-PER-VIGENTES = "SI"
             MOVE MSJ-ERROR-CIERRE-PER TO MSJ-MANTENIM
             GO TO MOSTRAR-PIDE-CUENTA-CIERRE.
           IF HAY-PREST-VIGENTES = "SI"
             MOVE MSJ-ERROR-CIERRE-PREST TO MSJ-MANTENIM
             GO TO MOSTRAR-PIDE-CUENTA-CIERRE.

           MOVE SPACES TO CUENTA-ABONO-MANT.
           MOVE SPACES TO TITULAR-ABONO-MANT.

         MOSTRAR-PANTALLA-CIERRE.
           DISPLAY PANTALLA-CIERRE-CUENTA.
           ACCEPT PANTALLA-CIERRE-CUENTA
             ON ESCAPE
               GO TO MENU-MANTENIM.

           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS = 27
             GO TO MENU-MANTENIM
           ELSE
             IF COB-CRT-STATUS NOT = 0000
               GO TO MOSTRAR-PANTALLA-CIERRE.

      *Sin saldo no hay nada que pagar y la cuenta de abono se
      *ignora; con saldo hace falta otra cuenta y su titular.
           MOVE "N" TO ABONO-OTRO-BANCO.
           IF SALDO-CIERRE-MANT = 0
             MOVE SPACES TO CUENTA-ABONO-MANT
             MOVE SPACES TO TITULAR-ABONO-MANT
             GO TO CONFIRMAR-CIERRE-CUENTA.
           IF CUENTA-ABONO-MANT = SPACES
              OR CUENTA-ABONO-MANT = NUM-CUENTA-MANT
              OR TITULAR-ABONO-MANT = SPACES
             MOVE MSJ-ERROR-CUENTA-PAGO TO MSJ-MANTENIM
             GO TO MOSTRAR-PANTALLA-CIERRE.

           OPEN INPUT CUENTAFILE.
           MOVE CUENTA-ABONO-MANT TO CTA-NUM-CUENTA.
           READ CUENTAFILE
             INVALID KEY
               MOVE "S" TO ABONO-OTRO-BANCO
           END-READ.
           IF ABONO-OTRO-BANCO = "N"
             IF CTA-CANCELADA
               CLOSE CUENTAFILE
               MOVE MSJ-ERROR-PAGO-CANC TO MSJ-MANTENIM
               GO TO MOSTRAR-PANTALLA-CIERRE.
           CLOSE CUENTAFILE.

         CONFIRMAR-CIERRE-CUENTA.
           PERFORM OBTENER-FECHA.
           PERFORM LIQUIDAR-SALDO-CIERRE
                        THRU FIN-LIQUIDAR-SALDO-CIERRE.
           PERFORM BORRAR-VINCULOS-CUENTA
                        THRU FIN-BORRAR-VINCULOS-CUENTA.
           PERFORM CANCELAR-MANDATOS-CUENTA
                        THRU FIN-CANCELAR-MANDATOS-CUENTA.
           PERFORM EMITIR-CIERRE-CUENTA
                        THRU FIN-EMITIR-CIERRE-CUENTA.

           MOVE "CIERRE CUENTA" TO AUD-FUNCION.
           MOVE NUM-CUENTA-MANT TO AUD-CLAVE-REG.
           MOVE SALDO-CIERRE-MANT TO IMPORTE-AUD-D.
           MOVE IMPORTE-AUD-D TO AUD-VALOR-ANT.
           MOVE CUENTA-ABONO-MANT TO AUD-VALOR-NUEVO.
           PERFORM REGISTRAR-AUDITORIA THRU FIN-REGISTRAR-AUDITORIA.

           MOVE "Cuenta cancelada; justificante en CIERRECTA.TXT"
                                                   TO MSJ-MANTENIM.
           GO TO MOSTRAR-OPERACION-OK.

      *Procedimiento comprobar-pendientes-cierre
      *Se posiciona por clave en las retenciones, en las ordenes
      *periodicas y en los prestamos de la cuenta. Una orden sigue
      *vigente si no tiene fecha de fin o si su fecha de fin no ha
      *pasado; un prestamo, mientras no este liquidado.
       COMPROBAR-PENDIENTES-CIERRE.
           MOVE "NO" TO HAY-RET-PENDIENTES.
           MOVE "NO" TO HAY-PER-VIGENTES.
           MOVE "NO" TO HAY-PREST-VIGENTES.
           OPEN INPUT RETENFILE.
           IF FSRT NOT = "00"
             GO TO COMPROBAR-PERIODICAS-CIERRE.
           MOVE NUM-CUENTA-MANT TO RET-CUENTA.
           MOVE 0 TO RET-NUM.
           START RETENFILE KEY IS NOT LESS THAN RET-CLAVE
             INVALID KEY GO TO FIN-LEER-RET-CIERRE.
         INICIO-LEER-RET-CIERRE.
           READ RETENFILE NEXT RECORD AT END
                  GO TO FIN-LEER-RET-CIERRE.
           IF RET-CUENTA NOT = NUM-CUENTA-MANT
             GO TO FIN-LEER-RET-CIERRE.
           IF RET-PENDIENTE
             MOVE "SI" TO HAY-RET-PENDIENTES
             GO TO FIN-LEER-RET-CIERRE.
           GO TO INICIO-LEER-RET-CIERRE.
         FIN-LEER-RET-CIERRE.
           CLOSE RETENFILE.

         COMPROBAR-PERIODICAS-CIERRE.
           COMPUTE FECHA-HOY-NUM = (AA OF FECHA * 10000)
                        + (MM OF FECHA * 100) + DD OF FECHA.
           OPEN INPUT PERIODFILE.
           IF FSPE NOT = "00"
             GO TO COMPROBAR-PRESTAMOS-CIERRE.
           MOVE NUM-CUENTA-MANT TO PER-CUENTA-ORIGEN.
           MOVE 0 TO PER-NUM-ORDEN.
           START PERIODFILE KEY IS NOT LESS THAN PER-CLAVE
             INVALID KEY GO TO FIN-LEER-PER-CIERRE.
         INICIO-LEER-PER-CIERRE.
           READ PERIODFILE NEXT RECORD AT END
                  GO TO FIN-LEER-PER-CIERRE.
           IF PER-CUENTA-ORIGEN NOT = NUM-CUENTA-MANT
             GO TO FIN-LEER-PER-CIERRE.
           COMPUTE FECHA-ULTIMA-NUM =
                        (AAP2 * 10000) + (MMP2 * 100) + DDP2.
           IF FECHA-ULTIMA-NUM = 0
              OR FECHA-ULTIMA-NUM NOT < FECHA-HOY-NUM
             MOVE "SI" TO HAY-PER-VIGENTES
             GO TO FIN-LEER-PER-CIERRE.
           GO TO INICIO-LEER-PER-CIERRE.
         FIN-LEER-PER-CIERRE.
           CLOSE PERIODFILE.

         COMPROBAR-PRESTAMOS-CIERRE.
           OPEN INPUT PRESTFILE.
           IF FSPR NOT = "00"
             GO TO FIN-COMPROBAR-PENDIENTES-CIERRE.
           MOVE NUM-CUENTA-MANT TO PRE-CUENTA.
           MOVE 0 TO PRE-NUM.
           START PRESTFILE KEY IS NOT LESS THAN PRE-CLAVE
             INVALID KEY GO TO FIN-LEER-PREST-CIERRE.
         INICIO-LEER-PREST-CIERRE.
           READ PRESTFILE NEXT RECORD AT END
                  GO TO FIN-LEER-PREST-CIERRE.
           IF PRE-CUENTA NOT = NUM-CUENTA-MANT
             GO TO FIN-LEER-PREST-CIERRE.
           IF NOT PRE-LIQUIDADO
             MOVE "SI" TO HAY-PREST-VIGENTES
             GO TO FIN-LEER-PREST-CIERRE.
           GO TO INICIO-LEER-PREST-CIERRE.
         FIN-LEER-PREST-CIERRE.
           CLOSE PRESTFILE.
       FIN-COMPROBAR-PENDIENTES-CIERRE.
           EXIT.

      *Procedimiento liquidar-saldo-cierre
      *Abona el saldo en la cuenta de abono (o lo anota para
      *compensacion si es de otro banco), deja la cuenta cerrada
      *con saldo cero y anota la transferencia de salida en
      *MOVS.DAT con el mismo tipo que usa CAJERO.
       LIQUIDAR-SALDO-CIERRE.
           OPEN I-O CUENTAFILE.
           IF SALDO-CIERRE-MANT = 0
             GO TO CANCELAR-CUENTA-CIERRE.
           IF ABONO-OTRO-BANCO = "S"
             GO TO COMPENSAR-SALDO-CIERRE.
           MOVE CUENTA-ABONO-MANT TO CTA-NUM-CUENTA.
           READ CUENTAFILE
             INVALID KEY GO TO COMPENSAR-SALDO-CIERRE.
           ADD SALDO-CIERRE-MANT TO CTA-SALDO.
           REWRITE REG-CUENTA.
           GO TO CANCELAR-CUENTA-CIERRE.

         COMPENSAR-SALDO-CIERRE.
           MOVE "S" TO ABONO-OTRO-BANCO.
           MOVE NUM-CUENTA-MANT TO COMP-CUENTA-ORIGEN.
           MOVE CUENTA-ABONO-MANT TO COMP-CUENTA-DESTINO.
           MOVE TITULAR-ABONO-MANT TO COMP-TITULAR-DESTINO.
           MOVE SALDO-CIERRE-MANT TO COMP-IMPORTE.
           MOVE FECHAF TO COMP-FECHA.
           MOVE HORAF TO COMP-HORA.
           OPEN EXTEND COMPFILE.
           IF FSC = "35"
               OPEN OUTPUT COMPFILE
               CLOSE COMPFILE
               OPEN EXTEND COMPFILE.
           WRITE REG-COMPENSACION.
           CLOSE COMPFILE.

         CANCELAR-CUENTA-CIERRE.
           MOVE NUM-CUENTA-MANT TO CTA-NUM-CUENTA.
           READ CUENTAFILE
             INVALID KEY
               CLOSE CUENTAFILE
               GO TO FIN-LIQUIDAR-SALDO-CIERRE.
           MOVE 0 TO CTA-SALDO.
           MOVE "C" TO CTA-ESTADO.
           MOVE FECHAF TO CTA-FECHA-ESTADO.
           REWRITE REG-CUENTA.
           CLOSE CUENTAFILE.

           IF SALDO-CIERRE-MANT = 0
             GO TO FIN-LIQUIDAR-SALDO-CIERRE.
           PERFORM SIGUIENTE-NUM-MOV-RET
                        THRU FIN-SIGUIENTE-NUM-MOV-RET.
           COMPUTE IMPORTE-CIERRE-MOV = SALDO-CIERRE-MANT * -1.
           MOVE SPACES TO CONCEPTO-CIERRE-MOV.
           IF ABONO-OTRO-BANCO = "S"
             STRING "Cierre: a otro banco " TITULAR-ABONO-MANT
                DELIMITED BY SIZE INTO CONCEPTO-CIERRE-MOV
           ELSE
             STRING "Cierre: transferencia a " TITULAR-ABONO-MANT
                DELIMITED BY SIZE INTO CONCEPTO-CIERRE-MOV.
           OPEN I-O MOVFILE.
           IF FSM = "35"
               OPEN OUTPUT MOVFILE
               CLOSE MOVFILE
               OPEN I-O MOVFILE.
           MOVE NUM-CUENTA-MANT TO MOV-ID.
           MOVE MOV-SIGUIENTE-SEC TO MOV-NUM-SEC.
           MOVE CONCEPTO-CIERRE-MOV TO MOV-CONCEPTO.
           MOVE IMPORTE-CIERRE-MOV TO MOV-CANTIDAD.
           MOVE CUENTA-ABONO-MANT TO MOV-CUENTA-DESTINO.
           IF ABONO-OTRO-BANCO = "S"
             MOVE "04" TO MOV-TIPO
           ELSE
             MOVE "03" TO MOV-TIPO.
           MOVE 0 TO MOV-SALDO.
           MOVE FECHAF TO MOV-FECHA.
           MOVE HORAF TO MOV-HORA.
           WRITE REG-MOVIMIENTOS.
           CLOSE MOVFILE.
       FIN-LIQUIDAR-SALDO-CIERRE.
           EXIT.

      *Procedimiento borrar-vinculos-cuenta
      *VINCULOS.DAT esta indexado por tarjeta, asi que para
      *quitar la cuenta cerrada de todas las tarjetas hay que
      *recorrerlo entero.
       BORRAR-VINCULOS-CUENTA.
           MOVE 0 TO NUM-VINCULOS-BORRADOS.
           OPEN I-O VINCULOFILE.
           IF FSVI NOT = "00"
             GO TO FIN-BORRAR-VINCULOS-CUENTA.
         INICIO-LEER-VINC-CIERRE.
           READ VINCULOFILE NEXT RECORD AT END
                  GO TO FIN-LEER-VINC-CIERRE.
           IF VIN-NUM-CUENTA NOT = NUM-CUENTA-MANT
             GO TO INICIO-LEER-VINC-CIERRE.
           DELETE VINCULOFILE RECORD.
           ADD 1 TO NUM-VINCULOS-BORRADOS.
           GO TO INICIO-LEER-VINC-CIERRE.
         FIN-LEER-VINC-CIERRE.
           CLOSE VINCULOFILE.
       FIN-BORRAR-VINCULOS-CUENTA.
           EXIT.

      *Procedimiento cancelar-mandatos-cuenta
      *Cancela los mandatos activos con cargo en la cuenta cerrada
      *para que DOMICIL no intente cargarle mas recibos.
       CANCELAR-MANDATOS-CUENTA.
           MOVE 0 TO NUM-MANDATOS-CANC.
           OPEN I-O MANDATOFILE.
           IF FSMA NOT = "00"
             GO TO FIN-CANCELAR-MANDATOS-CUENTA.
           MOVE NUM-CUENTA-MANT TO MAN-CUENTA-CARGO.
           MOVE LOW-VALUES TO MAN-CUENTA-ABONO.
           START MANDATOFILE KEY IS NOT LESS THAN MAN-CLAVE
             INVALID KEY GO TO FIN-LEER-MAN-CIERRE.
         INICIO-LEER-MAN-CIERRE.
           READ MANDATOFILE NEXT RECORD AT END
                  GO TO FIN-LEER-MAN-CIERRE.
           IF MAN-CUENTA-CARGO NOT = NUM-CUENTA-MANT
             GO TO FIN-LEER-MAN-CIERRE.
           IF NOT MAN-ACTIVO
             GO TO INICIO-LEER-MAN-CIERRE.
           MOVE "C" TO MAN-ESTADO.
           MOVE FECHAF TO MAN-FECHA-ESTADO.
           REWRITE REG-MANDATO.
           ADD 1 TO NUM-MANDATOS-CANC.
           GO TO INICIO-LEER-MAN-CIERRE.
         FIN-LEER-MAN-CIERRE.
           CLOSE MANDATOFILE.
       FIN-CANCELAR-MANDATOS-CUENTA.
           EXIT.

      *Procedimiento emitir-cierre-cuenta
      *Anyade a CIERRECTA.TXT el justificante de cierre para el
      *titular: sus datos, todos los movimientos que quedan en
      *MOVS.DAT (el ultimo es la liquidacion del saldo), el
      *saldo liquidado y donde se abono.
       EMITIR-CIERRE-CUENTA.
           OPEN EXTEND CIERREFILE.
           IF FSCI = "35"
               OPEN OUTPUT CIERREFILE
               CLOSE CIERREFILE
               OPEN EXTEND CIERREFILE.
           MOVE FECHAF TO FECHA-TITULO-CIERRE-D.
           MOVE LINEA-SEPARADORA-CANC TO LINEA-CIERRE.
           WRITE LINEA-CIERRE.
           MOVE LINEA-TITULO-CIERRE TO LINEA-CIERRE.
           WRITE LINEA-CIERRE.
           MOVE LINEA-SEPARADORA-CANC TO LINEA-CIERRE.
           WRITE LINEA-CIERRE.
           MOVE NUM-CUENTA-MANT TO CUENTA-CIERRE-D.
           MOVE OPERADOR-ACTUAL TO OPERADOR-CIERRE-D.
           MOVE LINEA-CUENTA-CIERRE TO LINEA-CIERRE.
           WRITE LINEA-CIERRE.
           MOVE TITULAR-CUENTA-MANT TO TITULAR-CIERRE-D.
           MOVE DNI-CUENTA-MANT TO DNI-CIERRE-D.
           MOVE LINEA-TITULAR-CIERRE TO LINEA-CIERRE.
           WRITE LINEA-CIERRE.
           MOVE LINEA-EN-BLANCO-CANC TO LINEA-CIERRE.
           WRITE LINEA-CIERRE.
           MOVE LINEA-CABECERA-CIERRE TO LINEA-CIERRE.
           WRITE LINEA-CIERRE.

           MOVE 0 TO NUM-MOVS-CIERRE.
           OPEN INPUT MOVFILE.
           IF FSM NOT = "00"
             GO TO FIN-LISTAR-MOVS-CIERRE.
           MOVE NUM-CUENTA-MANT TO MOV-ID.
           MOVE 0 TO MOV-NUM-SEC.
           START MOVFILE KEY IS NOT LESS THAN MOV-CLAVE
             INVALID KEY GO TO FIN-LEER-MOVS-CIERRE.
         INICIO-LEER-MOVS-CIERRE.
           READ MOVFILE NEXT RECORD AT END
                  GO TO FIN-LEER-MOVS-CIERRE.
           IF MOV-ID NOT = NUM-CUENTA-MANT
             GO TO FIN-LEER-MOVS-CIERRE.
           ADD 1 TO NUM-MOVS-CIERRE.
           MOVE MOV-FECHA TO FECHA-MOV-CIERRE-D.
           MOVE MOV-CONCEPTO TO CONCEPTO-CIERRE-D.
           MOVE MOV-CANTIDAD TO MOV-CANTIDAD-CIERRE.
           MOVE MOV-CANTIDAD-CIERRE TO CANTIDAD-CIERRE-D.
           MOVE MOV-SALDO TO SALDO-MOV-CIERRE-D.
           MOVE LINEA-MOV-CIERRE TO LINEA-CIERRE.
           WRITE LINEA-CIERRE.
           GO TO INICIO-LEER-MOVS-CIERRE.
         FIN-LEER-MOVS-CIERRE.
           CLOSE MOVFILE.
         FIN-LISTAR-MOVS-CIERRE.

           MOVE LINEA-EN-BLANCO-CANC TO LINEA-CIERRE.
           WRITE LINEA-CIERRE.
           MOVE SALDO-CIERRE-MANT TO SALDO-CIERRE-D.
           MOVE LINEA-SALDO-CIERRE TO LINEA-CIERRE.
           WRITE LINEA-CIERRE.
           IF SALDO-CIERRE-MANT > 0
             MOVE CUENTA-ABONO-MANT TO CUENTA-ABONO-CIERRE-D
             MOVE TITULAR-ABONO-MANT TO TITULAR-ABONO-CIERRE-D
             IF ABONO-OTRO-BANCO = "S"
               MOVE "(compensacion)" TO VIA-ABONO-CIERRE-D
               MOVE LINEA-ABONO-CIERRE TO LINEA-CIERRE
               WRITE LINEA-CIERRE
             ELSE
               MOVE "(transferencia)" TO VIA-ABONO-CIERRE-D
               MOVE LINEA-ABONO-CIERRE TO LINEA-CIERRE
               WRITE LINEA-CIERRE.
           MOVE NUM-VINCULOS-BORRADOS TO VINCULOS-CIERRE-D.
           MOVE NUM-MANDATOS-CANC TO MANDATOS-CIERRE-D.
           MOVE LINEA-BAJAS-CIERRE TO LINEA-CIERRE.
           WRITE LINEA-CIERRE.
           MOVE LINEA-EN-BLANCO-CANC TO LINEA-CIERRE.
           WRITE LINEA-CIERRE.
           CLOSE CIERREFILE.
       FIN-EMITIR-CIERRE-CUENTA.
           EXIT.

      *Procedimiento conceder-prestamo
      *Concede un prestamo personal sobre una cuenta activa:
      *genera el cuadro de amortizacion completo en CUOTASPR.DAT,
      *da de alta el prestamo en PRESTAMOS.DAT, abona el principal
      *en la cuenta y lo anota en MOVS.DAT. El cobro de las cuotas
      *lo hace cada mes el proceso CUOTAS. Reservado a operadores
      *de nivel 2.
       CONCEDER-PRESTAMO.
           IF NIVEL-ACTUAL < 2
             MOVE MSJ-ERROR-NIVEL TO MSJ-MANTENIM
             GO TO MOSTRAR-OPERACION-OK.
           MOVE " " TO MSJ-MANTENIM.
           MOVE SPACES TO NUM-CUENTA-MANT.

         MOSTRAR-PIDE-CUENTA-PREST.
           DISPLAY PANTALLA-PIDE-CUENTA-MANT.
           ACCEPT NUM-CUENTA-MANT LINE 11 POSITION 42
             ON ESCAPE
               GO TO MENU-MANTENIM.

           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS = 2005
             GO TO MENU-MANTENIM
           ELSE
             IF COB-CRT-STATUS NOT = 0000
               GO TO MOSTRAR-PIDE-CUENTA-PREST.

           PERFORM BUSCAR-CUENTA-MANT THRU FIN-BUSCAR-CUENTA-MANT.
           IF EXISTE-CUENTA-MANT = "NO"
             MOVE MSJ-ERROR-CUENTA-NOENC TO MSJ-MANTENIM
             GO TO MOSTRAR-PIDE-CUENTA-PREST.
           IF NOT CTA-ACTIVA
             MOVE MSJ-ERROR-PREST-CUENTA TO MSJ-MANTENIM
             GO TO MOSTRAR-PIDE-CUENTA-PREST.

           PERFORM SIGUIENTE-NUM-PRESTAMO
                        THRU FIN-SIGUIENTE-NUM-PRESTAMO.
           IF NUM-PREST-MANT = 99
             MOVE MSJ-ERROR-PREST-NUM TO MSJ-MANTENIM
             GO TO MOSTRAR-PIDE-CUENTA-PREST.
           ADD 1 TO NUM-PREST-MANT.

           MOVE " " TO MSJ-MANTENIM.
           MOVE 0 TO IMPORTE-PREST-MANT.
           MOVE 0 TO TIPO-PREST-MANT.
           MOVE 0 TO PLAZO-PREST-MANT.
           MOVE 0 TO DEMORA-PREST-MANT.

         MOSTRAR-PANTALLA-PRESTAMO.
           DISPLAY PANTALLA-CONCEDER-PRESTAMO.
           ACCEPT PANTALLA-CONCEDER-PRESTAMO
             ON ESCAPE
               GO TO MENU-MANTENIM.

           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS = 27
             GO TO MENU-MANTENIM
           ELSE
             IF COB-CRT-STATUS NOT = 0000
               GO TO MOSTRAR-PANTALLA-PRESTAMO.

           IF IMPORTE-PREST-MANT = 0
              OR TIPO-PREST-MANT > 30
              OR PLAZO-PREST-MANT = 0
              OR PLAZO-PREST-MANT > 360
             MOVE MSJ-ERROR-PREST-DATOS TO MSJ-MANTENIM
             GO TO MOSTRAR-PANTALLA-PRESTAMO.
           IF DEMORA-PREST-MANT = 0
             COMPUTE DEMORA-PREST-MANT = TIPO-PREST-MANT + 2.

           PERFORM OBTENER-FECHA.
           PERFORM CALCULAR-CUOTA-PREST THRU FIN-CALCULAR-CUOTA-PREST.
           MOVE 1 TO NUM-CUOTA-PREST.
           PERFORM CALCULAR-VTO-PREST THRU FIN-CALCULAR-VTO-PREST.
           MOVE FECHA-VTO-PREST TO PRIMERA-CUOTA-PREST.

         MOSTRAR-CONFIRMAR-PRESTAMO.
           DISPLAY PANTALLA-CONFIRMAR-PRESTAMO.
           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS = 2005
             GO TO MENU-MANTENIM
           ELSE
             IF COB-CRT-STATUS NOT = 0000
               GO TO MOSTRAR-CONFIRMAR-PRESTAMO.

           PERFORM GENERAR-CUADRO-PREST THRU FIN-GENERAR-CUADRO-PREST.

           OPEN I-O PRESTFILE.
           IF FSPR = "35"
               OPEN OUTPUT PRESTFILE
               CLOSE PRESTFILE
               OPEN I-O PRESTFILE.
           MOVE NUM-CUENTA-MANT TO PRE-CUENTA.
           MOVE NUM-PREST-MANT TO PRE-NUM.
           MOVE IMPORTE-PREST-MANT TO PRE-PRINCIPAL.
           MOVE TIPO-PREST-MANT TO PRE-TIPO-INTERES.
           MOVE DEMORA-PREST-MANT TO PRE-TIPO-DEMORA.
           MOVE PLAZO-PREST-MANT TO PRE-PLAZO-MESES.
           MOVE CUOTA-PREST-MANT TO PRE-CUOTA.
           MOVE FECHAF TO PRE-FECHA-CONCESION.
           MOVE IMPORTE-PREST-MANT TO PRE-CAPITAL-PENDIENTE.
           MOVE 0 TO PRE-CUOTAS-COBRADAS.
           MOVE 0 TO PRE-CUOTAS-IMPAGADAS.
           MOVE 0 TO PRE-IMPORTE-IMPAGADO.
           MOVE PRIMERA-CUOTA-PREST TO PRE-FECHA-PROX-CUOTA.
           MOVE "A" TO PRE-ESTADO.
           MOVE OPERADOR-ACTUAL TO PRE-OPERADOR.
           WRITE REG-PRESTAMO.
           CLOSE PRESTFILE.

           OPEN I-O CUENTAFILE.
           MOVE NUM-CUENTA-MANT TO CTA-NUM-CUENTA.
           READ CUENTAFILE
             INVALID KEY
               CLOSE CUENTAFILE
               MOVE MSJ-ERROR-CUENTA-NOENC TO MSJ-MANTENIM
               GO TO MOSTRAR-OPERACION-OK.
           ADD IMPORTE-PREST-MANT TO CTA-SALDO.
           MOVE CTA-SALDO TO NUEVO-SALDO-PREST.
           REWRITE REG-CUENTA.
           CLOSE CUENTAFILE.

           PERFORM SIGUIENTE-NUM-MOV-RET
                        THRU FIN-SIGUIENTE-NUM-MOV-RET.
           MOVE SPACES TO CONCEPTO-PREST-MOV.
           STRING "Concesion prestamo " NUM-PREST-MANT
              DELIMITED BY SIZE INTO CONCEPTO-PREST-MOV.
           OPEN I-O MOVFILE.
           IF FSM = "35"
               OPEN OUTPUT MOVFILE
               CLOSE MOVFILE
               OPEN I-O MOVFILE.
           MOVE NUM-CUENTA-MANT TO MOV-ID.
           MOVE MOV-SIGUIENTE-SEC TO MOV-NUM-SEC.
           MOVE CONCEPTO-PREST-MOV TO MOV-CONCEPTO.
           MOVE IMPORTE-PREST-MANT TO MOV-CANTIDAD.
           MOVE SPACES TO MOV-CUENTA-DESTINO.
           MOVE "14" TO MOV-TIPO.
           MOVE NUEVO-SALDO-PREST TO MOV-SALDO.
           MOVE FECHAF TO MOV-FECHA.
           MOVE HORAF TO MOV-HORA.
           WRITE REG-MOVIMIENTOS.
           CLOSE MOVFILE.

           MOVE "CONCEDER PRESTAMO" TO AUD-FUNCION.
           MOVE NUM-CUENTA-MANT TO AUD-CLAVE-REG.
           MOVE SPACES TO AUD-VALOR-ANT.
           MOVE IMPORTE-PREST-MANT TO IMPORTE-AUD-D.
           MOVE IMPORTE-AUD-D TO AUD-VALOR-NUEVO.
           PERFORM REGISTRAR-AUDITORIA THRU FIN-REGISTRAR-AUDITORIA.

           MOVE "Prestamo concedido; principal abonado en la cuenta"
                                                   TO MSJ-MANTENIM.
           GO TO MOSTRAR-OPERACION-OK.

      *Procedimiento siguiente-num-prestamo
      *Deja en NUM-PREST-MANT el ultimo numero de prestamo de la
      *cuenta (cero si no tiene ninguno).
       SIGUIENTE-NUM-PRESTAMO.
           MOVE 0 TO NUM-PREST-MANT.
           OPEN INPUT PRESTFILE.
           IF FSPR NOT = "00"
             GO TO FIN-SIGUIENTE-NUM-PRESTAMO.
           MOVE NUM-CUENTA-MANT TO PRE-CUENTA.
           MOVE 0 TO PRE-NUM.
           START PRESTFILE KEY IS NOT LESS THAN PRE-CLAVE
             INVALID KEY GO TO FIN-BUSCAR-NUM-PREST.
         INICIO-BUSCAR-NUM-PREST.
           READ PRESTFILE NEXT RECORD AT END
                  GO TO FIN-BUSCAR-NUM-PREST.
           IF PRE-CUENTA NOT = NUM-CUENTA-MANT
             GO TO FIN-BUSCAR-NUM-PREST.
           MOVE PRE-NUM TO NUM-PREST-MANT.
           GO TO INICIO-BUSCAR-NUM-PREST.
         FIN-BUSCAR-NUM-PREST.
           CLOSE PRESTFILE.
       FIN-SIGUIENTE-NUM-PRESTAMO.
           EXIT.

      *Procedimiento calcular-cuota-prest
      *Cuota fija del sistema frances: P * i / (1 - (1 + i) ** -n)
      *con i el tipo mensual. Sin interes es el principal entre
      *el numero de cuotas.
       CALCULAR-CUOTA-PREST.
           IF TIPO-PREST-MANT = 0
             COMPUTE CUOTA-PREST-MANT ROUNDED =
                        IMPORTE-PREST-MANT / PLAZO-PREST-MANT
             GO TO FIN-CALCULAR-CUOTA-PREST.
           COMPUTE TIPO-MENSUAL-PREST = TIPO-PREST-MANT / 1200.
           COMPUTE FACTOR-PREST =
                        (1 + TIPO-MENSUAL-PREST) ** PLAZO-PREST-MANT.
           COMPUTE CUOTA-PREST-MANT ROUNDED =
                        IMPORTE-PREST-MANT * TIPO-MENSUAL-PREST
                        * FACTOR-PREST / (FACTOR-PREST - 1).
       FIN-CALCULAR-CUOTA-PREST.
           EXIT.

      *Procedimiento calcular-vto-prest
      *Fecha de vencimiento de la cuota NUM-CUOTA-PREST: tantos
      *meses despues de hoy, el mismo dia (como mucho el 28).
       CALCULAR-VTO-PREST.
           MOVE DD OF FECHA TO DIA-VTO-PREST.
           IF DIA-VTO-PREST > 28
             MOVE 28 TO DIA-VTO-PREST.
           COMPUTE MESES-VTO-PREST = (AA OF FECHA * 12)
                        + MM OF FECHA - 1 + NUM-CUOTA-PREST.
           DIVIDE MESES-VTO-PREST BY 12 GIVING AA-VTO
                        REMAINDER MES-VTO-PREST.
           COMPUTE MM-VTO = MES-VTO-PREST + 1.
           MOVE DIA-VTO-PREST TO DD-VTO.
       FIN-CALCULAR-VTO-PREST.
           EXIT.

      *Procedimiento generar-cuadro-prest
      *Graba una cuota por mes. Los intereses de cada cuota son los
      *del capital pendiente durante el mes; el resto de la cuota
      *amortiza capital y la ultima recoge lo que quede por los
      *redondeos.
       GENERAR-CUADRO-PREST.
           OPEN I-O CUOTAFILE.
           IF FSCO = "35"
               OPEN OUTPUT CUOTAFILE
               CLOSE CUOTAFILE
               OPEN I-O CUOTAFILE.
           MOVE IMPORTE-PREST-MANT TO CAPITAL-PEND-PREST.
           MOVE 0 TO NUM-CUOTA-PREST.
         INICIO-GENERAR-CUOTAS.
           ADD 1 TO NUM-CUOTA-PREST.
           IF NUM-CUOTA-PREST > PLAZO-PREST-MANT
             GO TO FIN-GENERAR-CUOTAS.
           PERFORM CALCULAR-VTO-PREST THRU FIN-CALCULAR-VTO-PREST.
           MOVE NUM-CUENTA-MANT TO CUO-CUENTA.
           MOVE NUM-PREST-MANT TO CUO-NUM-PRESTAMO.
           MOVE NUM-CUOTA-PREST TO CUO-NUM-CUOTA.
           MOVE FECHA-VTO-PREST TO CUO-FECHA-VENCIMIENTO.
           COMPUTE CUO-INTERES ROUNDED =
                        CAPITAL-PEND-PREST * TIPO-PREST-MANT / 1200.
           IF NUM-CUOTA-PREST = PLAZO-PREST-MANT
              OR CUOTA-PREST-MANT - CUO-INTERES > CAPITAL-PEND-PREST
             MOVE CAPITAL-PEND-PREST TO CUO-CAPITAL
           ELSE
             COMPUTE CUO-CAPITAL = CUOTA-PREST-MANT - CUO-INTERES.
           SUBTRACT CUO-CAPITAL FROM CAPITAL-PEND-PREST.
           MOVE CAPITAL-PEND-PREST TO CUO-CAPITAL-PENDIENTE.
           MOVE 0 TO CUO-DEMORA.
           MOVE SPACES TO CUO-PERIODO-DEMORA.
           MOVE "P" TO CUO-ESTADO.
           MOVE SPACES TO CUO-FECHA-COBRO.
           WRITE REG-CUOTA-PRESTAMO
             INVALID KEY REWRITE REG-CUOTA-PRESTAMO.
           GO TO INICIO-GENERAR-CUOTAS.
         FIN-GENERAR-CUOTAS.
           CLOSE CUOTAFILE.
       FIN-GENERAR-CUADRO-PREST.
           EXIT.

      *Procedimiento alta-mandato
      *Registra la autorizacion del titular para que el acreedor
      *le cargue recibos en la cuenta. Si el mandato existia y el
      *cliente lo habia cancelado se reactiva con los datos nuevos.
       ALTA-MANDATO.
           MOVE " " TO MSJ-MANTENIM.
           MOVE SPACES TO NUM-CUENTA-MANT.
           MOVE SPACES TO CUENTA-ABONO-MANT.
           MOVE SPACES TO ACREEDOR-MANT.
           MOVE 0 TO IMPORTE-MAX-MANT.

         MOSTRAR-PANTALLA-ALTA-MANDATO.
           DISPLAY PANTALLA-ALTA-MANDATO.
           ACCEPT PANTALLA-ALTA-MANDATO
             ON ESCAPE
               GO TO MENU-MANTENIM.

           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS = 27
             GO TO MENU-MANTENIM
           ELSE
             IF COB-CRT-STATUS NOT = 0000
               GO TO MOSTRAR-PANTALLA-ALTA-MANDATO.

           PERFORM BUSCAR-CUENTA-MANT THRU FIN-BUSCAR-CUENTA-MANT.
           IF EXISTE-CUENTA-MANT = "NO"
             MOVE MSJ-ERROR-CUENTA-NOENC TO MSJ-MANTENIM
             GO TO MOSTRAR-PANTALLA-ALTA-MANDATO.
           IF CTA-CANCELADA
             MOVE MSJ-ERROR-CTA-CANCELADA TO MSJ-MANTENIM
             GO TO MOSTRAR-PANTALLA-ALTA-MANDATO.

           OPEN I-O MANDATOFILE.
           IF FSMA = "35"
               OPEN OUTPUT MANDATOFILE
               CLOSE MANDATOFILE
               OPEN I-O MANDATOFILE.
           MOVE NUM-CUENTA-MANT TO MAN-CUENTA-CARGO.
           MOVE CUENTA-ABONO-MANT TO MAN-CUENTA-ABONO.
           READ MANDATOFILE
             INVALID KEY GO TO ESCRIBIR-MANDATO-MANT.
           IF MAN-ACTIVO
             CLOSE MANDATOFILE
             MOVE MSJ-ERROR-MANDATO-DUP TO MSJ-MANTENIM
             GO TO MOSTRAR-PANTALLA-ALTA-MANDATO.
           PERFORM PREPARAR-MANDATO-MANT.
           REWRITE REG-MANDATO.
           GO TO FIN-GRABAR-MANDATO-MANT.

         ESCRIBIR-MANDATO-MANT.
           PERFORM PREPARAR-MANDATO-MANT.
           WRITE REG-MANDATO.

         FIN-GRABAR-MANDATO-MANT.
           CLOSE MANDATOFILE.

           MOVE "ALTA MANDATO" TO AUD-FUNCION.
           MOVE NUM-CUENTA-MANT TO AUD-CLAVE-REG.
           MOVE SPACES TO AUD-VALOR-ANT.
           MOVE ACREEDOR-MANT TO AUD-VALOR-NUEVO.
           PERFORM REGISTRAR-AUDITORIA THRU FIN-REGISTRAR-AUDITORIA.

           MOVE "Mandato de domiciliacion registrado" TO MSJ-MANTENIM.
           GO TO MOSTRAR-OPERACION-OK.

      *Procedimiento preparar-mandato-mant
       PREPARAR-MANDATO-MANT.
           MOVE NUM-CUENTA-MANT TO MAN-CUENTA-CARGO.
           MOVE CUENTA-ABONO-MANT TO MAN-CUENTA-ABONO.
           MOVE ACREEDOR-MANT TO MAN-ACREEDOR.
           MOVE IMPORTE-MAX-MANT TO MAN-IMPORTE-MAX.
           MOVE "A" TO MAN-ESTADO.
           MOVE FECHAF TO MAN-FECHA-ALTA.
           MOVE FECHAF TO MAN-FECHA-ESTADO.

      *Procedimiento alta-espectaculo
       ALTA-ESPECTACULO.
           MOVE " " TO MSJ-MANTENIM.
           MOVE 0 TO NUM-ESPEC-MANT.
           MOVE SPACES TO NOMBRE-ESPEC-MANT.
           MOVE SPACES TO DESCRIPCION-ESPEC-MANT.

         MOSTRAR-PANTALLA-ALTA-ESPEC.
           DISPLAY PANTALLA-ALTA-ESPECTACULO.
           ACCEPT PANTALLA-ALTA-ESPECTACULO
             ON ESCAPE
               GO TO MENU-MANTENIM.

           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS = 27
             GO TO MENU-MANTENIM
           ELSE
             IF COB-CRT-STATUS NOT = 0000
               GO TO MOSTRAR-PANTALLA-ALTA-ESPEC.

           MOVE NUM-ESPEC-MANT TO ESPEC-NUMERO.
           MOVE NOMBRE-ESPEC-MANT TO ESPEC-NOMBRE.
           MOVE DESCRIPCION-ESPEC-MANT TO ESPEC-DESCRIPCION.

           OPEN I-O ESPECFILE.
           WRITE REG-ESPECTACULO
           GO TO MOSTRAR-OPERACION-OK.

      *Procedimiento baja-espectaculo
      *Retira un espectaculo de la cartelera. Si nunca vendio
      *entradas se borra junto con sus sesiones; si las vendio,
      *el espectaculo se conserva y sus sesiones por celebrar se
      *cancelan reembolsando las compras no devueltas, para que
      *las compras de MOVS.DAT sigan teniendo a que referirse.
       BAJA-ESPECTACULO.
           MOVE " " TO MSJ-MANTENIM.
           MOVE 0 TO NUM-ESPEC-MANT.
               CLOSE ESPECFILE
               MOVE MSJ-ERROR-ESPEC-NOENC TO MSJ-MANTENIM
               GO TO MOSTRAR-PANTALLA-PIDE-ESPEC.
           MOVE ESPEC-NOMBRE TO NOMBRE-ESPEC-MANT.
           MOVE 0 TO SESION-CANCELAR.
           PERFORM CARGAR-SESIONES-CANCELAR
                        THRU FIN-CARGAR-SESIONES-CANCELAR.
           PERFORM CONTAR-COMPRAS-CANCELAR
                        THRU FIN-CONTAR-COMPRAS-CANCELAR.

         MOSTRAR-PANTALLA-CONFIRMAR-BAJA.
           DISPLAY PANTALLA-CONFIRMAR-BAJA-ESPEC.
             IF COB-CRT-STATUS NOT = 0000
               GO TO MOSTRAR-PANTALLA-CONFIRMAR-BAJA.

           IF NUM-COMPRAS-VENDIDAS = 0
             DELETE ESPECFILE RECORD
             CLOSE ESPECFILE
             PERFORM BORRAR-SESIONES-ESPEC
                          THRU FIN-BORRAR-SESIONES-ESPEC
             MOVE "BAJA ESPECTACULO" TO AUD-FUNCION
             MOVE NUM-ESPEC-MANT TO AUD-CLAVE-REG
             MOVE NOMBRE-ESPEC-MANT TO AUD-VALOR-ANT
             MOVE SPACES TO AUD-VALOR-NUEVO
             PERFORM REGISTRAR-AUDITORIA THRU FIN-REGISTRAR-AUDITORIA
             MOVE "Espectaculo retirado de la cartelera" TO
                 MSJ-MANTENIM
             GO TO MOSTRAR-OPERACION-OK.

           CLOSE ESPECFILE.
           IF NUM-COMPRAS-PENDIENTES > 0
             IF NIVEL-ACTUAL < 2
               MOVE MSJ-ERROR-NIVEL-REEMB TO MSJ-MANTENIM
               GO TO MOSTRAR-OPERACION-OK.

           PERFORM REEMBOLSAR-COMPRAS-CANC
                        THRU FIN-REEMBOLSAR-COMPRAS-CANC.
           PERFORM ANULAR-SESIONES-CANC
                        THRU FIN-ANULAR-SESIONES-CANC.

           MOVE "CANCELAR ESPECTACULO" TO AUD-FUNCION.
           MOVE NUM-ESPEC-MANT TO AUD-CLAVE-REG.
           MOVE NOMBRE-ESPEC-MANT TO AUD-VALOR-ANT.
           PERFORM PREPARAR-AUD-CANCELACION.
           PERFORM REGISTRAR-AUDITORIA THRU FIN-REGISTRAR-AUDITORIA.

           MOVE "Espectaculo cancelado, reembolsos en CANCESP.TXT" TO
               MSJ-MANTENIM.
           GO TO MOSTRAR-OPERACION-OK.

       FIN-BORRAR-SESIONES-ESPEC.
           EXIT.

      *Procedimiento cargar-sesiones-cancelar
      *Marca en TABLA-SESIONES-CANC las sesiones de NUM-ESPEC-MANT
      *que se van a cancelar: la pedida en SESION-CANCELAR, o todas
      *si vale cero. Las ya liquidadas al promotor o ya canceladas
      *se dejan como estan, y tambien las que ya se celebraron
      *aunque LIQESPEC aun no las haya liquidado: sus entradas se
      *usaron y la recaudacion es del promotor.
       CARGAR-SESIONES-CANCELAR.
           MOVE SPACES TO TABLA-SESIONES-CANC.
           PERFORM OBTENER-FECHA.
           COMPUTE FECHA-HOY-CANC = (AA OF FECHA * 10000)
                        + (MM OF FECHA * 100) + DD OF FECHA.
           OPEN INPUT SESIONFILE.
           IF FSS NOT = "00"
             GO TO FIN-CARGAR-SESIONES-CANCELAR.
           MOVE NUM-ESPEC-MANT TO SES-ESPEC-NUMERO.
           MOVE 0 TO SES-NUMERO.
           START SESIONFILE KEY IS NOT LESS THAN SES-CLAVE
             INVALID KEY GO TO FIN-LEER-SESIONES-CANC.
         INICIO-LEER-SESIONES-CANC.
           READ SESIONFILE NEXT RECORD AT END
                  GO TO FIN-LEER-SESIONES-CANC.
           IF SES-ESPEC-NUMERO NOT = NUM-ESPEC-MANT
             GO TO FIN-LEER-SESIONES-CANC.
           IF SES-NUMERO < 1
             GO TO INICIO-LEER-SESIONES-CANC.
           IF SESION-CANCELAR NOT = 0
             IF SES-NUMERO NOT = SESION-CANCELAR
               GO TO INICIO-LEER-SESIONES-CANC.
           IF SES-LIQUIDADA = "S" OR SES-LIQUIDADA = "C"
             GO TO INICIO-LEER-SESIONES-CANC.
           COMPUTE FECHA-SES-CANC = (AAS * 10000) + (MMS * 100) + DDS.
           IF FECHA-SES-CANC < FECHA-HOY-CANC
             GO TO INICIO-LEER-SESIONES-CANC.
           MOVE "S" TO SES-A-CANCELAR(SES-NUMERO).
           GO TO INICIO-LEER-SESIONES-CANC.
         FIN-LEER-SESIONES-CANC.
           CLOSE SESIONFILE.
       FIN-CARGAR-SESIONES-CANCELAR.
           EXIT.

      *Procedimiento contar-compras-cancelar
      *Recorre MOVS.DAT contando las compras de entradas del
      *espectaculo (de la sesion pedida, si se cancela una sola)
      *y, entre ellas, las aun no reembolsadas de las sesiones que
      *se cancelan, con el importe que habra que devolver. Las
      *compras anteriores a las sesiones no llevan numero de sesion
      *en la referencia y se tratan como de la sesion 01.
       CONTAR-COMPRAS-CANCELAR.
           MOVE 0 TO NUM-COMPRAS-VENDIDAS.
           MOVE 0 TO NUM-COMPRAS-PENDIENTES.
           MOVE 0 TO IMPORTE-PENDIENTE.
           OPEN INPUT MOVFILE.
           IF FSM NOT = "00"
             GO TO FIN-CONTAR-COMPRAS-CANCELAR.
         INICIO-CONTAR-COMPRAS.
           READ MOVFILE NEXT RECORD AT END
                  GO TO FIN-LEER-COMPRAS-CONTAR.
           IF NOT MOV-TIPO-COMPRA-ENT
             GO TO INICIO-CONTAR-COMPRAS.
           IF MOV-REF-ESPEC-NUMERO NOT = NUM-ESPEC-MANT
             GO TO INICIO-CONTAR-COMPRAS.
           MOVE 01 TO SES-REF-CANC.
           IF MOV-REF-SES-NUMERO NUMERIC
             IF MOV-REF-SES-NUMERO > 0
               MOVE MOV-REF-SES-NUMERO TO SES-REF-CANC.
           IF SESION-CANCELAR NOT = 0
             IF SES-REF-CANC NOT = SESION-CANCELAR
               GO TO INICIO-CONTAR-COMPRAS.
           ADD 1 TO NUM-COMPRAS-VENDIDAS.
           IF MOV-REF-REEMBOLSADO = "N"
             IF SES-A-CANCELAR(SES-REF-CANC) = "S"
               ADD 1 TO NUM-COMPRAS-PENDIENTES
               MOVE MOV-CANTIDAD TO IMPORTE-REEMB-MOV
               SUBTRACT IMPORTE-REEMB-MOV FROM IMPORTE-PENDIENTE.
           GO TO INICIO-CONTAR-COMPRAS.
         FIN-LEER-COMPRAS-CONTAR.
           CLOSE MOVFILE.
       FIN-CONTAR-COMPRAS-CANCELAR.
           EXIT.

      *Procedimiento reembolsar-compras-canc
      *Devuelve a sus compradores todas las compras pendientes de
      *las sesiones que se cancelan y deja el detalle y el total
      *en CANCESP.TXT para el promotor. Las compras se cargan por
      *tandas de 100 en TABLA-COMPRAS-CANC y cada tanda continua
      *por clave desde la ultima compra de la anterior.
       REEMBOLSAR-COMPRAS-CANC.
           MOVE 0 TO NUM-REEMBOLSOS.
           MOVE 0 TO NUM-ENTRADAS-REEMB.
           MOVE 0 TO IMPORTE-REEMBOLSADO.
           MOVE 0 TO NUM-SIN-REEMBOLSO.
           MOVE LOW-VALUES TO CLAVE-REANUDA-CANC.
           PERFORM OBTENER-FECHA.
           OPEN EXTEND CANCELAFILE.
           IF FSCN = "35"
               OPEN OUTPUT CANCELAFILE
               CLOSE CANCELAFILE
               OPEN EXTEND CANCELAFILE.
           MOVE FECHAF TO FECHA-TITULO-CANC-D.
           MOVE LINEA-SEPARADORA-CANC TO LINEA-CANCELA.
           WRITE LINEA-CANCELA.
           MOVE LINEA-TITULO-CANC TO LINEA-CANCELA.
           WRITE LINEA-CANCELA.
           MOVE LINEA-SEPARADORA-CANC TO LINEA-CANCELA.
           WRITE LINEA-CANCELA.
           MOVE LINEA-EN-BLANCO-CANC TO LINEA-CANCELA.
           WRITE LINEA-CANCELA.
           MOVE NUM-ESPEC-MANT TO NUMERO-CANC-D.
           MOVE NOMBRE-ESPEC-MANT TO NOMBRE-CANC-D.
           IF SESION-CANCELAR = 0
             MOVE "TODAS" TO SESION-CANC-D
           ELSE
             MOVE SESION-CANCELAR TO SESION-CANC-D.
           MOVE OPERADOR-ACTUAL TO OPERADOR-CANC-D.
           MOVE LINEA-ESPEC-CANC TO LINEA-CANCELA.
           WRITE LINEA-CANCELA.
           MOVE LINEA-EN-BLANCO-CANC TO LINEA-CANCELA.
           WRITE LINEA-CANCELA.
           MOVE LINEA-CABECERA-CANC TO LINEA-CANCELA.
           WRITE LINEA-CANCELA.

         INICIO-TANDA-REEMBOLSOS.
           PERFORM CARGAR-COMPRAS-CANCELAR
                        THRU FIN-CARGAR-COMPRAS-CANCELAR.
           MOVE 1 TO ICM.
         INICIO-REEMBOLSAR-COMPRA.
           IF ICM > NUM-COMPRAS-RONDA
             GO TO FIN-TANDA-REEMBOLSOS.
           PERFORM REEMBOLSAR-COMPRA-CANC
                        THRU FIN-REEMBOLSAR-COMPRA-CANC.
           ADD 1 TO ICM.
           GO TO INICIO-REEMBOLSAR-COMPRA.
         FIN-TANDA-REEMBOLSOS.
           IF RONDA-LLENA = "S"
             GO TO INICIO-TANDA-REEMBOLSOS.

           MOVE LINEA-EN-BLANCO-CANC TO LINEA-CANCELA.
           WRITE LINEA-CANCELA.
           MOVE NUM-REEMBOLSOS TO REEMBOLSOS-CANC-D.
           MOVE NUM-ENTRADAS-REEMB TO ENTRADAS-TOT-CANC-D.
           MOVE IMPORTE-REEMBOLSADO TO TOTAL-CANC-D.
           MOVE LINEA-TOTAL-CANC TO LINEA-CANCELA.
           WRITE LINEA-CANCELA.
           MOVE LINEA-EN-BLANCO-CANC TO LINEA-CANCELA.
           WRITE LINEA-CANCELA.
           CLOSE CANCELAFILE.
       FIN-REEMBOLSAR-COMPRAS-CANC.
           EXIT.

      *Procedimiento cargar-compras-cancelar
      *Carga en la tabla la siguiente tanda de compras pendientes
      *de reembolso, leyendo MOVS.DAT a partir de la clave en que
      *se quedo la tanda anterior. Si la tabla se llena deja
      *RONDA-LLENA = "S" para que se lea otra tanda.
       CARGAR-COMPRAS-CANCELAR.
           MOVE 0 TO NUM-COMPRAS-RONDA.
           MOVE "N" TO RONDA-LLENA.
           OPEN INPUT MOVFILE.
           IF FSM NOT = "00"
             GO TO FIN-CARGAR-COMPRAS-CANCELAR.
           MOVE CLAVE-REANUDA-CANC TO MOV-CLAVE.
           START MOVFILE KEY IS GREATER THAN MOV-CLAVE
             INVALID KEY GO TO FIN-LEER-COMPRAS-CANC.
         INICIO-LEER-COMPRAS-CANC.
           READ MOVFILE NEXT RECORD AT END
                  GO TO FIN-LEER-COMPRAS-CANC.
           IF NOT MOV-TIPO-COMPRA-ENT
             GO TO INICIO-LEER-COMPRAS-CANC.
           IF MOV-REF-ESPEC-NUMERO NOT = NUM-ESPEC-MANT
             GO TO INICIO-LEER-COMPRAS-CANC.
           IF MOV-REF-REEMBOLSADO NOT = "N"
             GO TO INICIO-LEER-COMPRAS-CANC.
           MOVE 01 TO SES-REF-CANC.
           IF MOV-REF-SES-NUMERO NUMERIC
             IF MOV-REF-SES-NUMERO > 0
               MOVE MOV-REF-SES-NUMERO TO SES-REF-CANC.
           IF SES-A-CANCELAR(SES-REF-CANC) NOT = "S"
             GO TO INICIO-LEER-COMPRAS-CANC.
           IF NUM-COMPRAS-RONDA = 100
             MOVE "S" TO RONDA-LLENA
             GO TO FIN-LEER-COMPRAS-CANC.
           ADD 1 TO NUM-COMPRAS-RONDA.
           MOVE MOV-CLAVE TO CMP-CLAVE(NUM-COMPRAS-RONDA).
           MOVE SES-REF-CANC TO CMP-SESION(NUM-COMPRAS-RONDA).
           MOVE MOV-REF-NUM-ENTRADAS
                TO CMP-ENTRADAS(NUM-COMPRAS-RONDA).
           MOVE MOV-CANTIDAD TO IMPORTE-REEMB-MOV.
           COMPUTE CMP-IMPORTE(NUM-COMPRAS-RONDA) =
                IMPORTE-REEMB-MOV * -1.
           MOVE MOV-CLAVE TO CLAVE-REANUDA-CANC.
           GO TO INICIO-LEER-COMPRAS-CANC.
         FIN-LEER-COMPRAS-CANC.
           CLOSE MOVFILE.
       FIN-CARGAR-COMPRAS-CANCELAR.
           EXIT.

      *Procedimiento reembolsar-compra-canc
      *Hace lo mismo que la cancelacion de una compra en CAJERO
      *para la compra ICM de la tabla: abona el importe en la
      *cuenta del comprador, marca la compra como reembolsada y
      *anota el movimiento de reembolso. No repone el cupo de
      *entradas porque la sesion queda cancelada.
       REEMBOLSAR-COMPRA-CANC.
           MOVE CMP-CUENTA(ICM) TO CUENTA-CANC-D.
           MOVE CMP-SESION(ICM) TO SES-DET-CANC-D.
           MOVE CMP-ENTRADAS(ICM) TO ENTRADAS-CANC-D.
           MOVE CMP-IMPORTE(ICM) TO IMPORTE-DET-CANC-D.
           MOVE SPACES TO ESTADO-CANC-D.

           OPEN I-O CUENTAFILE.
           MOVE CMP-CUENTA(ICM) TO CTA-NUM-CUENTA.
           READ CUENTAFILE
             INVALID KEY
               CLOSE CUENTAFILE
               ADD 1 TO NUM-SIN-REEMBOLSO
               MOVE "  CUENTA NO EXISTE" TO ESTADO-CANC-D
               MOVE LINEA-DETALLE-CANC TO LINEA-CANCELA
               WRITE LINEA-CANCELA
               GO TO FIN-REEMBOLSAR-COMPRA-CANC.
           IF CTA-CANCELADA
               CLOSE CUENTAFILE
               ADD 1 TO NUM-SIN-REEMBOLSO
               MOVE "  CUENTA CANCELADA" TO ESTADO-CANC-D
               MOVE LINEA-DETALLE-CANC TO LINEA-CANCELA
               WRITE LINEA-CANCELA
               GO TO FIN-REEMBOLSAR-COMPRA-CANC.
           ADD CMP-IMPORTE(ICM) TO CTA-SALDO.
           REWRITE REG-CUENTA.
           CLOSE CUENTAFILE.

           OPEN I-O MOVFILE.
           MOVE CMP-CLAVE(ICM) TO MOV-CLAVE.
           READ MOVFILE.
           MOVE "S" TO MOV-REF-REEMBOLSADO.
           REWRITE REG-MOVIMIENTOS.
           CLOSE MOVFILE.

           MOVE CMP-CUENTA(ICM) TO NUM-CUENTA-MANT.
           PERFORM SIGUIENTE-NUM-MOV-RET
                        THRU FIN-SIGUIENTE-NUM-MOV-RET.
           MOVE CMP-ENTRADAS(ICM) TO ENTRADAS-REEMB-D.
           MOVE SPACES TO CONCEPTO-REEMB.
           STRING "Reembolso " ENTRADAS-REEMB-D " entradas "
              NOMBRE-ESPEC-MANT DELIMITED BY SIZE INTO CONCEPTO-REEMB.
           PERFORM OBTENER-FECHA.
           OPEN I-O MOVFILE.
           MOVE CMP-CUENTA(ICM) TO MOV-ID.
           MOVE MOV-SIGUIENTE-SEC TO MOV-NUM-SEC.
           MOVE CONCEPTO-REEMB TO MOV-CONCEPTO.
           MOVE CMP-IMPORTE(ICM) TO MOV-CANTIDAD.
           MOVE SPACES TO MOV-CUENTA-DESTINO.
           MOVE "07" TO MOV-TIPO.
           MOVE CTA-SALDO TO MOV-SALDO.
           MOVE FECHAF TO MOV-FECHA.
           MOVE HORAF TO MOV-HORA.
           WRITE REG-MOVIMIENTOS.
           CLOSE MOVFILE.

           ADD 1 TO NUM-REEMBOLSOS.
           ADD CMP-ENTRADAS(ICM) TO NUM-ENTRADAS-REEMB.
           ADD CMP-IMPORTE(ICM) TO IMPORTE-REEMBOLSADO.
           MOVE LINEA-DETALLE-CANC TO LINEA-CANCELA.
           WRITE LINEA-CANCELA.

           MOVE "REEMBOLSO POR CANCELACION" TO AUD-FUNCION.
           MOVE CMP-CUENTA(ICM) TO AUD-CLAVE-REG.
           MOVE SPACES TO AUD-VALOR-ANT.
           MOVE CMP-IMPORTE(ICM) TO IMPORTE-AUD-D.
           MOVE IMPORTE-AUD-D TO AUD-VALOR-NUEVO.
           PERFORM REGISTRAR-AUDITORIA THRU FIN-REGISTRAR-AUDITORIA.
       FIN-REEMBOLSAR-COMPRA-CANC.
           EXIT.

      *Procedimiento anular-sesiones-canc
      *Deja con SES-LIQUIDADA = "C" las sesiones marcadas en
      *TABLA-SESIONES-CANC: no se borran, CAJERO deja de venderlas
      *y LIQESPEC no las liquida.
       ANULAR-SESIONES-CANC.
           OPEN I-O SESIONFILE.
           IF FSS NOT = "00"
             GO TO FIN-ANULAR-SESIONES-CANC.
           MOVE 1 TO ISC.
         INICIO-ANULAR-SESION.
           IF ISC > 99
             GO TO FIN-ANULAR-SESIONES.
           IF SES-A-CANCELAR(ISC) NOT = "S"
             GO TO SIGUIENTE-ANULAR-SESION.
           MOVE NUM-ESPEC-MANT TO SES-ESPEC-NUMERO.
           MOVE ISC TO SES-NUMERO.
           READ SESIONFILE
             INVALID KEY GO TO SIGUIENTE-ANULAR-SESION.
           MOVE "C" TO SES-LIQUIDADA.
           REWRITE REG-SESION.
         SIGUIENTE-ANULAR-SESION.
           ADD 1 TO ISC.
           GO TO INICIO-ANULAR-SESION.
         FIN-ANULAR-SESIONES.
           CLOSE SESIONFILE.
       FIN-ANULAR-SESIONES-CANC.
           EXIT.

      *Procedimiento preparar-aud-cancelacion
      *Resume en AUD-VALOR-NUEVO los reembolsos de la cancelacion.
       PREPARAR-AUD-CANCELACION.
           MOVE IMPORTE-REEMBOLSADO TO IMPORTE-AUD-D.
           MOVE SPACES TO AUD-VALOR-NUEVO.
           STRING NUM-REEMBOLSOS " REEMB. " IMPORTE-AUD-D
              DELIMITED BY SIZE INTO AUD-VALOR-NUEVO.

      *Procedimiento gestion-sesion-mant
      *Alta y baja de sesiones fechadas de un espectaculo de la
      *cartelera. Cada sesion lleva su propia fecha, su precio y
             MOVE "Sesion dada de alta correctamente" TO MSJ-MANTENIM
             GO TO MOSTRAR-OPERACION-OK.

           READ SESIONFILE
             INVALID KEY
               CLOSE SESIONFILE
               MOVE MSJ-ERROR-SESION-NOENC TO MSJ-MANTENIM
               GO TO MOSTRAR-PANTALLA-SESION.
           IF SES-LIQUIDADA = "C"
             CLOSE SESIONFILE
             MOVE MSJ-ERROR-SESION-CANC TO MSJ-MANTENIM
             GO TO MOSTRAR-PANTALLA-SESION.

      *Una sesion con entradas vendidas no se borra: se cancela
      *reembolsando las compras, igual que en la baja de todo el
      *espectaculo.
           MOVE ESPEC-NOMBRE TO NOMBRE-ESPEC-MANT.
           MOVE SES-LIQUIDADA TO ESTADO-SESION-CANC.
           MOVE SES-FECHA TO FECHA-ESPEC-MANT.
           CLOSE SESIONFILE.
           MOVE NUM-SESION-MANT TO SESION-CANCELAR.
           PERFORM CARGAR-SESIONES-CANCELAR
                        THRU FIN-CARGAR-SESIONES-CANCELAR.
           PERFORM CONTAR-COMPRAS-CANCELAR
                        THRU FIN-CONTAR-COMPRAS-CANCELAR.
           IF NUM-COMPRAS-VENDIDAS > 0
             GO TO CANCELAR-SESION-MANT.

           OPEN I-O SESIONFILE.
           MOVE NUM-ESPEC-MANT TO SES-ESPEC-NUMERO.
           MOVE NUM-SESION-MANT TO SES-NUMERO.
           READ SESIONFILE
             INVALID KEY
               CLOSE SESIONFILE
           MOVE "Sesion dada de baja" TO MSJ-MANTENIM.
           GO TO MOSTRAR-OPERACION-OK.

         CANCELAR-SESION-MANT.
           IF ESTADO-SESION-CANC = "S"
             MOVE MSJ-ERROR-SESION-LIQ TO MSJ-MANTENIM
             GO TO MOSTRAR-PANTALLA-SESION.
           IF NUM-SESION-MANT > 0
             IF SES-A-CANCELAR(NUM-SESION-MANT) NOT = "S"
               MOVE MSJ-ERROR-SESION-PASADA TO MSJ-MANTENIM
               GO TO MOSTRAR-PANTALLA-SESION.
           IF NUM-COMPRAS-PENDIENTES > 0
             IF NIVEL-ACTUAL < 2
               MOVE MSJ-ERROR-NIVEL-REEMB TO MSJ-MANTENIM
               GO TO MOSTRAR-PANTALLA-SESION.

           PERFORM REEMBOLSAR-COMPRAS-CANC
                        THRU FIN-REEMBOLSAR-COMPRAS-CANC.
           PERFORM ANULAR-SESIONES-CANC
                        THRU FIN-ANULAR-SESIONES-CANC.

           MOVE "CANCELAR SESION" TO AUD-FUNCION.
           MOVE SPACES TO AUD-CLAVE-REG.
           STRING NUM-ESPEC-MANT "/" NUM-SESION-MANT
              DELIMITED BY SIZE INTO AUD-CLAVE-REG.
           MOVE FECHA-ESPEC-MANT TO AUD-VALOR-ANT.
           PERFORM PREPARAR-AUD-CANCELACION.
           PERFORM REGISTRAR-AUDITORIA THRU FIN-REGISTRAR-AUDITORIA.
           MOVE "Sesion cancelada, reembolsos en CANCESP.TXT" TO
               MSJ-MANTENIM.
           GO TO MOSTRAR-OPERACION-OK.

      *Procedimiento buscar-espec-mant
       BUSCAR-ESPEC-MANT.
           MOVE NUM-ESPEC-MANT TO ESPEC-NUMERO.
       FIN-CARGAR-RETENCIONES-CTA.
           EXIT.

      *Procedimiento alta-reclamo
      *Anota la reclamacion de un cliente al que el cajero cargo un
      *reintegro sin entregarle (todo) el efectivo. El importe
      *reclamado no puede pasar del reintegro. Queda pendiente de
      *que ARQUEO la contraste con el cajetin y de que un operador
      *de nivel 2 la resuelva.
       ALTA-RECLAMO.
           MOVE " " TO MSJ-MANTENIM.
           MOVE SPACES TO NUM-CUENTA-MANT.
           MOVE 0 TO MOV-RECL-MANT.
           MOVE 0 TO TARJ-RECL-MANT.
           MOVE 0 TO IMPORTE-RECL-MANT.

         MOSTRAR-PANTALLA-ALTA-RECLAMO.
           DISPLAY PANTALLA-ALTA-RECLAMO.
           ACCEPT PANTALLA-ALTA-RECLAMO
             ON ESCAPE
               GO TO MENU-MANTENIM.

           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS = 27
             GO TO MENU-MANTENIM
           ELSE
             IF COB-CRT-STATUS NOT = 0000
               GO TO MOSTRAR-PANTALLA-ALTA-RECLAMO.

           PERFORM BUSCAR-CUENTA-MANT THRU FIN-BUSCAR-CUENTA-MANT.
           IF EXISTE-CUENTA-MANT = "NO"
             MOVE MSJ-ERROR-CUENTA-NOENC TO MSJ-MANTENIM
             GO TO MOSTRAR-PANTALLA-ALTA-RECLAMO.

           MOVE TARJ-RECL-MANT TO NUM-TARJ-MANT.
           PERFORM BUSCAR-USUARIO-MANT THRU FIN-BUSCAR-USUARIO-MANT.
           IF EXISTE-USUARIO-MANT = "NO"
             MOVE MSJ-ERROR-USUARIO-NOENC TO MSJ-MANTENIM
             GO TO MOSTRAR-PANTALLA-ALTA-RECLAMO.

           OPEN INPUT MOVFILE.
           IF FSM NOT = "00"
             MOVE MSJ-ERROR-RECL-MOV TO MSJ-MANTENIM
             GO TO MOSTRAR-PANTALLA-ALTA-RECLAMO.
           MOVE NUM-CUENTA-MANT TO MOV-ID.
           MOVE MOV-RECL-MANT TO MOV-NUM-SEC.
           READ MOVFILE INVALID KEY
               CLOSE MOVFILE
               MOVE MSJ-ERROR-RECL-MOV TO MSJ-MANTENIM
               GO TO MOSTRAR-PANTALLA-ALTA-RECLAMO.
           CLOSE MOVFILE.
           IF NOT MOV-TIPO-REINTEGRO
             MOVE MSJ-ERROR-RECL-TIPO TO MSJ-MANTENIM
             GO TO MOSTRAR-PANTALLA-ALTA-RECLAMO.

      *El reintegro esta grabado en negativo.
           MOVE MOV-CANTIDAD TO IMPORTE-REINT-RECL.
           COMPUTE IMPORTE-REINT-RECL = IMPORTE-REINT-RECL * -1.
           IF IMPORTE-RECL-MANT = 0 OR
              IMPORTE-RECL-MANT > IMPORTE-REINT-RECL
             MOVE MSJ-ERROR-RECL-IMPORTE TO MSJ-MANTENIM
             GO TO MOSTRAR-PANTALLA-ALTA-RECLAMO.

           OPEN I-O RECLAMAFILE.
           IF FSRC = "35"
               OPEN OUTPUT RECLAMAFILE
               CLOSE RECLAMAFILE
               OPEN I-O RECLAMAFILE.
           PERFORM OBTENER-FECHA.
           MOVE NUM-CUENTA-MANT TO RCL-CUENTA.
           MOVE MOV-RECL-MANT TO RCL-NUM-SEC.
           MOVE TARJ-RECL-MANT TO RCL-TARJ.
           MOVE IMPORTE-REINT-RECL TO RCL-IMPORTE-REINTEGRO.
           MOVE IMPORTE-RECL-MANT TO RCL-IMPORTE.
           MOVE MOV-FECHA TO RCL-FECHA-REINTEGRO.
           MOVE FECHAF TO RCL-FECHA-ALTA.
           MOVE HORAF TO RCL-HORA-ALTA.
           MOVE OPERADOR-ACTUAL TO RCL-OPER-ALTA.
           MOVE " " TO RCL-ARQUEO.
           MOVE 0 TO RCL-SOBRANTE-DIA.
           MOVE "P" TO RCL-ESTADO.
           MOVE SPACES TO RCL-FECHA-RESOLUCION.
           MOVE 0 TO RCL-OPER-RESOLUCION.
           WRITE REG-RECLAMACION INVALID KEY
               CLOSE RECLAMAFILE
               MOVE MSJ-ERROR-RECL-DUP TO MSJ-MANTENIM
               GO TO MOSTRAR-PANTALLA-ALTA-RECLAMO.
           CLOSE RECLAMAFILE.

           MOVE "ALTA RECLAMACION" TO AUD-FUNCION.
           MOVE NUM-CUENTA-MANT TO AUD-CLAVE-REG.
           MOVE SPACES TO AUD-VALOR-ANT.
           MOVE IMPORTE-RECL-MANT TO IMPORTE-AUD-D.
           MOVE IMPORTE-AUD-D TO AUD-VALOR-NUEVO.
           PERFORM REGISTRAR-AUDITORIA THRU FIN-REGISTRAR-AUDITORIA.

           MOVE "Reclamacion registrada: pendiente de arqueo"
                                                   TO MSJ-MANTENIM.
           GO TO MOSTRAR-OPERACION-OK.

      *Procedimiento resolver-reclamo
      *Lista las reclamaciones de una cuenta con lo que dijo el
      *arqueo de su dia y deja aceptar o rechazar una pendiente.
      *Aceptarla abona lo reclamado en la cuenta con su propio
      *codigo de tipo de movimiento. Reservado a operadores de
      *nivel 2.
       RESOLVER-RECLAMO.
           IF NIVEL-ACTUAL < 2
             MOVE MSJ-ERROR-NIVEL TO MSJ-MANTENIM
             GO TO MOSTRAR-OPERACION-OK.
           MOVE " " TO MSJ-MANTENIM.
           MOVE SPACES TO NUM-CUENTA-MANT.

         MOSTRAR-PIDE-CUENTA-RECL.
           DISPLAY PANTALLA-PIDE-CUENTA-MANT.
           ACCEPT NUM-CUENTA-MANT LINE 11 POSITION 42
             ON ESCAPE
               GO TO MENU-MANTENIM.

           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS = 2005
             GO TO MENU-MANTENIM
           ELSE
             IF COB-CRT-STATUS NOT = 0000
               GO TO MOSTRAR-PIDE-CUENTA-RECL.

           PERFORM BUSCAR-CUENTA-MANT THRU FIN-BUSCAR-CUENTA-MANT.
           IF EXISTE-CUENTA-MANT = "NO"
             MOVE MSJ-ERROR-CUENTA-NOENC TO MSJ-MANTENIM
             GO TO MOSTRAR-PIDE-CUENTA-RECL.

         MOSTRAR-PANTALLA-RECLAMOS.
           PERFORM CARGAR-RECLAMOS-CTA THRU FIN-CARGAR-RECLAMOS-CTA.
           MOVE 0 TO MOV-RECL-MANT.
           MOVE SPACES TO ACCION-RECL-MANT.
           DISPLAY PANTALLA-RECLAMOS-MANT.
           MOVE 9 TO LINEA-RECL.
           MOVE 1 TO IRC.
         MOSTRAR-LINEA-RECL.
           IF IRC > NUM-RECL-LISTADAS
             GO TO ESPERAR-DATOS-RECL.
           MOVE RCLM-MOV(IRC) TO MOV-RECL-D.
           MOVE RCLM-FECHA(IRC) TO FECHA-RECL-D.
           MOVE RCLM-IMPORTE(IRC) TO IMPORTE-RECL-D.
           IF RCLM-ARQUEO(IRC) = "S"
             MOVE "CUBRE" TO ARQUEO-RECL-D
           ELSE
             IF RCLM-ARQUEO(IRC) = "P"
               MOVE "PARCIAL" TO ARQUEO-RECL-D
             ELSE
               IF RCLM-ARQUEO(IRC) = "N"
                 MOVE "NO SOBRA" TO ARQUEO-RECL-D
               ELSE
                 IF RCLM-ARQUEO(IRC) = "X"
                   MOVE "SIN COMP." TO ARQUEO-RECL-D
                 ELSE
                   MOVE "SIN ARQ." TO ARQUEO-RECL-D.
           IF RCLM-ESTADO(IRC) = "P"
             MOVE "PENDIENTE" TO ESTADO-RECL-D
           ELSE
             IF RCLM-ESTADO(IRC) = "A"
               MOVE "ACEPTADA" TO ESTADO-RECL-D
             ELSE
               MOVE "RECHAZADA" TO ESTADO-RECL-D.
           ADD 1 TO LINEA-RECL.
           DISPLAY LINEA-DETALLE-RECL
             LINE LINEA-RECL, POSITION 14.
           ADD 1 TO IRC.
           GO TO MOSTRAR-LINEA-RECL.

         ESPERAR-DATOS-RECL.
           ACCEPT MOV-RECL-MANT LINE 18 POSITION 37
             ON ESCAPE
               GO TO MENU-MANTENIM.
           ACCEPT ACCION-RECL-MANT LINE 19 POSITION 48
             ON ESCAPE
               GO TO MENU-MANTENIM.

           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS = 2005
             GO TO MENU-MANTENIM
           ELSE
             IF COB-CRT-STATUS NOT = 0000
               GO TO MOSTRAR-PANTALLA-RECLAMOS.

           IF ACCION-RECL-MANT NOT = "A"
             IF ACCION-RECL-MANT NOT = "R"
               MOVE MSJ-ERROR-ACCION-RECL TO MSJ-MANTENIM
               GO TO MOSTRAR-PANTALLA-RECLAMOS.

      *Una cuenta cancelada ya no admite abonos: la reclamacion
      *solo puede rechazarse y pagarse por otra via.
           IF ACCION-RECL-MANT = "A" AND CTA-CANCELADA
             MOVE MSJ-ERROR-CTA-CANCELADA TO MSJ-MANTENIM
             GO TO MOSTRAR-PANTALLA-RECLAMOS.

           OPEN I-O RECLAMAFILE.
           IF FSRC NOT = "00"
             MOVE MSJ-ERROR-RECL-NOENC TO MSJ-MANTENIM
             GO TO MOSTRAR-PANTALLA-RECLAMOS.
           MOVE NUM-CUENTA-MANT TO RCL-CUENTA.
           MOVE MOV-RECL-MANT TO RCL-NUM-SEC.
           READ RECLAMAFILE INVALID KEY
               CLOSE RECLAMAFILE
               MOVE MSJ-ERROR-RECL-NOENC TO MSJ-MANTENIM
               GO TO MOSTRAR-PANTALLA-RECLAMOS.
           IF NOT RCL-PENDIENTE
             CLOSE RECLAMAFILE
             MOVE MSJ-ERROR-RECL-ESTADO TO MSJ-MANTENIM
             GO TO MOSTRAR-PANTALLA-RECLAMOS.

           MOVE RCL-ESTADO TO AUD-VALOR-ANT.
           IF ACCION-RECL-MANT = "A"
             MOVE "A" TO RCL-ESTADO
             MOVE "ACEPTAR RECLAMACION" TO AUD-FUNCION
           ELSE
             MOVE "R" TO RCL-ESTADO
             MOVE "RECHAZAR RECLAMACION" TO AUD-FUNCION.
           PERFORM OBTENER-FECHA.
           MOVE FECHAF TO RCL-FECHA-RESOLUCION.
           MOVE OPERADOR-ACTUAL TO RCL-OPER-RESOLUCION.
           MOVE RCL-IMPORTE TO IMPORTE-RECL-MANT.
           REWRITE REG-RECLAMACION.
           CLOSE RECLAMAFILE.

           IF ACCION-RECL-MANT = "A"
             PERFORM ABONAR-RECLAMO THRU FIN-ABONAR-RECLAMO.

           MOVE NUM-CUENTA-MANT TO AUD-CLAVE-REG.
           MOVE RCL-ESTADO TO AUD-VALOR-NUEVO.
           PERFORM REGISTRAR-AUDITORIA THRU FIN-REGISTRAR-AUDITORIA.

           IF ACCION-RECL-MANT = "A"
             MOVE "Reclamacion aceptada e importe abonado"
                                                   TO MSJ-MANTENIM
           ELSE
             MOVE "Reclamacion rechazada" TO MSJ-MANTENIM.
           GO TO MOSTRAR-OPERACION-OK.

      *Procedimiento abonar-reclamo
      *Suma lo reclamado al saldo de la cuenta y lo anota en
      *MOVS.DAT con su propio codigo de tipo, para que el abono
      *deje rastro en el extracto y cuadre en la contabilidad.
       ABONAR-RECLAMO.
           OPEN I-O CUENTAFILE.
           MOVE NUM-CUENTA-MANT TO CTA-NUM-CUENTA.
           READ CUENTAFILE
             INVALID KEY
               CLOSE CUENTAFILE
               GO TO FIN-ABONAR-RECLAMO.
           ADD IMPORTE-RECL-MANT TO CTA-SALDO.
           REWRITE REG-CUENTA.
           CLOSE CUENTAFILE.

           PERFORM SIGUIENTE-NUM-MOV-RET
                        THRU FIN-SIGUIENTE-NUM-MOV-RET.
           OPEN I-O MOVFILE.
           IF FSM = "35"
               OPEN OUTPUT MOVFILE
               CLOSE MOVFILE
               OPEN I-O MOVFILE.
           MOVE NUM-CUENTA-MANT TO MOV-ID.
           MOVE MOV-SIGUIENTE-SEC TO MOV-NUM-SEC.
           MOVE "Abono reclamacion reintegro" TO MOV-CONCEPTO.
           MOVE IMPORTE-RECL-MANT TO MOV-CANTIDAD.
           MOVE SPACES TO MOV-CUENTA-DESTINO.
           MOVE "18" TO MOV-TIPO.
           MOVE CTA-SALDO TO MOV-SALDO.
           MOVE FECHAF TO MOV-FECHA.
           MOVE HORAF TO MOV-HORA.
           WRITE REG-MOVIMIENTOS.
           CLOSE MOVFILE.
       FIN-ABONAR-RECLAMO.
           EXIT.

      *Procedimiento cargar-reclamos-cta
      *Se posiciona por clave en las reclamaciones de la cuenta y
      *carga en la tabla hasta 8 para mostrarlas en pantalla.
       CARGAR-RECLAMOS-CTA.
           MOVE 0 TO NUM-RECL-LISTADAS.
           OPEN INPUT RECLAMAFILE.
           IF FSRC NOT = "00"
             GO TO FIN-CARGAR-RECLAMOS-CTA.
           MOVE NUM-CUENTA-MANT TO RCL-CUENTA.
           MOVE 0 TO RCL-NUM-SEC.
           START RECLAMAFILE KEY IS NOT LESS THAN RCL-CLAVE
             INVALID KEY GO TO FIN-LEER-RECLAMOS.
         INICIO-LEER-RECLAMOS.
           READ RECLAMAFILE NEXT RECORD AT END
                  GO TO FIN-LEER-RECLAMOS.
           IF RCL-CUENTA NOT = NUM-CUENTA-MANT
             GO TO FIN-LEER-RECLAMOS.
           IF NUM-RECL-LISTADAS = 8
             GO TO FIN-LEER-RECLAMOS.
           ADD 1 TO NUM-RECL-LISTADAS.
           MOVE RCL-NUM-SEC TO RCLM-MOV(NUM-RECL-LISTADAS).
           MOVE RCL-FECHA-REINTEGRO TO RCLM-FECHA(NUM-RECL-LISTADAS).
           MOVE RCL-IMPORTE TO RCLM-IMPORTE(NUM-RECL-LISTADAS).
           MOVE RCL-ARQUEO TO RCLM-ARQUEO(NUM-RECL-LISTADAS).
           MOVE RCL-ESTADO TO RCLM-ESTADO(NUM-RECL-LISTADAS).
           GO TO INICIO-LEER-RECLAMOS.
         FIN-LEER-RECLAMOS.
           CLOSE RECLAMAFILE.
       FIN-CARGAR-RECLAMOS-CTA.
           EXIT.

      *Procedimiento alta-operador
      *Da de alta un operador de oficina con su clave cifrada y
      *su nivel de acceso. Reservado a operadores de nivel 2.
