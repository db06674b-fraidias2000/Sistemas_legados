      *La retrocesion deshace un ingreso cuya retencion anula la
      *oficina (sobre sin el efectivo declarado).
              88 MOV-TIPO-RETROCESION VALUE "13".
      *Prestamos personales: abono del principal al concederlo y,
      *en cada cuota cobrada, un cargo por el capital, otro por
      *los intereses y otro por la demora si estuvo impagada.
              88 MOV-TIPO-PRESTAMO   VALUE "14".
              88 MOV-TIPO-CUOTA-CAPITAL VALUE "15".
              88 MOV-TIPO-CUOTA-INTERES VALUE "16".
              88 MOV-TIPO-DEMORA     VALUE "17".
      *Abono de una reclamacion de reintegro aceptada: el cajero
      *cargo el reintegro sin dar el efectivo.
              88 MOV-TIPO-ABONO-RECLAM VALUE "18".
