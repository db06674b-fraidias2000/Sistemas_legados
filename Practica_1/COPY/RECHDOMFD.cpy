      *recibos domiciliados que no han podido cargarse y que hay
      *que devolver a la entidad acreedora con su codigo de
      *motivo, igual que RECHAZOS.DAT hace con los abonos.
      *Motivos: 01 = la cuenta de cargo no existe en este banco
      *              o esta cancelada,
      *         02 = saldo insuficiente (ni con el descubierto),
      *         03 = no hay mandato activo del titular para ese
      *              acreedor (MANDATOS.DAT),
      *         04 = el importe pasa del maximo del mandato.
         01 REG-RECIBO-RECHAZADO.
           02 RECHD-CUENTA-CARGO     PIC A(2)9(22).
           02 RECHD-CUENTA-ABONO     PIC A(2)9(22).
