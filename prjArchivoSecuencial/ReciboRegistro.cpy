         03 recFecha    pic 9(08).   *> AAAAMMDD de emisión
         03 recUsuario  pic x(12).
         03 recSede     pic 9(01).
      *> Anulación supervisada del recibo: el registro no se borra,
      *> queda marcado con recEstado "N" (anulado), la fecha, el
      *> supervisor que la autorizó y el motivo. Cualquier otro valor
      *> (incluida la basura de los recibos anteriores a estos campos)
      *> es un recibo vigente. El cierre de caja lo resta el día de la
      *> anulación y la exportación contable manda la reversa.
         03 recEstado      pic x(01).
         03 recAnulFecha   pic 9(08).   *> AAAAMMDD de la anulación
         03 recAnulUsuario pic x(12).
         03 recAnulMotivo  pic x(40).
      *> Medio de pago del cobro: "E" efectivo, "T" transferencia,
      *> "D" tarjeta de débito, "C" tarjeta de crédito, "Q" cheque,
      *> con el número de operación, cupón o cheque en la referencia.
      *> Los recibos anteriores a estos campos se toman como efectivo
      *> (cualquier valor fuera de la lista es "E").
         03 recMedio       pic x(01).
         03 recReferencia  pic x(20).
      *> Recargo por mora cobrado en el recibo, como línea aparte del
      *> importe de la cuota: el total cobrado es recImporte más
      *> recRecargo. Basura en los recibos anteriores a este campo se
      *> toma como cero.
         03 recRecargo     pic 9(06)v99.
      *> Concepto que salda el recibo: el código de concepto.txt
      *> (matrícula, materiales, comedor...) o espacios para la cuota
      *> mensual. Cualquier valor que no empiece con letra (recibos
      *> anteriores a este campo) es cuota. En un concepto anual
      *> recPeriodo es AAAA00.
         03 recConcepto    pic x(06).
