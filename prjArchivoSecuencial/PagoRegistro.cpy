           05 pagPeriodo  pic 9(06).   *> AAAAMM
         03 pagImporte    pic 9(06)v99.
         03 pagFechaPago  pic 9(08).   *> AAAAMMDD
      *> Recargo por mora cobrado en el período (suma de los recRecargo
      *> de sus recibos vigentes). Va aparte de pagImporte, que sigue
      *> siendo lo aplicado a la cuota; sirve para no volver a cobrar
      *> el recargo de monto fijo. Basura en los registros anteriores
      *> a este campo se toma como cero.
         03 pagRecargo    pic 9(06)v99.
