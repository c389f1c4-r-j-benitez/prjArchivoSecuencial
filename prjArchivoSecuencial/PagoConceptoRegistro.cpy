      *> Layout del pago de un concepto de facturación (concepto.txt):
      *> igual que pago.txt para la cuota, un registro por alumno,
      *> concepto y período con el acumulado de los cobros parciales.
      *> Un concepto anual se paga en el período AAAA00 de su ciclo;
      *> uno mensual, en cada período AAAAMM.
       01 pago-concepto-registro.
         03 pagoConceptoClave.
           05 pcoNumero     pic 9(07).
           05 pcoCodigo     pic x(06).
           05 pcoPeriodo    pic 9(06).   *> AAAAMM, AAAA00 si es anual
         03 pcoImporte      pic 9(06)v99.
         03 pcoFechaPago    pic 9(08).   *> AAAAMMDD del último cobro
