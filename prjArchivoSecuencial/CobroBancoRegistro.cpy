      *> Layout del cobro bancario ya aplicado: un registro por número
      *> de operación del banco que IMPORTAR-COBRANZA-BANCO acreditó en
      *> pago.txt, con el alumno, el período, el importe y el folio del
      *> recibo que emitió. Evita aplicar dos veces la misma operación
      *> cuando el banco la repite en otro archivo o cuando se reprocesa
      *> un archivo ya corrido.
       01 cobro-banco-registro.
         03 cbaOperacion  pic x(15).
         03 cbaNumero     pic 9(07).
         03 cbaPeriodo    pic 9(06).   *> AAAAMM
         03 cbaImporte    pic 9(06)v99.
         03 cbaFechaCobro pic 9(08).   *> AAAAMMDD del cobro en el banco
         03 cbaFechaAplic pic 9(08).   *> AAAAMMDD de la acreditación
         03 cbaFolio      pic 9(07).
