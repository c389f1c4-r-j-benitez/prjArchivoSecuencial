      *> Selección compartida del archivo de pagos de conceptos,
      *> indexado por numero+código+período; arranca por numero para
      *> que el estado de cuenta sea un START por alumno.
                 Select pagoConcepto assign to "pago_concepto.txt"
                       organization indexed
                       access mode dynamic
                       record key pagoConceptoClave
                       file status fs-pago-concepto.
