      *> Selección compartida del archivo de conceptos de facturación,
      *> indexado por la clave compuesta ciclo+código.
                 Select concepto assign to "concepto.txt"
                       organization indexed
                       access mode dynamic
                       record key conceptoClave
                       file status fs-concepto.
