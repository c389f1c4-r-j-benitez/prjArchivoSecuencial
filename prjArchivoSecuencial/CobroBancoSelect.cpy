      *> Selección compartida del archivo de cobros bancarios aplicados,
      *> indexado por el número de operación del banco.
                 Select cobroBanco assign to "cobro_banco.txt"
                       organization indexed
                       access mode dynamic
                       record key cbaOperacion
                       file status fs-cobro-banco.
