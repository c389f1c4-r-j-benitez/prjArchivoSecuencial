      *> Selección compartida del registro de suplencias, indexado por
      *> curso+fecha desde: quién cubre un curso en una fecha es un
      *> START con la fecha en cero y lecturas NEXT hasta que cambia el
      *> curso o la fecha desde pasa la buscada.
                 Select suplencia assign to "suplencia.txt"
                       organization indexed
                       access mode dynamic
                       record key suplenciaClave
                       file status fs-suplencia.
