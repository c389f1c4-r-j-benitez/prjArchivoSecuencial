      *> Selección compartida del maestro de mesas de examen, indexado
      *> por curso+fecha: las mesas de un curso son un START con la
      *> fecha en cero y lecturas NEXT hasta que cambia el curso.
                 Select mesa assign to "mesa.txt"
                       organization indexed
                       access mode dynamic
                       record key mesaClave
                       file status fs-mesa.
