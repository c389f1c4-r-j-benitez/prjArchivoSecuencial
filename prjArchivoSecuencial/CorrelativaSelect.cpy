      *> Selección compartida del maestro de correlatividades,
      *> indexado por curso+requisito: los requisitos de un curso son
      *> un START con el requisito en LOW-VALUES y lecturas NEXT hasta
      *> que cambia el curso.
                 Select correlativa assign to "correlativa.txt"
                       organization indexed
                       access mode dynamic
                       record key correlativaClave
                       file status fs-correlativa.
