      *> Selección compartida del registro de enfermería, indexado por
      *> numero+fecha+hora: la historia de un alumno es un START con
      *> la fecha en cero y lecturas NEXT hasta que cambia el numero.
                 Select enfermeria assign to "enfermeria.txt"
                       organization indexed
                       access mode dynamic
                       record key enfermeriaClave
                       file status fs-enfermeria.
