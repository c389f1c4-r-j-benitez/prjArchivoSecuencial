      *> Selección compartida del registro de licencias docentes,
      *> indexado por legajo+fecha desde: las licencias de un docente
      *> son un START con la fecha en cero y lecturas NEXT hasta que
      *> cambia el legajo.
                 Select licencia assign to "licencia.txt"
                       organization indexed
                       access mode dynamic
                       record key licenciaClave
                       file status fs-licencia.
