      *> Selección compartida del registro de títulos, indexado por
      *> número de título; la clave alterna por numero de alumno es
      *> la que usan el legajo y el histórico para mostrar el diploma.
                 Select titulo assign to "titulo.txt"
                       organization indexed
                       access mode dynamic
                       record key titNumero
                       alternate record key titNumeroAlumno
                           with duplicates
                       file status fs-titulo.
