      *> Selección compartida de las inscripciones a examen, indexada
      *> por curso+fecha+numero: el acta de una mesa es un START con
      *> el numero en cero y lecturas NEXT hasta que cambia la mesa.
                 Select examen assign to "examen.txt"
                       organization indexed
                       access mode dynamic
                       record key examenClave
                       file status fs-examen.
