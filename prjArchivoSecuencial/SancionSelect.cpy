      *> Selección compartida del registro disciplinario, indexado por
      *> numero+fecha+secuencia: el legajo de un alumno es un START
      *> con la fecha en cero y lecturas NEXT hasta que cambia el
      *> numero, y los batch lo recorren agrupado por alumno.
                 Select sancion assign to "sancion.txt"
                       organization indexed
                       access mode dynamic
                       record key sancionClave
                       file status fs-sancion.
