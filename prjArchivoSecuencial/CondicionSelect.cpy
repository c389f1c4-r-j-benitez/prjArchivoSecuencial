      *> Selección compartida del archivo de condiciones de cursada,
      *> indexado por la clave compuesta numero+ciclo+curso.
                 Select condicion assign to "condicion.txt"
                       organization indexed
                       access mode dynamic
