      *> Selección compartida del archivo de asistencia, indexado por
      *> la clave compuesta fecha+curso+numero.
                 Select asistencia assign to "asistencia.txt"
                       organization indexed
                       access mode dynamic
