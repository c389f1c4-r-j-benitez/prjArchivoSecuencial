      *> Selección compartida de las asignaciones de conceptos
      *> optativos, indexada por numero+ciclo+código para que las
      *> asignaciones de un alumno sean un START y lecturas NEXT.
                 Select alumnoConcepto assign to "alumno_concepto.txt"
                       organization indexed
                       access mode dynamic
                       record key alumnoConceptoClave
                       file status fs-alumno-concepto.
