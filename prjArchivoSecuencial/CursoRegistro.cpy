      *> Aula asignada (ver AulaRegistro.cpy); espacios si el curso
      *> todavía no tiene aula.
         03 cursoAula      pic x(04).
      *> Curso que sigue a éste en la promoción de fin de año (1A ->
      *> 2A), lo usa PROMOVER-ALUMNOS para matricular a los aprobados
      *> en el ciclo nuevo. Espacios si es el último año (egresan) o
      *> si el curso es anterior a este campo.
         03 cursoSiguiente pic x(06).
