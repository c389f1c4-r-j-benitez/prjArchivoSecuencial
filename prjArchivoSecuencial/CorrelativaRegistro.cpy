      *> Layout del registro de correlatividad: una fila por curso y
      *> por cada curso que el alumno debe tener aprobado (resEstado
      *> "A" en resultado.txt o en resultado_historico.txt) antes de
      *> matricularse en él. Un curso sin filas no tiene requisitos.
       01 correlativa-registro.
         03 correlativaClave.
           05 corCurso      pic x(06).
           05 corRequisito  pic x(06).
         03 corFecha        pic 9(08).   *> AAAAMMDD del alta
