      *> Layout del registro de licencia docente: una fila por período
      *> en que el docente no dicta sus cursos. Las fechas son
      *> inclusivas; dos licencias del mismo docente no se superponen.
      *> licTipo: EN = enfermedad, MA = maternidad/paternidad,
      *> ES = estudio/examen, PE = razones particulares, OT = otra.
       01 licencia-registro.
         03 licenciaClave.
           05 licLegajo      pic 9(05).
           05 licDesde       pic 9(08).   *> AAAAMMDD, primer día
         03 licHasta         pic 9(08).   *> AAAAMMDD, último día
         03 licTipo          pic x(02).
         03 licUsuario       pic x(12).
