      *> Layout del registro de asistencia por curso y clase. La
      *> clave compuesta arranca por fecha para que el pase de lista
      *> de un día y el corte mensual sean un START por fecha y
      *> lecturas NEXT; dentro de la fecha, el curso agrupa la lista
      *> de cada clase. Los registros del pase de lista diario
      *> anterior (convertidos por CONVERTIR-ASISTENCIA-CURSO) quedan
      *> con el curso en blanco y se leen como historia del día.
      *> asiEstado: P = presente, A = ausente, J = justificado.
       01 asistencia-registro.
         03 asistenciaClave.
           05 asiFecha   pic 9(08).   *> AAAAMMDD
           05 asiCurso   pic x(06).   *> blanco = pase diario viejo
           05 asiNumero  pic 9(07).
         03 asiEstado    pic x(01).
      *> Ciclo lectivo del pase de lista (ver CicloRegistro.cpy). Los
