      *> Layout del registro de inscripción a examen: una fila por
      *> mesa (curso+fecha) y alumno. exaCiclo es el ciclo del
      *> resultado R o L de resultado.txt que el alumno rinde; un
      *> examen aprobado actualiza ese resultado (ver
      *> ResultadoRegistro.cpy) y esta fila queda como historia del
      *> intento, para la boleta y el legajo.
      *> exaEstado: I = inscripto, A = aprobado, D = desaprobado,
      *> U = ausente.
       01 examen-registro.
         03 examenClave.
           05 exaCurso          pic x(06).
           05 exaFecha          pic 9(08).   *> fecha de la mesa
           05 exaNumero         pic 9(07).
         03 exaCiclo            pic 9(04).
         03 exaFechaInscripcion pic 9(08).   *> AAAAMMDD
         03 exaNota             pic 9(03).   *> 0 a 100
         03 exaEstado           pic x(01).
