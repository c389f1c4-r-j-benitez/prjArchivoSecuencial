      *> Layout del registro de mesa de examen: una fila por curso y
      *> fecha de mesa (turnos de diciembre y febrero), con hora, aula
      *> de aula.txt y hasta tres docentes examinadores de docente.txt
      *> (legajo en cero = sin asignar). La nota de aprobación es la
      *> que decide el examen, como la de la corrida de CERRAR-CURSOS.
      *> mesEstado: A = abierta (admite inscripción), C = cerrada (ya
      *> se cargaron las notas o se cerró la inscripción).
       01 mesa-registro.
         03 mesaClave.
           05 mesCurso          pic x(06).
           05 mesFecha          pic 9(08).   *> AAAAMMDD
         03 mesHora             pic 9(04).   *> HHMM
         03 mesAula             pic x(04).
         03 mesDocente1         pic 9(05).   *> presidente del tribunal
         03 mesDocente2         pic 9(05).
         03 mesDocente3         pic 9(05).
         03 mesNotaAprobacion   pic 9(03).   *> 0 a 100
         03 mesEstado           pic x(01).
