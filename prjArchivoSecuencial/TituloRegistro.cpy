      *> Layout del registro de títulos emitidos (libro matriz): una
      *> fila por diploma, con número de título correlativo único que
      *> nunca se reutiliza. El libro y el folio salen del número
      *> (EGRESAR-ALUMNOS pone 20 títulos por folio y 200 folios por
      *> libro) para que la página impresa que firma la inspección
      *> sea siempre la misma. El registro no se archiva ni se borra:
      *> el libro matriz es permanente, aunque el alumno pase al
      *> histórico.
       01 titulo-registro.
         03 titNumero       pic 9(06).   *> número de título
         03 titNumeroAlumno pic 9(07).
         03 titCiclo        pic 9(04).   *> ciclo del egreso
         03 titCurso        pic x(06).   *> curso de último año aprobado
         03 titFecha        pic 9(08).   *> AAAAMMDD de emisión
         03 titLibro        pic 9(03).
         03 titFolio        pic 9(03).
