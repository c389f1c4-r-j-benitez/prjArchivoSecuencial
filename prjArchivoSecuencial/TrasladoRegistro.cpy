      *> Layout del archivo de traslado entre escuelas (ancho fijo,
      *> 168 posiciones), el mismo de ida y de vuelta: EMITIR-PASES lo
      *> graba con los alumnos que se van con motivo TR y
      *> IMPORTAR-TRASLADOS lee el que manda la escuela de origen.
      *> trasTipo: H encabezado, A datos del alumno, N nota del ciclo,
      *> P asistencia del ciclo por curso, C condición de cursada,
      *> T trailer de control (siempre la última línea).
      *> trasNumero es el numero del alumno en la escuela de origen
      *> (ceros en H y T); el receptor le asigna uno propio.
       01 traslado-registro.
         03 trasTipo      pic x(01).
         03 trasNumero    pic 9(07).
         03 trasDatos     pic x(160).
         03 trasEncabezado redefines trasDatos.
           05 trasFechaEmision  pic 9(08).   *> AAAAMMDD
           05 trasCiclo         pic 9(04).
           05 filler            pic x(148).
      *> Los campos del alumno en el orden y tamaño de
      *> alumno-registro.
         03 trasAlumno redefines trasDatos.
           05 trasNombre        pic x(25).
           05 trasApellido      pic x(25).
           05 trasSexo          pic x(10).
           05 trasEstadoCivil   pic 9.
           05 trasTrabaja       pic 9.
           05 trasEstudia       pic 9.
           05 trasFechaNacimiento pic 9(08).
           05 trasEmail         pic x(40).
           05 trasTelefono      pic x(15).
           05 trasFechaRegistro pic 9(08).
           05 trasEstadoAlumno  pic x(01).
           05 trasMotivoBaja    pic x(02).
           05 trasFechaBaja     pic 9(08).
           05 filler            pic x(15).
         03 trasNota redefines trasDatos.
           05 trasNotCurso      pic x(06).
           05 trasNotPeriodo    pic 9(02).
           05 trasNotNota       pic 9(03).
           05 trasNotCiclo      pic 9(04).
           05 filler            pic x(145).
         03 trasAsistencia redefines trasDatos.
           05 trasAsiCurso      pic x(06).   *> blanco = pase diario
           05 trasAsiPresentes  pic 9(04).
           05 trasAsiAusentes   pic 9(04).
           05 trasAsiJustificados pic 9(04).
           05 filler            pic x(142).
         03 trasCondicion redefines trasDatos.
           05 trasConCurso      pic x(06).   *> blanco = diaria
           05 trasConPorcentaje pic 9(03).
           05 trasConCondicion  pic x(01).   *> R regular, L libre
           05 filler            pic x(150).
      *> Trailer: cantidad de registros entre H y T, cantidad de
      *> alumnos (registros A) y suma de trasNumero de esos registros
      *> más las notas, para detectar un archivo cortado o tocado.
         03 trasTrailer redefines trasDatos.
           05 trasCantidad      pic 9(07).
           05 trasAlumnos       pic 9(07).
           05 trasHash          pic 9(13).
           05 filler            pic x(133).
