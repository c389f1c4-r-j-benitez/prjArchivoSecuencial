      *> Layout de la condición de cursada por alumno, ciclo y curso,
      *> que calcula CALCULAR-CONDICION a partir de la asistencia de
      *> cada curso: por debajo del 75% de presentismo el alumno queda
      *> "libre" en ese curso y no puede ser calificado normalmente.
      *> Las condiciones calculadas con el pase de lista diario viejo
      *> quedan con el curso en blanco y valen para todos los cursos
      *> del ciclo que no tengan una propia.
      *> conCondicion: R = regular, L = libre.
       01 condicion-registro.
         03 condicionClave.
           05 conNumero   pic 9(07).
           05 conCiclo    pic 9(04).
           05 conCurso    pic x(06).   *> blanco = condición diaria
         03 conPorcentaje pic 9(03).   *> % de presentismo
         03 conCondicion  pic x(01).
