      *> resEstado: A = aprobado, R = reprobado, L = libre (el alumno
      *> quedó bajo el mínimo de asistencia según condicion.txt y no
      *> se aprueba por promedio).
      *> Un resultado R o L aprobado luego en una mesa de examen pasa a
      *> resEstado A con la nota del examen; el estado y el promedio
      *> originales de la cursada quedan en resEstadoCursada y
      *> resPromedioCursada como historia (en blanco y cero mientras el
      *> resultado sea el del cierre). Los registros previos a estos
      *> campos se tratan como resultados del cierre.
       01 resultado-registro.
         03 resultadoClave.
           05 resNumero    pic 9(07).
         03 resPromedio    pic 9(03)v99.
         03 resNotas       pic 9(02).   *> períodos promediados
         03 resEstado      pic x(01).
         03 resEstadoCursada   pic x(01).
         03 resPromedioCursada pic 9(03)v99.
         03 resFechaExamen     pic 9(08).   *> AAAAMMDD de la mesa
         03 resNotaExamen      pic 9(03).
