      *> cupo de los cursos. Los ciclos cerrados quedan en el archivo
      *> para que la historia siga consultable.
      *> cicEstado: A = abierto, C = cerrado.
      *> cicTopeAmonestaciones: amonestaciones aprobadas del ciclo a
      *> partir de las cuales el alumno queda señalado (pantalla de
      *> disciplina, cartas al tutor y alerta de deserción). Se agregó
      *> al final del registro: en los ciclos grabados antes viene en
      *> espacios, y cero o no numérico se lee como el tope por
      *> omisión (10).
       01 ciclo-registro.
         03 cicAnio        pic 9(04).
         03 cicFechaDesde  pic 9(08).   *> AAAAMMDD, inicio de clases
         03 cicFechaHasta  pic 9(08).   *> AAAAMMDD, fin de clases
         03 cicEstado      pic x(01).
         03 cicTopeAmonestaciones pic 9(03).
