      *> Layout del registro de suplencia: el docente suplente que
      *> dicta un curso mientras el titular (cursoDocente) está de
      *> licencia. Las fechas salen de la licencia del titular al
      *> asignarla y son inclusivas; dos suplencias del mismo curso no
      *> se superponen.
       01 suplencia-registro.
         03 suplenciaClave.
           05 supCurso       pic x(06).
           05 supDesde       pic 9(08).   *> AAAAMMDD, primer día
         03 supHasta         pic 9(08).   *> AAAAMMDD, último día
         03 supTitular       pic 9(05).   *> legajo del titular
         03 supSuplente      pic 9(05).   *> legajo de quien cubre
         03 supUsuario       pic x(12).
