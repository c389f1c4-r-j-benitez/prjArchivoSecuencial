      *> Layout de la asignación de un concepto optativo (conOpcional
      *> "S", p.ej. comedor) a un alumno para un ciclo. acoDesde y
      *> acoHasta acotan los períodos AAAAMM que se cobran de un
      *> concepto mensual (acoHasta cero = hasta el fin del ciclo).
      *> acoEstado "B" es una asignación dada de baja (queda para la
      *> historia); cualquier otro valor es vigente.
       01 alumno-concepto-registro.
         03 alumnoConceptoClave.
           05 acoNumero     pic 9(07).
           05 acoCiclo      pic 9(04).
           05 acoCodigo     pic x(06).
         03 acoDesde        pic 9(06).   *> AAAAMM
         03 acoHasta        pic 9(06).   *> AAAAMM, cero = fin de ciclo
         03 acoEstado       pic x(01).
         03 acoFecha        pic 9(08).   *> AAAAMMDD del último cambio
