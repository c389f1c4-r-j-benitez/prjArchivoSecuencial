      *> activos (ver FamiliaRegistro.cpy). Sólo se mira el del
      *> registro general del ciclo (araCurso en blanco).
         03 araDescHermanos pic 9(03).
      *> Vencimiento y recargo por mora de la cuota. araDiaVto es el
      *> día del mes del período en que vence la cuota (1-28); cero o
      *> basura (registros anteriores a estos campos) es sin
      *> vencimiento y sin recargo. araRecargoTipo: "F" monto fijo en
      *> pesos por cuota vencida, "P" porcentaje mensual sobre lo
      *> adeudado, por cada mes o fracción desde el vencimiento;
      *> cualquier otro valor es sin recargo. araRecargoValor es el
      *> monto o el porcentaje según el tipo. Manda el del arancel que
      *> fija la cuota del alumno (el general o el de su curso).
         03 araDiaVto       pic 9(02).
         03 araRecargoTipo  pic x(01).
         03 araRecargoValor pic 9(06)v99.
