      *> Layout del concepto de facturación aparte de la cuota mensual
      *> (matrícula anual, materiales, comedor...): un registro por
      *> ciclo y código, con el importe de ese ciclo. La cuota mensual
      *> no es un concepto: sigue en arancel.txt/pago.txt.
      *> conFrecuencia: "A" anual (un cargo por ciclo), "M" mensual
      *> (un cargo por período AAAAMM del ciclo).
      *> conOpcional: "S" sólo se cobra a los alumnos que lo tienen
      *> asignado (alumno_concepto.txt, p.ej. comedor); cualquier otro
      *> valor es un concepto obligatorio para todo alumno activo.
      *> El código empieza con letra y "CUOTA" queda reservado para la
      *> cuota mensual en la exportación contable.
       01 concepto-registro.
         03 conceptoClave.
           05 conCiclo       pic 9(04).
           05 conCodigo      pic x(06).
         03 conDescripcion   pic x(30).
         03 conImporte       pic 9(06)v99.
         03 conFrecuencia    pic x(01).
         03 conOpcional      pic x(01).
