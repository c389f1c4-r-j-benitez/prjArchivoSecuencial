      *> Layout del registro de enfermería: una fila por visita o
      *> incidente de un alumno, con la hora de atención como parte de
      *> la clave. La ficha médica y el contacto de emergencia no se
      *> copian: se leen de ficha_medica.txt y tutor.txt al atender.
      *> enfTipo: C = consulta (malestar, visita), I = incidente sin
      *> cobertura, A = accidente escolar cubierto por el seguro (el
      *> lugar del hecho es obligatorio y va al informe mensual para
      *> la aseguradora).
      *> enfLlamado/enfRetirado: "S" o "N". enfHoraLlamado es cero si
      *> no se llamó al contacto.
       01 enfermeria-registro.
         03 enfermeriaClave.
           05 enfNumero      pic 9(07).
           05 enfFecha       pic 9(08).   *> AAAAMMDD de la atención
           05 enfHora        pic 9(04).   *> HHMM de la atención
         03 enfTipo          pic x(01).
         03 enfSintoma       pic x(60).
         03 enfAccion        pic x(60).
         03 enfLugar         pic x(30).
         03 enfLlamado       pic x(01).
         03 enfHoraLlamado   pic 9(04).   *> HHMM, cero si no se llamó
         03 enfRetirado      pic x(01).
         03 enfUsuario       pic x(12).
