      *> Layout del registro disciplinario: una fila por hecho
      *> (observación, amonestación o suspensión) de un alumno. La
      *> secuencia distingue varios hechos del mismo día. Los hechos
      *> no se borran: quedan como historia del legajo.
      *> sanTipo: O = observación, A = amonestación, S = suspensión.
      *> sanCantidad: amonestaciones aplicadas (A) o días de
      *> suspensión (S); cero en las observaciones.
      *> sanInforma es el docente u operador que informó el hecho y
      *> sanUsuario quien lo cargó. Amonestaciones y suspensiones
      *> quedan pendientes (sanAprobo en espacios) hasta que un
      *> supervisor las aprueba; solo las aprobadas cuentan para el
      *> tope del ciclo (ver cicTopeAmonestaciones en
      *> CicloRegistro.cpy). Las observaciones no requieren
      *> aprobación y nunca cuentan.
       01 sancion-registro.
         03 sancionClave.
           05 sanNumero      pic 9(07).
           05 sanFecha       pic 9(08).   *> AAAAMMDD del hecho
           05 sanSecuencia   pic 9(02).
         03 sanTipo          pic x(01).
         03 sanCantidad      pic 9(02).
         03 sanMotivo        pic x(60).
         03 sanInforma       pic x(30).
         03 sanUsuario       pic x(12).
         03 sanAprobo        pic x(12).
         03 sanFechaAprob    pic 9(08).   *> AAAAMMDD, cero si pendiente
         03 sanCiclo         pic 9(04).
