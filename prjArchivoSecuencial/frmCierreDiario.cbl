       01 ws-sede           pic 9(01).
       01 ws-estado-texto   pic x(10).
       01 fs-bitacora pic xx.
       01 ws-bit-anterior pic x(09).
       01 ws-bit-numero-x   pic x(07).
       01 ws-bit-archivo    pic x(12).
       01 ws-bit-clave      pic x(20).
      *> (mismo esquema de líneas con coma de alumno_cambios.txt).
       method-id GrabarBitacora private.
       procedure division.
      *> La línea nueva se encadena a la última de la bitácora; el
      *> control anterior se toma antes de abrir para anexar.
           move type prjArchivoSecuencial.CadenaBitacora::UltimoControl(
               "bitacora") to ws-bit-anterior
           open extend bitacora
           if fs-bitacora = "05" or fs-bitacora = "35" then
               open output bitacora
                   ws-bit-nvo delimited by "  "
                   into bitacora-linea
               end-string
               move type prjArchivoSecuencial.CadenaBitacora::EncadenarDesde(
                   ws-bit-anterior bitacora-linea) to bitacora-linea
               write bitacora-linea
               close bitacora
           end-if
