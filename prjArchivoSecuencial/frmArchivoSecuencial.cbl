       working-storage section.
       01 fs-alumno pic xx.
       01 fs-auditoria pic xx.
       01 ws-auditoria-anterior pic x(09).
       01 ws-max-numero    pic 9(07).
       01 ws-next-numero   pic 9(07).
       01 ws-next-numero-x pic x(07).
       method-id RegistrarAuditoria private.
       procedure division.
           move ws-numero-nuevo to ws-auditoria-numero-x
      *> La línea nueva se encadena a la última de la auditoría; el
      *> control anterior se toma antes de abrir para anexar.
           move type prjArchivoSecuencial.CadenaBitacora::UltimoControl(
               "alumno_auditoria") to ws-auditoria-anterior
           open extend alumnoAuditoria
           if fs-auditoria = "05" or fs-auditoria = "35" then
               open output alumnoAuditoria
           end-if
           move spaces to auditoria-linea
           string
               ws-auditoria-numero-x delimited by size
               "," delimited by size
                   delimited by size
               into auditoria-linea
           end-string
           move type prjArchivoSecuencial.CadenaBitacora::EncadenarDesde(
               ws-auditoria-anterior auditoria-linea) to auditoria-linea
           write auditoria-linea
           close alumnoAuditoria
       end method.
