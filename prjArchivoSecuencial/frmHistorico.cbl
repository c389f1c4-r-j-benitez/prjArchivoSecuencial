
                 copy FichaMedicaSelect.

                 copy TituloSelect.

                 Select pagoHistorico assign to "pago_historico.txt"
                       organization line sequential
                       file status fs-pago-hist.
       fd fichaMedica.
       copy FichaMedicaRegistro.

       fd titulo.
       copy TituloRegistro.

      *> Los históricos de satélites conservan la imagen del registro
      *> vivo (ver ARCHIVAR-ALUMNOS-HISTORICO); acá se los relee con
      *> el mismo layout, renombrado el 01 para poder calificar los
       01 fs-alumno pic xx.
       01 fs-historico pic xx.
       01 fs-auditoria pic xx.
       01 ws-auditoria-anterior pic x(09).
       copy SedeRango.
       01 ws-numero-buscado pic 9(07).
       01 ws-numero-valido  condition-value.
       01 ws-det-nota-x     pic x(03).
       01 ws-restaurado-existe condition-value.
       01 ws-restaurados    pic 9(02).
       01 fs-titulo pic xx.
       01 ws-titulos-disponibles condition-value.
       01 ws-titulo-x       pic x(06).

       method-id NEW.
       procedure division.
                   invoke type MessageBox::Show(
                       "No hay histórico de alumnos para consultar")
               else
                   open input titulo
                   set ws-titulos-disponibles to fs-titulo = "00"
                   read alumnoHistorico next record
                   perform until fs-historico <> "00"
                       set ws-coincide to false
                               to ws-fnac-x
                           move fechaRegistro of historico-registro
                               to ws-freg-x
                           perform BuscarTituloHist
                           invoke dataGridView1::Rows::Add(
                               numero of historico-registro,
                               nombre of historico-registro::Trim,
                               ws-fnac-x,
                               email of historico-registro::Trim,
                               telefono of historico-registro::Trim,
                               ws-freg-x,
                               ws-titulo-x)
                       end-if
                       read alumnoHistorico next record
                   end-perform
                   close alumnoHistorico
                   if ws-titulos-disponibles
                       close titulo
                   end-if
                   if dataGridView1::Rows::Count = 0
                       invoke type MessageBox::Show(
                           "Sin coincidencias en el histórico")
      *> alta.
       method-id RegistrarAuditoriaReinscripcion private.
       procedure division.
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
               ws-numero-asignado-x delimited by size
               "," delimited by size
                   delimited by size
               into auditoria-linea
           end-string
           move type prjArchivoSecuencial.CadenaBitacora::EncadenarDesde(
               ws-auditoria-anterior auditoria-linea) to auditoria-linea
           write auditoria-linea
           close alumnoAuditoria
       end method.
               else
                   move spaces to ws-det-texto
                   move 1 to ws-det-ptr
                   perform DetalleTituloHist
                   perform DetalleMatriculasHist
                   perform DetalleNotasHist
                   perform DetallePagosHist
           end-if
       end method.

      *> Número de título del egresado de la fila en ws-titulo-x
      *> (espacios si no tiene). El número de alumno puede haberse
      *> reutilizado, así que sólo vale el título emitido el mismo día
      *> de su baja por egreso (EGRESAR-ALUMNOS graba ambas fechas
      *> juntas). Usa titulo abierto por btnBuscarHist_Click.
       method-id BuscarTituloHist private.
       procedure division.
           move spaces to ws-titulo-x
           if ws-titulos-disponibles = false
                 or motivoBaja of historico-registro <> "EG"
               goback
           end-if
           move numero of historico-registro to titNumeroAlumno
           start titulo key is not less than titNumeroAlumno
               invalid key
                   goback
           end-start
           read titulo next record
           perform until fs-titulo <> "00"
                   or titNumeroAlumno <> numero of historico-registro
               if titFecha = fechaBaja of historico-registro
                   move titNumero to ws-titulo-x
               end-if
               read titulo next record
           end-perform
       end method.

      *> Título del egresado en el libro matriz, con el mismo criterio
      *> de la grilla; se lo busca en el alumno archivado.
       method-id DetalleTituloHist private.
       procedure division.
           open input alumnoHistorico
           if fs-historico <> "00"
               close alumnoHistorico
               goback
           end-if
           open input titulo
           set ws-titulos-disponibles to fs-titulo = "00"
           read alumnoHistorico next record
           perform until fs-historico <> "00"
               if numero of historico-registro = ws-numero-buscado
                   perform BuscarTituloHist
                   if ws-titulo-x <> spaces
                       move ws-titulo-x to titNumero
                       read titulo
                       if fs-titulo = "00"
                           string
                               "TITULO " delimited by size
                               titNumero delimited by size
                               " ciclo " delimited by size
                               titCiclo delimited by size
                               " curso " delimited by size
                               titCurso delimited by size
                               " libro " delimited by size
                               titLibro delimited by size
                               " folio " delimited by size
                               titFolio delimited by size
                               " fecha " delimited by size
                               titFecha delimited by size
                               x"0D0A" delimited by size
                               into ws-det-texto
                               with pointer ws-det-ptr
                           end-string
                       end-if
                   end-if
               end-if
               read alumnoHistorico next record
           end-perform
           close alumnoHistorico
           if ws-titulos-disponibles
               close titulo
           end-if
       end method.

       method-id DetalleMatriculasHist private.
       procedure division.
           open input matriculaHistorico
