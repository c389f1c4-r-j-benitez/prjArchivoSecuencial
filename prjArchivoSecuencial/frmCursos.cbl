
                 copy DocenteSelect.

                 copy SuplenciaSelect.

                 copy AulaSelect.

                 copy ListaEsperaSelect.

                 copy TutorSelect.

                 copy CorrelativaSelect.

                 copy ResultadoSelect.

                 Select resultadoHistorico
                       assign to "resultado_historico.txt"
                       organization line sequential
                       file status fs-res-hist.

       fd alumno.
       copy AlumnoRegistro.

       fd docente.
       copy DocenteRegistro.

       fd suplencia.
       copy SuplenciaRegistro.

       fd aula.
       copy AulaRegistro.

       fd tutor.
       copy TutorRegistro.

       fd correlativa.
       copy CorrelativaRegistro.

       fd resultado.
       copy ResultadoRegistro.

      *> El histórico de resultados conserva la imagen del registro
      *> vivo (ver ARCHIVAR-ALUMNOS-HISTORICO); los campos homónimos
      *> se califican con OF.
       fd resultadoHistorico.
       copy ResultadoRegistro
           replacing ==resultado-registro== by ==resultado-hist-registro==.

       working-storage section.
       01 fs-alumno pic xx.
       01 fs-curso  pic xx.
       01 ws-docente-valido condition-value.
       01 ws-docente-nombre pic x(40).
       01 ws-docente-x      pic x(05).
       01 fs-suplencia pic xx.
       01 ws-lista-marca    pic x(11).
       01 ws-sup-hoy-x      pic x(08).
       01 ws-sup-hoy        pic 9(08).
       01 fs-aula pic xx.
       01 ws-horario-valido condition-value.
       01 ws-aula-valida    condition-value.
       01 ws-hora-valida    condition-value.
       01 ws-hora-x         pic x(04).
       01 ws-aula-nueva     pic x(04).
       01 ws-siguiente-valido condition-value.
       01 ws-siguiente-nuevo pic x(06).
       01 ws-dias-i         pic 9(02) comp.
       01 ws-dias-j         pic 9(02) comp.
       01 ws-chk-curso      pic x(06).
       01 ws-fic-llamar     pic x(60).
       01 ws-print-linea2   pic x(140).
       01 fs-bitacora pic xx.
       01 ws-bit-anterior pic x(09).
       01 ws-bit-numero-x   pic x(07).
       01 ws-bit-archivo    pic x(12).
       01 ws-bit-clave      pic x(20).
       01 ws-conflicto-curso pic x(06).
       01 ws-hay-conflicto  condition-value.
       01 ws-conflicto-texto pic x(200).
       01 fs-correlativa pic xx.
       01 fs-resultado pic xx.
       01 fs-res-hist pic xx.
       01 ws-requisito      pic x(06).
       01 ws-requisito-faltante pic x(06).
       01 ws-requisito-nombre pic x(30).
       01 ws-requisito-aprobado condition-value.
       01 ws-requisito-existe condition-value.
       01 ws-correlativas-ok condition-value.
       01 ws-correlativa-forzada condition-value.
       01 ws-correlativa-texto pic x(200).

       method-id NEW.
       procedure division.
      *> ocupar asientos.
           move type prjArchivoSecuencial.Sesion::CicloActual
               to ws-ciclo-actual
      *> Las correlatividades las mantiene un supervisor; recepción
      *> las ve pero no las cambia.
           if type prjArchivoSecuencial.Sesion::EsSupervisor() = false
               set txtRequisito::Enabled to false
               set btnAgregarCorrelativa::Enabled to false
               set btnQuitarCorrelativa::Enabled to false
           end-if
           goback.
       end method.

                           set txtHoraHasta::Text to ""
                           set txtAula::Text to ""
                       end-if
      *> Los cursos anteriores al curso siguiente quedan en blanco.
                       if cursoSiguiente = low-values
                           set txtSiguiente::Text to ""
                       else
                           set txtSiguiente::Text to cursoSiguiente::Trim
                       end-if
                   end-if
                   close curso
                   if ws-curso-cargado = false then
                       invoke type MessageBox::Show("Curso no encontrado")
                   else
                       perform CargarListaCurso
                       perform CargarCorrelativas
                   end-if
               end-if
           end-if
                               "Aula inexistente, dé de alta el aula primero")
                           invoke txtAula::Focus
                       else
                       perform ValidarSiguienteTecleado
                       if ws-siguiente-valido = false then
                           invoke type MessageBox::Show(
                               "Curso siguiente inexistente o igual al curso")
                           invoke txtSiguiente::Focus
                       else
                       perform VerificarAulaOcupada
                       if ws-hay-conflicto then
                           string
                           move ws-hora-desde-int to cursoHoraDesde
                           move ws-hora-hasta-int to cursoHoraHasta
                           move ws-aula-nueva to cursoAula
                           move ws-siguiente-nuevo to cursoSiguiente
                           if ws-curso-existe then
                               rewrite curso-registro
                           else
                       end-if
                       end-if
                       end-if
                       end-if
                   end-if
               end-if
           end-if
           end-if
       end method.

      *> Valida el curso siguiente tecleado: vacío vale (último año,
      *> los aprobados egresan), pero un código tecleado tiene que
      *> existir en curso.txt y no puede ser el mismo curso. Deja el
      *> código resuelto en ws-siguiente-nuevo.
       method-id ValidarSiguienteTecleado private.
       procedure division.
           set ws-siguiente-valido to true
           move spaces to ws-siguiente-nuevo
           if txtSiguiente::TextLength > 0 then
               set ws-siguiente-nuevo to txtSiguiente::Text::Trim
               set ws-siguiente-valido to false
               if ws-siguiente-nuevo = txtCodigo::Text::Trim then
                   goback
               end-if
               open input curso
               if fs-curso = "00"
                   move ws-siguiente-nuevo to cursoCodigo
                   read curso
                   set ws-siguiente-valido to fs-curso = "00"
                   close curso
               end-if
           end-if
       end method.

      *> Controla que el aula tecleada no esté ya ocupada por otro
      *> curso del catálogo en un horario que se pise con el que se
      *> está grabando. Sin aula o sin horario estructurado no hay
           end-if
       end method.

      *> Busca en suplencia.txt una suplencia del curso de cursoCodigo
      *> que cubra hoy (START con la fecha desde en cero y lecturas
      *> NEXT hasta que cambia el curso o la fecha desde pasa hoy) y,
      *> si la hay, deja al suplente en ws-docente-int y la marca en
      *> ws-lista-marca. Sin el archivo queda el titular.
       method-id BuscarSuplenteHoy private.
       procedure division.
           move type System.DateTime::Now::ToString("yyyyMMdd")
               to ws-sup-hoy-x
           move ws-sup-hoy-x to ws-sup-hoy
           open input suplencia
           if fs-suplencia <> "00"
               goback
           end-if
           move cursoCodigo to supCurso
           move 0 to supDesde
           start suplencia key is not less than suplenciaClave
               invalid key
                   move "10" to fs-suplencia
           end-start
           if fs-suplencia = "00"
               read suplencia next record
           end-if
           perform until fs-suplencia <> "00"
                   or supCurso <> cursoCodigo
                   or supDesde > ws-sup-hoy
                   or ws-lista-marca <> spaces
               if supHasta >= ws-sup-hoy
                   move supSuplente to ws-docente-int
                   move " (suplente)" to ws-lista-marca
               end-if
               read suplencia next record
           end-perform
           close suplencia
       end method.

      *> Cuenta cuántos alumnos ya están matriculados en el curso de
      *> cursoCodigo: START por la clave compuesta con numero en cero y
      *> lecturas NEXT hasta que cambia el curso. Sólo ocupan cupo las
                           if ws-distrito-ok = false then
                               continue
                           else
      *> Las correlatividades del curso se controlan contra los
      *> resultados aprobados del alumno; sólo un supervisor puede
      *> forzar la matrícula, y el forzado queda en la bitácora.
                           perform VerificarCorrelativas
                           if ws-correlativas-ok = false then
                               continue
                           else
                           perform LeerCursoActual
                           if ws-curso-existe = false then
                               invoke type MessageBox::Show(
                                       move "-" to ws-bit-ant
                                       move "A" to ws-bit-nvo
                                       perform RegistrarBitacoraMatricula
                                       if ws-correlativa-forzada
                                           move "FORZ" to ws-bit-operacion
                                           move ws-requisito-faltante
                                               to ws-bit-ant
                                           move "A" to ws-bit-nvo
                                           perform RegistrarBitacoraMatricula
                                       end-if
                                       invoke type MessageBox::Show("Alumno Matriculado!")
                                   end-if
                                   close matricula
                           end-if
                           end-if
                           end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-if
       end method.

      *> Controla que el alumno de ws-numero-alumno tenga aprobados
      *> todos los cursos que correlativa.txt pide para el curso
      *> tecleado. Sin maestro de correlatividades no hay nada que
      *> controlar. Ante el primer requisito sin aprobar se lo nombra
      *> y se bloquea, salvo que un supervisor confirme el forzado
      *> (ws-correlativa-forzada, con el requisito faltante en
      *> ws-requisito-faltante para la bitácora).
       method-id VerificarCorrelativas private.
       procedure division.
           set ws-correlativas-ok to true
           set ws-correlativa-forzada to false
           move spaces to ws-chk-curso
           set ws-chk-curso to txtCodigo::Text
           open input correlativa
           if fs-correlativa <> "00" then
               close correlativa
               goback
           end-if
           move ws-chk-curso to corCurso
           move low-values to corRequisito
           start correlativa key is not less than correlativaClave
               invalid key
                   move "10" to fs-correlativa
           end-start
           if fs-correlativa = "00"
               read correlativa next record
           end-if
           perform until fs-correlativa <> "00"
                   or corCurso <> ws-chk-curso
                   or ws-correlativas-ok = false
               move corRequisito to ws-requisito
               perform BuscarAprobado
               if ws-requisito-aprobado = false
                   set ws-correlativas-ok to false
                   move ws-requisito to ws-requisito-faltante
               else
                   read correlativa next record
               end-if
           end-perform
           close correlativa
           if ws-correlativas-ok then
               goback
           end-if
           move ws-requisito-faltante to ws-requisito
           perform ResolverNombreRequisito
           move spaces to ws-correlativa-texto
           string
               "El alumno no tiene aprobado el curso correlativo "
                   delimited by size
               ws-requisito-faltante delimited by space
               " " delimited by size
               ws-requisito-nombre::Trim delimited by size
               into ws-correlativa-texto
           end-string
           if type prjArchivoSecuencial.Sesion::EsSupervisor()
               string
                   ws-correlativa-texto::Trim delimited by size
                   ". ¿Matricular de todos modos?"
                       delimited by size
                   into ws-correlativa-texto
               end-string
               if type MessageBox::Show(ws-correlativa-texto::Trim
                     "Correlatividades"
                     type MessageBoxButtons::YesNo)
                     = type DialogResult::Yes then
                   set ws-correlativas-ok to true
                   set ws-correlativa-forzada to true
               end-if
           else
               string
                   ws-correlativa-texto::Trim delimited by size
                   ". Resuelva el caso con un supervisor."
                       delimited by size
                   into ws-correlativa-texto
               end-string
               invoke type MessageBox::Show(
                   ws-correlativa-texto::Trim)
           end-if
       end method.

      *> Busca si el alumno de ws-numero-alumno aprobó el curso de
      *> ws-requisito en algún ciclo: primero en resultado.txt (clave
      *> numero+curso+ciclo, un START y lecturas NEXT) y, si no, en
      *> resultado_historico.txt para los resultados ya archivados.
       method-id BuscarAprobado private.
       procedure division.
           set ws-requisito-aprobado to false
           open input resultado
           if fs-resultado = "00"
               move ws-numero-alumno to resNumero of resultado-registro
               move ws-requisito to resCurso of resultado-registro
               move 0 to resCiclo of resultado-registro
               start resultado key is not less than
                   resultadoClave of resultado-registro
                   invalid key
                       move "10" to fs-resultado
               end-start
               if fs-resultado = "00"
                   read resultado next record
               end-if
               perform until fs-resultado <> "00"
                       or resNumero of resultado-registro
                           <> ws-numero-alumno
                       or resCurso of resultado-registro <> ws-requisito
                       or ws-requisito-aprobado
                   if resEstado of resultado-registro = "A"
                       set ws-requisito-aprobado to true
                   end-if
                   read resultado next record
               end-perform
               close resultado
           else
               close resultado
           end-if
           if ws-requisito-aprobado then
               goback
           end-if
           open input resultadoHistorico
           if fs-res-hist = "00"
               read resultadoHistorico next record
               perform until fs-res-hist <> "00"
                       or ws-requisito-aprobado
                   if resNumero of resultado-hist-registro
                         = ws-numero-alumno
                         and resCurso of resultado-hist-registro
                         = ws-requisito
                         and resEstado of resultado-hist-registro = "A"
                       set ws-requisito-aprobado to true
                   end-if
                   read resultadoHistorico next record
               end-perform
               close resultadoHistorico
           end-if
       end method.

      *> Deja en ws-requisito-nombre el nombre del curso de
      *> ws-requisito (espacios si no está en curso.txt) y
      *> ws-requisito-existe. Pisa curso-registro, así que al terminar
      *> se repone la clave del curso tecleado.
       method-id ResolverNombreRequisito private.
       procedure division.
           move spaces to ws-requisito-nombre
           set ws-requisito-existe to false
           open input curso
           if fs-curso = "00"
               move ws-requisito to cursoCodigo
               read curso
               if fs-curso = "00"
                   set ws-requisito-existe to true
                   move cursoNombre to ws-requisito-nombre
               end-if
               close curso
           end-if
           move spaces to cursoCodigo
           set cursoCodigo to txtCodigo::Text
       end method.

      *> Refresca la grilla de correlativas con los requisitos del
      *> curso tecleado y el nombre de cada uno.
       method-id CargarCorrelativas private.
       procedure division.
           invoke dataGridView2::Rows::Clear
           move spaces to ws-chk-curso
           set ws-chk-curso to txtCodigo::Text
           open input correlativa
           if fs-correlativa <> "00" then
               close correlativa
               goback
           end-if
           move ws-chk-curso to corCurso
           move low-values to corRequisito
           start correlativa key is not less than correlativaClave
               invalid key
                   move "10" to fs-correlativa
           end-start
           if fs-correlativa = "00"
               read correlativa next record
           end-if
           perform until fs-correlativa <> "00"
                   or corCurso <> ws-chk-curso
               move corRequisito to ws-requisito
               perform ResolverNombreRequisito
               invoke dataGridView2::Rows::Add(ws-requisito::Trim,
                   ws-requisito-nombre::Trim)
               read correlativa next record
           end-perform
           close correlativa
       end method.

      *> correlativa.txt es indexado y no existe en el primer
      *> arranque: se lo crea con output antes de reintentar el open
      *> i-o, igual que matricula.txt.
       method-id AbrirCorrelativaEscritura private.
       procedure division.
           open i-o correlativa
           if fs-correlativa = "35" then
               open output correlativa
               close correlativa
               open i-o correlativa
           end-if
           set ws-archivo-disponible to fs-correlativa = "00"
       end method.

      *> Agrega al curso cargado el requisito de txtRequisito: el
      *> requisito tiene que existir en curso.txt, no puede ser el
      *> mismo curso ni pedir a su vez el curso cargado (correlatividad
      *> circular).
       method-id btnAgregarCorrelativa_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if ws-curso-cargado = false then
               invoke type MessageBox::Show(
                   "Busque un curso antes de cargar correlativas")
               goback
           end-if
           if txtRequisito::TextLength = 0 then
               invoke type MessageBox::Show("Falta el código del curso requisito")
               invoke txtRequisito::Focus
               goback
           end-if
           move spaces to ws-requisito
           set ws-requisito to txtRequisito::Text
           move spaces to ws-chk-curso
           set ws-chk-curso to txtCodigo::Text
           if ws-requisito = ws-chk-curso then
               invoke type MessageBox::Show(
                   "Un curso no puede ser correlativo de sí mismo")
               goback
           end-if
           perform ResolverNombreRequisito
           if ws-requisito-existe = false then
               invoke type MessageBox::Show("Curso requisito no encontrado")
               invoke txtRequisito::Focus
               goback
           end-if
           perform AbrirCorrelativaEscritura
           if ws-archivo-disponible = false then
               invoke type MessageBox::Show(
                   "El archivo de correlatividades está en uso, intente de nuevo")
               goback
           end-if
           move ws-requisito to corCurso
           move ws-chk-curso to corRequisito
           read correlativa
           if fs-correlativa = "00" then
               close correlativa
               invoke type MessageBox::Show(
                   "El curso requisito ya pide a este curso como correlativo")
               goback
           end-if
           move ws-chk-curso to corCurso
           move ws-requisito to corRequisito
           move type System.DateTime::Now::ToString("yyyyMMdd")
               to ws-fecha-hoy-x
           move ws-fecha-hoy-x to corFecha
           write correlativa-registro
           if fs-correlativa <> "00" then
               close correlativa
               invoke type MessageBox::Show(
                   "El requisito ya estaba cargado para este curso")
               goback
           end-if
           close correlativa
           move zeroes to ws-bit-numero-x
           move "ALTA" to ws-bit-operacion
           move "-" to ws-bit-ant
           move ws-requisito to ws-bit-nvo
           perform RegistrarBitacoraCorrelativa
           set txtRequisito::Text to ""
           perform CargarCorrelativas
       end method.

      *> Quita del curso cargado el requisito de txtRequisito.
       method-id btnQuitarCorrelativa_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if ws-curso-cargado = false then
               invoke type MessageBox::Show(
                   "Busque un curso antes de quitar correlativas")
               goback
           end-if
           if txtRequisito::TextLength = 0 then
               invoke type MessageBox::Show("Falta el código del curso requisito")
               invoke txtRequisito::Focus
               goback
           end-if
           move spaces to ws-requisito
           set ws-requisito to txtRequisito::Text
           move spaces to ws-chk-curso
           set ws-chk-curso to txtCodigo::Text
           perform AbrirCorrelativaEscritura
           if ws-archivo-disponible = false then
               invoke type MessageBox::Show(
                   "El archivo de correlatividades está en uso, intente de nuevo")
               goback
           end-if
           move ws-chk-curso to corCurso
           move ws-requisito to corRequisito
           read correlativa
           if fs-correlativa <> "00" then
               close correlativa
               invoke type MessageBox::Show(
                   "El requisito no está cargado para este curso")
               goback
           end-if
           if type MessageBox::Show(
                 "¿Quitar el requisito de este curso?"
                 "Confirmar" type MessageBoxButtons::YesNo)
                 <> type DialogResult::Yes then
               close correlativa
               goback
           end-if
           delete correlativa record
           close correlativa
           move zeroes to ws-bit-numero-x
           move "BAJA" to ws-bit-operacion
           move ws-requisito to ws-bit-ant
           move "-" to ws-bit-nvo
           perform RegistrarBitacoraCorrelativa
           set txtRequisito::Text to ""
           perform CargarCorrelativas
       end method.

      *> Controla el estado del distrito del alumno de
      *> ws-numero-alumno antes de matricular: A (o sin respuesta
      *> todavía) pasa; R o E se bloquea, salvo que un supervisor
           perform GrabarBitacora
       end method.

      *> Deja en la bitácora el alta o baja de un requisito, con el
      *> curso cargado como clave.
       method-id RegistrarBitacoraCorrelativa private.
       procedure division.
           move "correlativa" to ws-bit-archivo
           move spaces to ws-bit-clave
           move ws-chk-curso to ws-bit-clave(1:6)
           perform GrabarBitacora
       end method.

      *> Escribe una línea en bitacora.txt:
      *> numero,archivo,clave,fecha hora,usuario,operacion,antes,despues
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
           else
               move 0 to ws-docente-int
           end-if
      *> Con el titular de licencia, la lista sale a nombre de quien
      *> cubre el curso hoy.
           move spaces to ws-lista-marca
           if ws-docente-int > 0
               perform BuscarSuplenteHoy
           end-if
           perform ResolverDocenteNombre
           move spaces to cursoCodigo
           set cursoCodigo to txtCodigo::Text
               string
                   "Profesor: " delimited by size
                   ws-docente-nombre::Trim delimited by size
                   ws-lista-marca delimited by size
                   into ws-print-linea
               end-string
               invoke e::Graphics::DrawString(ws-print-linea::Trim
