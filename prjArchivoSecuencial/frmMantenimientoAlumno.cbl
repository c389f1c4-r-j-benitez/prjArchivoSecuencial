
                 copy AsistenciaSelect.

                 copy ExamenSelect.

                 copy TituloSelect.

                 copy SancionSelect.

                 copy EmisionSelect.

      *> Pase por traslado de un solo alumno, tal como lo deja
      *> EMITIR-PASES al llamarlo con el número (el nombre lleva el
      *> número del alumno).
                 Select paseTraslado assign to ws-archivo-pase
                       organization line sequential
                       file status fs-pase.

       fd alumno.
       copy AlumnoRegistro.

       fd asistencia.
       copy AsistenciaRegistro.

       fd examen.
       copy ExamenRegistro.

       fd titulo.
       copy TituloRegistro.

       fd sancion.
       copy SancionRegistro.

       fd emision.
       copy EmisionRegistro.

       fd paseTraslado.
       01 pase-linea pic x(120).

       working-storage section.
       01 fs-alumno pic xx.
       01 fs-documento pic xx.
       01 ws-numero-con-x   pic x(07).
       01 ws-con-linea      pic x(120).
       01 fs-cambios        pic xx.
       01 ws-cambio-anterior pic x(09).
       01 ws-archivo-cambios pic x(40) value "alumno_cambios.txt".
       01 ws-seg-lista type string occurs any.
       01 ws-seg-i binary-long.
       01 ws-ape-ptr        pic 9(04) comp.
       01 ws-ape-numero-x   pic x(07).
       01 fs-bitacora pic xx.
       01 ws-bit-anterior pic x(09).
       01 ws-bit-numero-x   pic x(07).
       01 ws-bit-archivo    pic x(12).
       01 ws-bit-clave      pic x(20).
       01 ws-leg-presentes  pic 9(04).
       01 ws-leg-ausentes   pic 9(04).
       01 ws-leg-justif     pic 9(04).
       01 ws-leg-asi-cursos.
         03 ws-leg-asi occurs 40 times.
           05 ws-leg-asi-curso  pic x(06).
           05 ws-leg-asi-pres   pic 9(04).
           05 ws-leg-asi-aus    pic 9(04).
           05 ws-leg-asi-just   pic 9(04).
       01 ws-leg-asi-total  pic 9(02) comp.
       01 ws-leg-asi-i      pic 9(02) comp.
       01 ws-leg-asi-curso-x pic x(08).
       01 fs-examen pic xx.
       01 ws-leg-fecha-x    pic x(08).
       01 ws-leg-estado     pic x(12).
       01 fs-titulo pic xx.
       01 ws-leg-cantidad   pic 9(03).
       01 ws-print-pagina   pic 9(03) comp.
       01 ws-print-pagina-x pic x(03).
       01 ws-print-alto-linea comp-1 value 16.
       01 ws-leg-linea-out  pic x(110).
       01 fs-sancion pic xx.
       01 ws-leg-tipo       pic x(13).
       01 fs-emision pic xx.
       01 ws-emi-tipo       pic x(02).
       01 ws-emi-alumno     pic 9(07).
       01 ws-emi-resumen    pic x(100).
       01 ws-emi-numero     pic 9(07).
       01 ws-emi-numero-x   pic x(07).
       01 ws-emi-codigo     pic x(08).
       01 ws-emi-fecha-x    pic x(08).
       01 ws-emi-hora-x     pic x(06).
       01 ws-emi-linea      pic x(100).
       01 ws-emi-ok         condition-value.
       01 ws-emi-vista      condition-value.
       01 ws-emi-existe     condition-value.
       01 ws-emi-azar       type System.Random.
       01 ws-emi-i          binary-long.
       01 ws-emi-pos        binary-long.
       01 ws-emi-alfabeto   pic x(31)
           value "23456789ABCDEFGHJKMNPQRSTUVWXYZ".
       01 fs-pase pic xx.
       01 ws-archivo-pase   pic x(40).
       01 ws-pase-parametro pic x(100).
       01 ws-pase-numero    pic 9(07).
       01 ws-pase-ok        condition-value.
       01 ws-pase-fin       condition-value.

       method-id NEW.
       procedure division.
      *> por cada asiento liberado se promueve al primero de la lista
      *> de espera del curso.
                           perform RetirarMatriculasAlumno
      *> El pase de un traslado se emite en el momento, para que
      *> la familia se lo lleve de la ventanilla.
                           if ws-motivo-baja = "TR"
                               invoke self::EmitirPaseTraslado
                           else
                               invoke type MessageBox::Show("Alumno dado de Baja!")
                           end-if
                       end-if
                       end-if
                   end-if
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
       end method.

      *> Registra en emision.txt el documento que se va a imprimir
      *> (ws-emi-tipo, ws-emi-alumno y ws-emi-resumen) y devuelve el
      *> número de control correlativo en ws-emi-numero y el código de
      *> verificación en ws-emi-codigo. El número es el último + 1 y
      *> nunca se reutiliza; el código se sortea sobre un alfabeto sin
      *> caracteres que se confundan al tipearlo (0/O, 1/I/L) y se
      *> vuelve a sortear si ya estaba emitido. Si el registro no se
      *> puede grabar, ws-emi-ok queda en false y no se imprime.
       method-id EmitirDocumento private.
       procedure division.
           set ws-emi-ok to false
           open i-o emision
           if fs-emision = "35" then
               open output emision
               close emision
               open i-o emision
           end-if
           if fs-emision not = "00" then
               invoke type MessageBox::Show(
                   "No se pudo abrir el registro de documentos emitidos")
               goback
           end-if
           move 9999999 to emiNumero
           start emision key is less than emiNumero
           if fs-emision = "00" then
               read emision previous record
           end-if
           if fs-emision = "00" then
               compute ws-emi-numero = emiNumero + 1
           else
               move 1 to ws-emi-numero
           end-if
           if ws-emi-azar = null then
               set ws-emi-azar to new System.Random
           end-if
           set ws-emi-existe to true
           perform until ws-emi-existe = false
               move spaces to ws-emi-codigo
               perform varying ws-emi-i from 1 by 1
                       until ws-emi-i > 8
                   compute ws-emi-pos = ws-emi-azar::Next(31) + 1
                   move ws-emi-alfabeto(ws-emi-pos:1)
                       to ws-emi-codigo(ws-emi-i:1)
               end-perform
               move ws-emi-codigo to emiCodigo
               read emision key is emiCodigo
               if fs-emision not = "00" then
                   set ws-emi-existe to false
               end-if
           end-perform
           move spaces to emision-registro
           move ws-emi-numero to emiNumero
           move ws-emi-codigo to emiCodigo
           move ws-emi-tipo to emiTipo
           move ws-emi-alumno to emiAlumno
           move type System.DateTime::Now::ToString("yyyyMMdd")
               to ws-emi-fecha-x
           move ws-emi-fecha-x to emiFecha
           move type System.DateTime::Now::ToString("HHmmss")
               to ws-emi-hora-x
           move ws-emi-hora-x to emiHora
           move type prjArchivoSecuencial.Sesion::UsuarioLogin
               to emiUsuario
           move ws-emi-resumen to emiResumen
           move "V" to emiEstado
           move 0 to emiAnulaFecha
           write emision-registro
      *> Otra terminal pudo tomar el mismo número entre la lectura y
      *> la grabación: se corre al siguiente libre.
           perform until fs-emision not = "22"
               add 1 to ws-emi-numero
               move ws-emi-numero to emiNumero
               write emision-registro
           end-perform
           if fs-emision = "00" then
               set ws-emi-ok to true
           else
               invoke type MessageBox::Show(
                   "No se pudo registrar el documento emitido")
           end-if
           close emision
       end method.

      *> Arma en ws-emi-linea el renglón de control que va impreso en
      *> el documento: número de control y código de verificación en
      *> dos grupos de cuatro. En la vista previa todavía no hay
      *> número, y la hoja lo aclara.
       method-id ArmarLineaControl private.
       procedure division.
           move spaces to ws-emi-linea
           if ws-emi-vista then
               move "VISTA PREVIA - SIN VALIDEZ (el número de control se asigna al imprimir)"
                   to ws-emi-linea
           else
               move ws-emi-numero to ws-emi-numero-x
               string
                   "Control N° " delimited by size
                   ws-emi-numero-x delimited by size
                   " - Código de verificación " delimited by size
                   ws-emi-codigo(1:4) delimited by size
                   "-" delimited by size
                   ws-emi-codigo(5:4) delimited by size
                   into ws-emi-linea
               end-string
           end-if
       end method.

      *> Decide al comenzar cada impresión si corresponde registrar el
      *> documento: la vista previa no emite nada; la impresión real
      *> toma número y código, y si no se pudo registrar se cancela.
       method-id PrepararEmision private.
       procedure division using by value
               e as type System.Drawing.Printing.PrintEventArgs.
           if e::PrintAction = type System.Drawing.Printing.PrintAction::PrintToPreview then
               set ws-emi-vista to true
           else
               set ws-emi-vista to false
               perform EmitirDocumento
               if ws-emi-ok = false then
                   set e::Cancel to true
               end-if
           end-if
           perform ArmarLineaControl
       end method.

      *> Limpia los controles luego de eliminar, para que no se pueda
      *> reintentar Guardar/Eliminar sobre un registro que ya no existe.
       method-id LimpiarControles private.
      *> aunque el visor haya dejado el nombre apuntando a un segmento.
       method-id AbrirCambios private.
       procedure division.
      *> Las líneas nuevas se encadenan a la última del historial; el
      *> control anterior se toma antes de abrir para anexar y después
      *> avanza con cada línea grabada.
           move type prjArchivoSecuencial.CadenaBitacora::UltimoControl(
               "alumno_cambios") to ws-cambio-anterior
           move "alumno_cambios.txt" to ws-archivo-cambios
           open extend alumnoCambios
           if fs-cambios = "05" or fs-cambios = "35" then
               ws-cambio-nvo(1:ws-cambio-nvo-len) delimited by size
               into cambios-linea
           end-string
           move type prjArchivoSecuencial.CadenaBitacora::EncadenarDesde(
               ws-cambio-anterior cambios-linea) to cambios-linea
           move type prjArchivoSecuencial.CadenaBitacora::ControlDe(
               cambios-linea) to ws-cambio-anterior
           write cambios-linea
       end method.

                   if ws-hist-linea-num = ws-hist-numero-x
      *> La línea se muestra hasta su último carácter significativo;
      *> cortar por corridas de espacios truncaría valores con
      *> espacios interiores. El control de la cadena no se muestra.
                       move type prjArchivoSecuencial.CadenaBitacora::SinControl(
                           cambios-linea) to cambios-linea
                       move 0 to ws-cambio-linea-len
                       inspect cambios-linea
                           tallying ws-cambio-linea-len
           end-if
       end method.

      *> Al imprimir la constancia la registra en el libro de
      *> documentos emitidos con lo que certifica: nombre, número y
      *> fecha de inscripción del alumno cargado.
       method-id printDocument1_BeginPrint final private.
       procedure division using by value sender as object
               e as type System.Drawing.Printing.PrintEventArgs.
           move "CI" to ws-emi-tipo
           move ws-numero-buscado to ws-emi-alumno
           move ws-fecha-registro-alu to ws-fecha-edit-x
           perform FormatearFecha
           move spaces to ws-emi-resumen
           string
               "CONSTANCIA DE INSCRIPCION: " delimited by size
               txtNombre::Text::Trim delimited by size
               " " delimited by size
               txtApellido::Text::Trim delimited by size
               ", inscripto desde " delimited by size
               ws-fecha-edit delimited by size
               into ws-emi-resumen
           end-string
           invoke self::PrepararEmision(e)
       end method.

      *> Dibuja la constancia: membrete de la escuela, fecha de hoy,
      *> texto con nombre, apellido y numero del alumno cargado, la
      *> fecha de inscripción tomada de fechaRegistro y el bloque de
      *> firma y sello, y al pie el número de control y el código de
      *> verificación del libro de documentos emitidos. Una sola página.
       method-id printDocument1_PrintPage final private.
       procedure division using by value sender as object
               e as type System.Drawing.Printing.PrintPageEventArgs.
           invoke e::Graphics::DrawString("Firma y sello - Oficina de Registro"
               self::Font type System.Drawing.Brushes::Black
               e::MarginBounds::Left ws-print-y)
           add 40 to ws-print-y
           invoke e::Graphics::DrawString(ws-emi-linea::Trim
               self::Font type System.Drawing.Brushes::Black
               e::MarginBounds::Left ws-print-y)

           set e::HasMorePages to false
       end method.
           perform LegajoDocumentos
           perform LegajoMatriculas
           perform LegajoNotas
           perform LegajoExamenes
           perform LegajoTitulo
           perform LegajoPagos
           perform LegajoDisciplina
           perform LegajoAsistencia
           move "LE" to ws-emi-tipo
           move ws-numero-buscado to ws-emi-alumno
           move ws-leg-total to ws-leg-cantidad
           move spaces to ws-emi-resumen
           string
               "LEGAJO COMPLETO: " delimited by size
               txtApellido::Text::Trim delimited by size
               ", " delimited by size
               txtNombre::Text::Trim delimited by size
               " (" delimited by size
               ws-leg-cantidad delimited by size
               " renglones)" delimited by size
               into ws-emi-resumen
           end-string
           invoke self::PrepararEmision(e)
       end method.

       method-id LegajoDatosPersonales private.
           perform AgregarLineaLegajo
       end method.

      *> Intentos del alumno en mesas de examen; examen.txt está
      *> indexado por mesa, así que se lo recorre entero.
       method-id LegajoExamenes private.
       procedure division.
           move "MESAS DE EXAMEN" to ws-leg-texto
           perform AgregarLineaLegajo
           open input examen
           if fs-examen = "00"
               read examen next record
               perform until fs-examen <> "00"
                   if exaNumero = ws-numero-buscado
                       evaluate exaEstado
                           when "A" move "aprobado" to ws-leg-estado
                           when "D" move "desaprobado" to ws-leg-estado
                           when "U" move "ausente" to ws-leg-estado
                           when other move "inscripto" to ws-leg-estado
                       end-evaluate
                       move exaFecha to ws-leg-fecha-x
                       move exaNota to ws-leg-nota-x
                       if exaEstado = "I" or exaEstado = "U"
                           move "---" to ws-leg-nota-x
                       end-if
                       string
                           "  " delimited by size
                           exaCurso delimited by size
                           " mesa " delimited by size
                           ws-leg-fecha-x(7:2) delimited by size
                           "/" delimited by size
                           ws-leg-fecha-x(5:2) delimited by size
                           "/" delimited by size
                           ws-leg-fecha-x(1:4) delimited by size
                           " (cursada " delimited by size
                           exaCiclo delimited by size
                           "): " delimited by size
                           ws-leg-nota-x delimited by size
                           " " delimited by size
                           ws-leg-estado delimited by size
                           into ws-leg-texto
                       end-string
                       perform AgregarLineaLegajo
                   end-if
                   read examen next record
               end-perform
               close examen
           end-if
           move spaces to ws-leg-texto
           perform AgregarLineaLegajo
       end method.

      *> Título emitido por EGRESAR-ALUMNOS, con su asiento en el
      *> libro matriz; se busca por la clave alterna del alumno.
       method-id LegajoTitulo private.
       procedure division.
           move "TITULO" to ws-leg-texto
           perform AgregarLineaLegajo
           move 0 to ws-leg-cantidad
           open input titulo
           if fs-titulo = "00"
               move ws-numero-buscado to titNumeroAlumno
               start titulo key is not less than titNumeroAlumno
                   invalid key
                       move "10" to fs-titulo
               end-start
               if fs-titulo = "00"
                   read titulo next record
               end-if
               perform until fs-titulo <> "00"
                       or titNumeroAlumno <> ws-numero-buscado
                   move titFecha to ws-leg-fecha-x
                   string
                       "  Titulo Nro. " delimited by size
                       titNumero delimited by size
                       " - " delimited by size
                       titCurso delimited by size
                       " ciclo " delimited by size
                       titCiclo delimited by size
                       " - Libro " delimited by size
                       titLibro delimited by size
                       " Folio " delimited by size
                       titFolio delimited by size
                       " - emitido " delimited by size
                       ws-leg-fecha-x(7:2) delimited by size
                       "/" delimited by size
                       ws-leg-fecha-x(5:2) delimited by size
                       "/" delimited by size
                       ws-leg-fecha-x(1:4) delimited by size
                       into ws-leg-texto
                   end-string
                   perform AgregarLineaLegajo
                   add 1 to ws-leg-cantidad
                   read titulo next record
               end-perform
               close titulo
           end-if
           if ws-leg-cantidad = 0
               move "  (sin titulo emitido)" to ws-leg-texto
               perform AgregarLineaLegajo
           end-if
           move spaces to ws-leg-texto
           perform AgregarLineaLegajo
       end method.

       method-id LegajoPagos private.
       procedure division.
           move "PAGOS" to ws-leg-texto
           perform AgregarLineaLegajo
       end method.

      *> Observaciones, amonestaciones y suspensiones del registro
      *> disciplinario, por fecha; las que esperan la aprobación del
      *> supervisor se marcan como pendientes.
       method-id LegajoDisciplina private.
       procedure division.
           move "DISCIPLINA" to ws-leg-texto
           perform AgregarLineaLegajo
           open input sancion
           if fs-sancion = "00"
               move ws-numero-buscado to sanNumero
               move 0 to sanFecha
               move 0 to sanSecuencia
               start sancion key is not less than sancionClave
                   invalid key
                       move "10" to fs-sancion
               end-start
               if fs-sancion = "00"
                   read sancion next record
               end-if
               perform until fs-sancion <> "00"
                       or sanNumero <> ws-numero-buscado
                   evaluate sanTipo
                       when "A" move "amonestación" to ws-leg-tipo
                       when "S" move "suspensión" to ws-leg-tipo
                       when other move "observación" to ws-leg-tipo
                   end-evaluate
                   move sanFecha to ws-leg-fecha-x
                   if sanTipo <> "O" and sanAprobo = spaces
                       move "(pendiente)" to ws-leg-estado
                   else
                       move spaces to ws-leg-estado
                   end-if
                   string
                       "  " delimited by size
                       ws-leg-fecha-x(7:2) delimited by size
                       "/" delimited by size
                       ws-leg-fecha-x(5:2) delimited by size
                       "/" delimited by size
                       ws-leg-fecha-x(1:4) delimited by size
                       " " delimited by size
                       ws-leg-tipo delimited by size
                       " x" delimited by size
                       sanCantidad delimited by size
                       " " delimited by size
                       ws-leg-estado delimited by size
                       " " delimited by size
                       sanMotivo delimited by size
                       into ws-leg-texto
                   end-string
                   perform AgregarLineaLegajo
                   read sancion next record
               end-perform
               close sancion
           end-if
           move spaces to ws-leg-texto
           perform AgregarLineaLegajo
       end method.

      *> Totales de P/A/J del alumno y el desglose por curso; los
      *> registros diarios anteriores al pase por curso (curso en
      *> blanco) se agrupan como "(diaria)".
       method-id LegajoAsistencia private.
       procedure division.
           move "ASISTENCIA (RESUMEN)" to ws-leg-texto
           perform AgregarLineaLegajo
           move 0 to ws-leg-presentes ws-leg-ausentes ws-leg-justif
           move 0 to ws-leg-asi-total
           open input asistencia
           if fs-asistencia = "00"
               read asistencia next record
                           when "A" add 1 to ws-leg-ausentes
                           when "J" add 1 to ws-leg-justif
                       end-evaluate
                       perform LegajoAsistenciaCurso
                   end-if
                   read asistencia next record
               end-perform
               into ws-leg-texto
           end-string
           perform AgregarLineaLegajo
           perform varying ws-leg-asi-i from 1 by 1
                   until ws-leg-asi-i > ws-leg-asi-total
               if ws-leg-asi-curso(ws-leg-asi-i) = spaces
                   move "(diaria)" to ws-leg-asi-curso-x
               else
                   move ws-leg-asi-curso(ws-leg-asi-i)
                       to ws-leg-asi-curso-x
               end-if
               string
                   "    Curso " delimited by size
                   ws-leg-asi-curso-x delimited by size
                   "  P: " delimited by size
                   ws-leg-asi-pres(ws-leg-asi-i) delimited by size
                   "  A: " delimited by size
                   ws-leg-asi-aus(ws-leg-asi-i) delimited by size
                   "  J: " delimited by size
                   ws-leg-asi-just(ws-leg-asi-i) delimited by size
                   into ws-leg-texto
               end-string
               perform AgregarLineaLegajo
           end-perform
           if ws-leg-total >= 600
               move "  (LEGAJO CORTADO EN 600 RENGLONES)"
                   to ws-leg-texto
           end-if
       end method.

      *> Suma el registro leído al renglón de su curso (tope 40
      *> cursos por alumno; lo que exceda sólo cuenta en el total).
       method-id LegajoAsistenciaCurso private.
       procedure division.
           perform varying ws-leg-asi-i from 1 by 1
                   until ws-leg-asi-i > ws-leg-asi-total
                       or ws-leg-asi-curso(ws-leg-asi-i) = asiCurso
               continue
           end-perform
           if ws-leg-asi-i > ws-leg-asi-total
               if ws-leg-asi-total >= 40
                   goback
               end-if
               add 1 to ws-leg-asi-total
               move asiCurso to ws-leg-asi-curso(ws-leg-asi-total)
               move 0 to ws-leg-asi-pres(ws-leg-asi-total)
                   ws-leg-asi-aus(ws-leg-asi-total)
                   ws-leg-asi-just(ws-leg-asi-total)
           end-if
           evaluate asiEstado
               when "P" add 1 to ws-leg-asi-pres(ws-leg-asi-i)
               when "A" add 1 to ws-leg-asi-aus(ws-leg-asi-i)
               when "J" add 1 to ws-leg-asi-just(ws-leg-asi-i)
           end-evaluate
       end method.

      *> Dibuja las páginas del legajo a partir de la tabla armada en
      *> BeginPrint, con el encabezado del alumno y número de página
      *> al pie en cada una, como el listado general.
           invoke e::Graphics::DrawString(ws-leg-linea-out::Trim
               self::Font type System.Drawing.Brushes::Black
               e::MarginBounds::Left ws-print-y)
           add ws-print-alto-linea to ws-print-y
           invoke e::Graphics::DrawString(ws-emi-linea::Trim
               self::Font type System.Drawing.Brushes::Black
               e::MarginBounds::Left ws-print-y)
           add 24 to ws-print-y
           perform until ws-leg-actual > ws-leg-total
                   or (ws-print-y + ws-print-alto-linea)
           end-if
       end method.

      *> Emite el pase por traslado del alumno recién dado de baja
      *> llamando a EMITIR-PASES con la fecha de la baja y el número
      *> (el mismo programa de la cadena nocturna, así el pase queda
      *> registrado en el libro de documentos emitidos y sale el
      *> archivo de traslado para la escuela de destino) y muestra la
      *> vista previa para imprimirlo. Si no se pudo emitir, lo
      *> emite la cadena nocturna de esa fecha.
       method-id EmitirPaseTraslado private.
       procedure division.
           move ws-numero-buscado to ws-pase-numero
           move spaces to ws-pase-parametro
           string
               ws-fecha-baja-x delimited by size
               " " delimited by size
               ws-pase-numero delimited by size
               into ws-pase-parametro
           end-string
           display ws-pase-parametro upon command-line
           set ws-pase-ok to false
           call "EMITIR-PASES"
               on exception
                   set ws-pase-ok to false
               not on exception
                   set ws-pase-ok to return-code = 0
           end-call
           cancel "EMITIR-PASES"
           if ws-pase-ok
               move spaces to ws-archivo-pase
               string
                   "pases_traslado_" delimited by size
                   ws-pase-numero delimited by size
                   ".txt" delimited by size
                   into ws-archivo-pase
               end-string
               set printPreviewDialog1::Document to printDocumentPase
               invoke printPreviewDialog1::ShowDialog
               invoke type MessageBox::Show(
                   "Alumno dado de Baja! Se emitió el pase por traslado.")
           else
               invoke type MessageBox::Show(
                   type System.String::Concat(
                       "Alumno dado de Baja! El pase por traslado no se "
                       "pudo emitir ahora; sale con el proceso nocturno."))
           end-if
       end method.

      *> Abre el pase que dejó EMITIR-PASES y lee la primera línea.
       method-id printDocumentPase_BeginPrint final private.
       procedure division using by value sender as object
               e as type System.Drawing.Printing.PrintEventArgs.
           set ws-pase-fin to false
           open input paseTraslado
           if fs-pase <> "00"
               set ws-pase-fin to true
           else
               read paseTraslado
                   at end
                       set ws-pase-fin to true
               end-read
           end-if
       end method.

      *> Dibuja el pase tal como está en el archivo, línea por línea,
      *> hasta el pie de cada página.
       method-id printDocumentPase_PrintPage final private.
       procedure division using by value sender as object
               e as type System.Drawing.Printing.PrintPageEventArgs.
           move e::MarginBounds::Top to ws-print-y
           perform until ws-pase-fin
                   or (ws-print-y + ws-print-alto-linea)
                       > e::MarginBounds::Bottom
               invoke e::Graphics::DrawString(pase-linea::TrimEnd
                   self::Font type System.Drawing.Brushes::Black
                   e::MarginBounds::Left ws-print-y)
               add ws-print-alto-linea to ws-print-y
               read paseTraslado
                   at end
                       set ws-pase-fin to true
               end-read
           end-perform
           if ws-pase-fin
               close paseTraslado
               set e::HasMorePages to false
           else
               set e::HasMorePages to true
           end-if
       end method.

       method-id btnCancelar_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::Close
