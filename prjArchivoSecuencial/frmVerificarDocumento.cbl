       class-id prjArchivoSecuencial.frmVerificarDocumento is partial
                 inherits type System.Windows.Forms.Form.

                 copy EmisionSelect.

                 copy AlumnoSelect.

                 Select bitacora assign to "bitacora.txt"
                       organization line sequential
                       file status fs-bitacora.

       fd emision.
       copy EmisionRegistro.

       fd alumno.
       copy AlumnoRegistro.

       fd bitacora.
       01 bitacora-linea pic x(250).

       working-storage section.
       01 fs-emision pic xx.
       01 fs-alumno pic xx.
       01 fs-bitacora pic xx.
       01 ws-bit-anterior pic x(09).
       01 ws-codigo-texto   pic x(20).
       01 ws-codigo         pic x(08).
       01 ws-cod-i          binary-long.
       01 ws-cod-largo      binary-long.
       01 ws-caracter       pic x(01).
       01 ws-encontrado     condition-value.
       01 ws-numero-control pic 9(07).
       01 ws-numero-x       pic x(07).
       01 ws-alumno-x       pic x(07).
       01 ws-fecha-x        pic x(08).
       01 ws-fecha-ed       pic x(10).
       01 ws-hora-x         pic x(06).
       01 ws-texto          pic x(200).
       01 ws-motivo         pic x(40).
       01 ws-bit-numero-x   pic x(07).
       01 ws-bit-archivo    pic x(12).
       01 ws-bit-clave      pic x(20).
       01 ws-bit-operacion  pic x(04).
       01 ws-bit-ant        pic x(40).
       01 ws-bit-nvo        pic x(40).

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent
           set ws-encontrado to false
           set btnAnular::Enabled to false
      *> Cualquier operador verifica; sólo un supervisor anula un
      *> documento emitido por error.
           if type prjArchivoSecuencial.Sesion::EsSupervisor() = false
               set txtMotivo::Enabled to false
           end-if
           goback.
       end method.

      *> Normaliza el código tecleado: mayúsculas, sin espacios ni el
      *> guión con que se imprime en dos grupos de cuatro. Deja en
      *> ws-cod-largo cuántos caracteres útiles había.
       method-id NormalizarCodigo private.
       procedure division.
           move spaces to ws-codigo
           move 0 to ws-cod-largo
           move txtCodigo::Text::Trim::ToUpper to ws-codigo-texto
           perform varying ws-cod-i from 1 by 1
                   until ws-cod-i > 20
               move ws-codigo-texto(ws-cod-i:1) to ws-caracter
               if ws-caracter <> space and ws-caracter <> "-"
                   add 1 to ws-cod-largo
                   if ws-cod-largo <= 8
                       move ws-caracter to ws-codigo(ws-cod-largo:1)
                   end-if
               end-if
           end-perform
       end method.

      *> Busca el código por la clave alterna de emision.txt y muestra
      *> lo que realmente se emitió, o avisa que no existe.
       method-id btnVerificar_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           perform LimpiarResultado
           perform NormalizarCodigo
           if ws-cod-largo <> 8
               invoke type MessageBox::Show(
                   "El código de verificación tiene 8 caracteres")
               invoke txtCodigo::Focus
               goback
           end-if
           open input emision
           if fs-emision = "35"
               set lblEstado::Text to
                   "No existe ningún documento emitido con ese código"
               goback
           end-if
           if fs-emision <> "00"
               close emision
               invoke type MessageBox::Show(
                   "El registro de documentos emitidos está en uso, intente de nuevo")
               goback
           end-if
           move ws-codigo to emiCodigo
           read emision key is emiCodigo
           if fs-emision = "00"
               set ws-encontrado to true
               move emiNumero to ws-numero-control
           end-if
           close emision
           if ws-encontrado
               perform MostrarDocumento
           else
               set lblEstado::Text to
                   "No existe ningún documento emitido con ese código"
           end-if
       end method.

      *> Vuelca a la pantalla el registro de emision-registro: tipo,
      *> número de control, alumno, fecha y hora, operador, lo
      *> certificado y el estado, con los datos de la anulación si la
      *> hubo. Anular sólo queda habilitado sobre un documento vigente.
       method-id MostrarDocumento private.
       procedure division.
           evaluate emiTipo
               when "CI"
                   set lblTipo::Text to "Constancia de inscripción"
               when "BO"
                   set lblTipo::Text to "Boleta de calificaciones"
               when "CA"
                   set lblTipo::Text to "Carnet de alumno"
               when "LE"
                   set lblTipo::Text to "Legajo completo"
               when "PA"
                   set lblTipo::Text to "Pase por traslado"
               when other
                   set lblTipo::Text to emiTipo
           end-evaluate
           move emiNumero to ws-numero-x
           set lblControl::Text to ws-numero-x
           move emiAlumno to ws-alumno-x
           move spaces to ws-texto
           move ws-alumno-x to ws-texto
           move emiAlumno to numero
           open input alumno
           if fs-alumno = "00"
               read alumno
               if fs-alumno = "00"
                   string
                       ws-alumno-x delimited by size
                       " - " delimited by size
                       apellido::Trim delimited by size
                       ", " delimited by size
                       nombre::Trim delimited by size
                       into ws-texto
                   end-string
               end-if
               close alumno
           end-if
           set lblAlumno::Text to ws-texto::Trim
           move emiFecha to ws-fecha-x
           perform FormatearFecha
           move emiHora to ws-hora-x
           move spaces to ws-texto
           string
               ws-fecha-ed delimited by size
               " " delimited by size
               ws-hora-x(1:2) delimited by size
               ":" delimited by size
               ws-hora-x(3:2) delimited by size
               into ws-texto
           end-string
           set lblEmitido::Text to ws-texto::Trim
           set lblOperador::Text to emiUsuario::Trim
           set lblResumen::Text to emiResumen::Trim
           if emiEstado = "A"
               move emiAnulaFecha to ws-fecha-x
               perform FormatearFecha
               move spaces to ws-texto
               string
                   "ANULADO el " delimited by size
                   ws-fecha-ed delimited by size
                   " por " delimited by size
                   emiAnulaUsuario delimited by "  "
                   ": " delimited by size
                   emiAnulaMotivo::Trim delimited by size
                   into ws-texto
               end-string
               set lblEstado::Text to ws-texto::Trim
               set btnAnular::Enabled to false
           else
               set lblEstado::Text to "VIGENTE"
               set btnAnular::Enabled to
                   type prjArchivoSecuencial.Sesion::EsSupervisor()
           end-if
       end method.

      *> Borra el resultado de la verificación anterior.
       method-id LimpiarResultado private.
       procedure division.
           set ws-encontrado to false
           set btnAnular::Enabled to false
           set lblTipo::Text to ""
           set lblControl::Text to ""
           set lblAlumno::Text to ""
           set lblEmitido::Text to ""
           set lblOperador::Text to ""
           set lblResumen::Text to ""
           set lblEstado::Text to ""
       end method.

      *> Convierte una fecha AAAAMMDD de ws-fecha-x al formato
      *> DD/MM/AAAA de ws-fecha-ed.
       method-id FormatearFecha private.
       procedure division.
           if ws-fecha-x = "00000000" or ws-fecha-x = spaces
               move "--/--/----" to ws-fecha-ed
           else
               string
                   ws-fecha-x(7:2) delimited by size
                   "/" delimited by size
                   ws-fecha-x(5:2) delimited by size
                   "/" delimited by size
                   ws-fecha-x(1:4) delimited by size
                   into ws-fecha-ed
               end-string
           end-if
       end method.

      *> Anula el documento verificado (sólo supervisor, con motivo):
      *> el registro no se borra, queda en estado A con fecha, usuario
      *> y motivo, y la anulación pasa a la bitácora.
       method-id btnAnular_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if ws-encontrado = false
               goback
           end-if
           if type prjArchivoSecuencial.Sesion::EsSupervisor() = false
               invoke type MessageBox::Show(
                   "Sólo un supervisor puede anular documentos")
               goback
           end-if
           move txtMotivo::Text::Trim to ws-motivo
           if ws-motivo = spaces
               invoke type MessageBox::Show(
                   "Indique el motivo de la anulación")
               invoke txtMotivo::Focus
               goback
           end-if
           move ws-numero-control to ws-numero-x
           string
               "¿Anular el documento con control N° " delimited by size
               ws-numero-x delimited by size
               "?" delimited by size
               into ws-texto
           end-string
           if type MessageBox::Show(ws-texto::Trim "Anular documento"
                 type MessageBoxButtons::YesNo)
                 <> type DialogResult::Yes then
               goback
           end-if
           open i-o emision
           if fs-emision <> "00"
               invoke type MessageBox::Show(
                   "El registro de documentos emitidos está en uso, intente de nuevo")
               goback
           end-if
           move ws-numero-control to emiNumero
           read emision
           if fs-emision <> "00" or emiEstado <> "V"
               close emision
               invoke type MessageBox::Show(
                   "El documento ya no está vigente")
               goback
           end-if
           move type System.DateTime::Now::ToString("yyyyMMdd")
               to ws-fecha-x
           move "A" to emiEstado
           move ws-fecha-x to emiAnulaFecha
           move type prjArchivoSecuencial.Sesion::UsuarioLogin
               to emiAnulaUsuario
           move ws-motivo to emiAnulaMotivo
           rewrite emision-registro
           if fs-emision <> "00"
               close emision
               invoke type MessageBox::Show(
                   "No se pudo anular el documento, intente de nuevo")
               goback
           end-if
           close emision
           move emiAlumno to ws-bit-numero-x
           move "emision" to ws-bit-archivo
           move spaces to ws-bit-clave
           move ws-numero-x to ws-bit-clave
           move "ANUL" to ws-bit-operacion
           move spaces to ws-bit-ant
           move emiTipo to ws-bit-ant
           move ws-motivo to ws-bit-nvo
           perform GrabarBitacora
           invoke type MessageBox::Show("Documento anulado")
           set txtMotivo::Text to ""
           perform MostrarDocumento
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
           end-if
           if fs-bitacora = "00" then
               move spaces to bitacora-linea
               string
                   ws-bit-numero-x delimited by size
                   "," delimited by size
                   ws-bit-archivo delimited by "  "
                   "," delimited by size
                   ws-bit-clave delimited by "  "
                   "," delimited by size
                   type System.DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
                       delimited by size
                   "," delimited by size
                   type prjArchivoSecuencial.Sesion::UsuarioLogin::Trim
                       delimited by size
                   "," delimited by size
                   ws-bit-operacion delimited by size
                   "," delimited by size
                   ws-bit-ant delimited by "  "
                   "," delimited by size
                   ws-bit-nvo delimited by "  "
                   into bitacora-linea
               end-string
               move type prjArchivoSecuencial.CadenaBitacora::EncadenarDesde(
                   ws-bit-anterior bitacora-linea) to bitacora-linea
               write bitacora-linea
               close bitacora
           end-if
       end method.

       method-id btnCerrar_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::Close
       end method.

       end class.
