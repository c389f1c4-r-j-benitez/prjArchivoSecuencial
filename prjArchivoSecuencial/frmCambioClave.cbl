       class-id prjArchivoSecuencial.frmCambioClave is partial
                 inherits type System.Windows.Forms.Form.

                 copy UsuarioSelect.

                 Select bitacora assign to "bitacora.txt"
                       organization line sequential
                       file status fs-bitacora.

       fd usuario.
       copy UsuarioRegistro.

       fd bitacora.
       01 bitacora-linea pic x(250).

       working-storage section.
       01 fs-usuario pic xx.
       01 fs-bitacora pic xx.
       01 ws-bit-anterior pic x(09).
      *> Largo mínimo de una clave nueva.
       01 ws-min-clave      pic 9(02) value 6.
       01 ws-login-sesion   pic x(12).
       01 ws-hash-nuevo     pic x(44).
       01 ws-clave-grabada  condition-value.

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent
           set ws-login-sesion to
               type prjArchivoSecuencial.Sesion::UsuarioLogin
           set lblUsuario::Text to ws-login-sesion::Trim
           goback.
       end method.

      *> Valida la clave nueva (largo mínimo, confirmación, distinta
      *> del login y de la clave anterior) y la graba con hash en el
      *> usuario de la sesión, levantando la marca de cambio. El
      *> cambio queda en la bitácora sin la clave, sólo el hecho.
       method-id btnAceptar_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if txtClaveNueva::TextLength < ws-min-clave then
               invoke type MessageBox::Show(
                   "La clave nueva debe tener al menos 6 caracteres")
               invoke txtClaveNueva::Focus
               goback
           end-if
           if txtClaveNueva::Text <> txtConfirmar::Text then
               invoke type MessageBox::Show(
                   "La confirmación no coincide con la clave nueva")
               invoke txtConfirmar::Focus
               goback
           end-if
           if txtClaveNueva::Text::ToUpper = ws-login-sesion::Trim then
               invoke type MessageBox::Show(
                   "La clave no puede ser igual al usuario")
               invoke txtClaveNueva::Focus
               goback
           end-if
           set ws-hash-nuevo to type prjArchivoSecuencial.Sesion::HashClave(
               ws-login-sesion txtClaveNueva::Text)
           set ws-clave-grabada to false
           open i-o usuario
           if fs-usuario <> "00" then
               close usuario
               invoke type MessageBox::Show(
                   "El archivo de usuarios está en uso, intente de nuevo")
               goback
           end-if
           move ws-login-sesion to usuLogin
           read usuario
           if fs-usuario = "00" then
               if usuClaveHash = ws-hash-nuevo then
                   close usuario
                   invoke type MessageBox::Show(
                       "La clave nueva debe ser distinta de la anterior")
                   invoke txtClaveNueva::Focus
                   goback
               end-if
               move spaces to usuClave
               move ws-hash-nuevo to usuClaveHash
               move "N" to usuCambiarClave
               move 0 to usuIntentos
               rewrite usuario-registro
               set ws-clave-grabada to fs-usuario = "00"
           end-if
           close usuario
           if ws-clave-grabada then
               perform GrabarBitacora
               invoke type MessageBox::Show("Clave cambiada")
               set self::DialogResult
                   to type System.Windows.Forms.DialogResult::OK
               invoke self::Close
           else
               invoke type MessageBox::Show(
                   "No se pudo grabar la clave nueva, intente de nuevo")
           end-if
       end method.

      *> Escribe en bitacora.txt la línea del cambio de clave (la
      *> clave misma nunca se registra).
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
                   "0000000" delimited by size
                   ",usuario," delimited by size
                   ws-login-sesion delimited by "  "
                   "," delimited by size
                   type System.DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
                       delimited by size
                   "," delimited by size
                   ws-login-sesion delimited by "  "
                   ",CLAV,-,clave cambiada" delimited by size
                   into bitacora-linea
               end-string
               move type prjArchivoSecuencial.CadenaBitacora::EncadenarDesde(
                   ws-bit-anterior bitacora-linea) to bitacora-linea
               write bitacora-linea
               close bitacora
           end-if
       end method.

       method-id btnCancelar_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           set self::DialogResult
               to type System.Windows.Forms.DialogResult::Cancel
           invoke self::Close
       end method.

       end class.
