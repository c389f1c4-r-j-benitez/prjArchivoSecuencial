
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
       01 ws-login-ok condition-value.
       01 ws-login-buscado pic x(12).
       01 fs-bitacora pic xx.
       01 ws-bit-anterior pic x(09).
      *> Intentos fallidos consecutivos que bloquean la cuenta hasta
      *> que un supervisor la blanquee desde la pantalla de usuarios.
       01 ws-max-intentos   pic 9(02) value 3.
       01 ws-cambiar-clave  condition-value.
       01 ws-mensaje-texto  pic x(120).
       01 ws-bit-archivo    pic x(12).
       01 ws-bit-clave      pic x(20).
       01 ws-bit-operacion  pic x(04).
       01 ws-bit-ant        pic x(40).
       01 ws-bit-nvo        pic x(40).

       method-id NEW.
       procedure division.
      *> usuario.txt es indexado; en el primer arranque todavía no
      *> existe, así que se lo crea con un supervisor inicial ADMIN
      *> (clave ADMIN) para que la oficina pueda entrar y dar de alta
      *> a los usuarios reales. La clave se graba con hash y marcada
      *> para cambio, así el primer ingreso obliga a reemplazarla.
       method-id CrearUsuarioInicial private.
       procedure division.
           open output usuario
           if fs-usuario = "00" then
               move "ADMIN" to usuLogin
               move spaces to usuClave
               move "S" to usuRol
               move "Supervisor inicial" to usuNombre
               move 0 to usuSede
               move "A" to usuEstado
               move 0 to usuIntentos
               move "S" to usuCambiarClave
               set usuClaveHash to
                   type prjArchivoSecuencial.Sesion::HashClave("ADMIN" "ADMIN")
               write usuario-registro
               close usuario
               invoke type MessageBox::Show(
       end method.

      *> Valida login y clave contra usuario.txt por lectura directa.
      *> La clave se compara por su hash; un registro anterior al
      *> hash (estado basura) se valida en claro una última vez y se
      *> convierte ahí mismo, marcado para cambio de clave. Cada
      *> intento fallido suma en usuIntentos y al llegar al tope la
      *> cuenta queda bloqueada (y la bitácora lo registra). Si entra,
      *> deja login y rol en la sesión, pide el cambio de clave cuando
      *> corresponde y cierra con OK; el menú principal recién se abre
      *> con la sesión ya cargada.
       method-id btnIngresar_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if txtUsuario::TextLength = 0 then
               invoke txtUsuario::Focus
           else
               set ws-login-ok to false
               move spaces to ws-mensaje-texto
               open i-o usuario
               if fs-usuario = "35" then
                   close usuario
                   perform CrearUsuarioInicial
                   open i-o usuario
               end-if
               if fs-usuario <> "00" then
                   close usuario
                   move ws-login-buscado to usuLogin
                   read usuario
                   if fs-usuario = "00" then
                       perform ValidarClave
                   end-if
                   close usuario
                   if ws-login-ok then
                           set type prjArchivoSecuencial.Sesion::UsuarioSede
                               to 0
                       end-if
                       if ws-cambiar-clave then
                           perform PedirCambioClave
                       end-if
                   end-if
                   if ws-login-ok then
                       set self::DialogResult
                           to type System.Windows.Forms.DialogResult::OK
                       invoke self::Close
                   else
                       if ws-mensaje-texto = spaces
                           move "Usuario o clave incorrectos"
                               to ws-mensaje-texto
                       end-if
                       invoke type MessageBox::Show(ws-mensaje-texto::Trim)
                       invoke txtClave::Focus
                   end-if
               end-if
           end-if
       end method.

      *> Con el registro del usuario ya leído (archivo abierto i-o)
      *> decide si la clave tipeada es la buena y actualiza el
      *> contador de intentos, el bloqueo o la conversión a hash.
       method-id ValidarClave private.
       procedure division.
           set ws-cambiar-clave to false
           evaluate usuEstado
               when "D"
                   move "El usuario está deshabilitado" to ws-mensaje-texto
               when "B"
                   move "El usuario está bloqueado por intentos fallidos; pida el blanqueo a un supervisor"
                       to ws-mensaje-texto
               when "A"
                   if usuClaveHash = type prjArchivoSecuencial.Sesion::HashClave(
                         ws-login-buscado txtClave::Text)
                       set ws-login-ok to true
                   end-if
                   if usuIntentos not numeric
                       move 0 to usuIntentos
                   end-if
                   if ws-login-ok
                       move 0 to usuIntentos
                       set ws-cambiar-clave to usuCambiarClave = "S"
                       rewrite usuario-registro
                   else
                       add 1 to usuIntentos
                       if usuIntentos >= ws-max-intentos
                           move "B" to usuEstado
                           rewrite usuario-registro
                           move "BLOQ" to ws-bit-operacion
                           move "A" to ws-bit-ant
                           move "B" to ws-bit-nvo
                           perform GrabarBitacora
                           move "Clave incorrecta: el usuario quedó bloqueado; pida el blanqueo a un supervisor"
                               to ws-mensaje-texto
                       else
                           rewrite usuario-registro
                       end-if
                   end-if
               when other
      *> Registro anterior al hash: se valida en claro y se convierte.
      *> Como la clave estuvo legible en el archivo, se pide cambiarla.
                   if usuClave::Trim = txtClave::Text then
                       set ws-login-ok to true
                       set ws-cambiar-clave to true
                       move spaces to usuClave
                       move "A" to usuEstado
                       move 0 to usuIntentos
                       move "S" to usuCambiarClave
                       set usuClaveHash to
                           type prjArchivoSecuencial.Sesion::HashClave(
                               ws-login-buscado txtClave::Text)
                       rewrite usuario-registro
                   end-if
           end-evaluate
       end method.

      *> Primer ingreso, blanqueo o clave convertida: la sesión no
      *> arranca hasta que el operador elige una clave nueva. Si
      *> cancela, se vuelve al login sin abrir el menú.
       method-id PedirCambioClave private.
       local-storage section.
       01 frm type prjArchivoSecuencial.frmCambioClave.
       procedure division.
           invoke type MessageBox::Show(
               "Debe cambiar la clave antes de continuar")
           set frm to new prjArchivoSecuencial.frmCambioClave()
           if frm::ShowDialog()
                 not = type System.Windows.Forms.DialogResult::OK
               set ws-login-ok to false
               move "No se cambió la clave; el ingreso quedó cancelado"
                   to ws-mensaje-texto
               set type prjArchivoSecuencial.Sesion::UsuarioLogin
                   to spaces
               set type prjArchivoSecuencial.Sesion::UsuarioRol
                   to spaces
           end-if
       end method.

      *> Escribe una línea en bitacora.txt con el bloqueo de la
      *> cuenta (mismo esquema que el resto de las pantallas). Todavía
      *> no hay sesión, así que el operador es el propio login.
       method-id GrabarBitacora private.
       procedure division.
           move "usuario" to ws-bit-archivo
           move ws-login-buscado to ws-bit-clave
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
                   "," delimited by size
                   ws-bit-archivo delimited by "  "
                   "," delimited by size
                   ws-bit-clave delimited by "  "
                   "," delimited by size
                   type System.DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
                       delimited by size
                   "," delimited by size
                   ws-login-buscado delimited by "  "
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

       method-id btnCancelar_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           set self::DialogResult
