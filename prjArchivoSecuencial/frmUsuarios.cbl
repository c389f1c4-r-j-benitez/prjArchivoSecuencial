       class-id prjArchivoSecuencial.frmUsuarios is partial
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
       01 ws-archivo-disponible condition-value.
       01 ws-usuario-existe condition-value.
       01 ws-login          pic x(12).
       01 ws-rol            pic x(01).
       01 ws-sede           pic 9(01).
       01 ws-clave-temporal pic x(08).
       01 ws-estado-texto   pic x(14).
       01 ws-rol-texto      pic x(10).
       01 ws-sede-texto     pic x(06).
       01 ws-resumen-ant    pic x(40).
       01 ws-resumen-nvo    pic x(40).
       01 ws-mensaje-texto  pic x(120).
       01 ws-bit-operacion  pic x(04).
       01 ws-bit-ant        pic x(40).
       01 ws-bit-nvo        pic x(40).

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent
           invoke cboRol::Items::Add("R - Recepción")
           invoke cboRol::Items::Add("S - Supervisor")
           set cboRol::SelectedIndex to 0
           invoke cboSede::Items::Add("0 - Ambas")
           invoke cboSede::Items::Add("1 - Central")
           invoke cboSede::Items::Add("2 - Norte")
           set cboSede::SelectedIndex to 0
           perform CargarUsuarios
           goback.
       end method.

      *> usuario.txt lo crea el login en el primer arranque; igual se
      *> contempla el "no existe" como en el resto de los maestros.
       method-id AbrirUsuarioEscritura private.
       procedure division.
           open i-o usuario
           if fs-usuario = "35" then
               open output usuario
               close usuario
               open i-o usuario
           end-if
           set ws-archivo-disponible to fs-usuario = "00"
       end method.

      *> Deja en ws-login el login tipeado, en mayúsculas como lo
      *> busca el ingreso.
       method-id TomarLogin private.
       procedure division.
           move spaces to ws-login
           set ws-login to txtLogin::Text::Trim::ToUpper
       end method.

      *> Busca el usuario por login y carga sus datos en los controles.
      *> La clave no se muestra nunca: sólo se puede blanquear.
       method-id btnBuscar_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if txtLogin::TextLength = 0 then
               invoke type MessageBox::Show("Falta el usuario")
               invoke txtLogin::Focus
           else
               perform TomarLogin
               move ws-login to usuLogin
               open input usuario
               if fs-usuario <> "00" then
                   close usuario
                   invoke type MessageBox::Show("Usuario no encontrado")
               else
                   read usuario
                   if fs-usuario = "00" then
                       set txtNombre::Text to usuNombre::Trim
                       if usuRol = "S"
                           set cboRol::SelectedIndex to 1
                       else
                           set cboRol::SelectedIndex to 0
                       end-if
                       if usuSede numeric and usuSede <= 2
                           set cboSede::SelectedIndex to usuSede
                       else
                           set cboSede::SelectedIndex to 0
                       end-if
                       perform DescribirEstado
                       set lblEstado::Text to ws-estado-texto::Trim
                   else
                       invoke type MessageBox::Show("Usuario no encontrado")
                   end-if
                   close usuario
               end-if
           end-if
       end method.

      *> Graba el usuario de los controles. Si el login no existe es
      *> un alta: queda activo, con una clave temporal que se muestra
      *> una sola vez y marcada para cambio en el primer ingreso. Si
      *> existe sólo se corrigen nombre, rol y sede; la clave y el
      *> estado se tocan con sus propios botones.
       method-id btnGuardar_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if txtLogin::TextLength = 0 then
               invoke type MessageBox::Show("Falta el usuario")
               invoke txtLogin::Focus
               goback
           end-if
           if txtLogin::Text::Trim::Contains(",") or
                 txtLogin::Text::Trim::Contains(" ") then
               invoke type MessageBox::Show(
                   "El usuario no puede tener comas ni espacios")
               invoke txtLogin::Focus
               goback
           end-if
           if txtNombre::TextLength = 0 then
               invoke type MessageBox::Show("Falta Nombre")
               invoke txtNombre::Focus
               goback
           end-if
           perform TomarLogin
           if cboRol::SelectedIndex = 1
               move "S" to ws-rol
           else
               move "R" to ws-rol
           end-if
           move cboSede::SelectedIndex to ws-sede
           perform AbrirUsuarioEscritura
           if ws-archivo-disponible = false then
               invoke type MessageBox::Show(
                   "El archivo de usuarios está en uso, intente de nuevo")
               goback
           end-if
           move ws-login to usuLogin
           read usuario
           set ws-usuario-existe to fs-usuario = "00"
           if ws-usuario-existe
               perform ResumirUsuario
               move ws-resumen-nvo to ws-resumen-ant
               set usuNombre to txtNombre::Text
               move ws-rol to usuRol
               move ws-sede to usuSede
               perform ResumirUsuario
               rewrite usuario-registro
               close usuario
               move "MOD" to ws-bit-operacion
               move ws-resumen-ant to ws-bit-ant
               move ws-resumen-nvo to ws-bit-nvo
               perform GrabarBitacora
               invoke type MessageBox::Show("Usuario Grabado!")
           else
               perform GenerarClaveTemporal
               move ws-login to usuLogin
               move spaces to usuClave
               set usuNombre to txtNombre::Text
               move ws-rol to usuRol
               move ws-sede to usuSede
               move "A" to usuEstado
               move 0 to usuIntentos
               move "S" to usuCambiarClave
               set usuClaveHash to
                   type prjArchivoSecuencial.Sesion::HashClave(
                       ws-login ws-clave-temporal)
               perform ResumirUsuario
               write usuario-registro
               close usuario
               move "ALTA" to ws-bit-operacion
               move "-" to ws-bit-ant
               move ws-resumen-nvo to ws-bit-nvo
               perform GrabarBitacora
               move spaces to ws-mensaje-texto
               string "Usuario dado de alta. Clave temporal: "
                          delimited by size
                      ws-clave-temporal delimited by size
                      " (se pide cambiarla en el primer ingreso)"
                          delimited by size
                   into ws-mensaje-texto
               end-string
               invoke type MessageBox::Show(ws-mensaje-texto::Trim)
           end-if
           perform CargarUsuarios
       end method.

      *> Deshabilita un usuario activo o bloqueado, o vuelve a
      *> habilitar uno deshabilitado. El supervisor no puede
      *> deshabilitar su propia cuenta.
       method-id btnDeshabilitar_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if txtLogin::TextLength = 0 then
               invoke type MessageBox::Show("Falta el usuario")
               invoke txtLogin::Focus
               goback
           end-if
           perform TomarLogin
           if ws-login = type prjArchivoSecuencial.Sesion::UsuarioLogin
               invoke type MessageBox::Show(
                   "No puede deshabilitar su propio usuario")
               goback
           end-if
           perform AbrirUsuarioEscritura
           if ws-archivo-disponible = false then
               invoke type MessageBox::Show(
                   "El archivo de usuarios está en uso, intente de nuevo")
               goback
           end-if
           move ws-login to usuLogin
           read usuario
           if fs-usuario <> "00" then
               close usuario
               invoke type MessageBox::Show("Usuario no encontrado")
               goback
           end-if
           move usuEstado to ws-bit-ant
           if usuEstado = "D"
               move "A" to usuEstado
               move 0 to usuIntentos
               move "HABI" to ws-bit-operacion
           else
               move "D" to usuEstado
               move "DESH" to ws-bit-operacion
           end-if
           move usuEstado to ws-bit-nvo
           perform DescribirEstado
           rewrite usuario-registro
           close usuario
           perform GrabarBitacora
           set lblEstado::Text to ws-estado-texto::Trim
           invoke type MessageBox::Show(ws-estado-texto::Trim)
           perform CargarUsuarios
       end method.

      *> Blanqueo de clave: nueva clave temporal (se muestra una sola
      *> vez para dársela al operador), cuenta activa, intentos en
      *> cero y cambio obligatorio en el próximo ingreso. Es también
      *> la única forma de destrabar un usuario bloqueado.
       method-id btnBlanquear_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if txtLogin::TextLength = 0 then
               invoke type MessageBox::Show("Falta el usuario")
               invoke txtLogin::Focus
               goback
           end-if
           perform TomarLogin
           perform AbrirUsuarioEscritura
           if ws-archivo-disponible = false then
               invoke type MessageBox::Show(
                   "El archivo de usuarios está en uso, intente de nuevo")
               goback
           end-if
           move ws-login to usuLogin
           read usuario
           if fs-usuario <> "00" then
               close usuario
               invoke type MessageBox::Show("Usuario no encontrado")
               goback
           end-if
           if usuEstado = "D"
               close usuario
               invoke type MessageBox::Show(
                   "El usuario está deshabilitado; habilítelo antes de blanquear la clave")
               goback
           end-if
           move usuEstado to ws-bit-ant
           perform GenerarClaveTemporal
           move spaces to usuClave
           move "A" to usuEstado
           move 0 to usuIntentos
           move "S" to usuCambiarClave
           set usuClaveHash to type prjArchivoSecuencial.Sesion::HashClave(
               ws-login ws-clave-temporal)
           rewrite usuario-registro
           close usuario
           move "BLAN" to ws-bit-operacion
           move "A" to ws-bit-nvo
           perform GrabarBitacora
           perform DescribirEstado
           set lblEstado::Text to ws-estado-texto::Trim
           move spaces to ws-mensaje-texto
           string "Clave blanqueada. Clave temporal: " delimited by size
                  ws-clave-temporal delimited by size
                  " (se pide cambiarla en el próximo ingreso)"
                      delimited by size
               into ws-mensaje-texto
           end-string
           invoke type MessageBox::Show(ws-mensaje-texto::Trim)
           perform CargarUsuarios
       end method.

      *> Clave temporal de 8 caracteres al azar para altas y
      *> blanqueos.
       method-id GenerarClaveTemporal private.
       procedure division.
           set ws-clave-temporal to
               type System.Guid::NewGuid::ToString("N")::Substring(0 8)::ToUpper
       end method.

      *> Texto del estado del usuario que está en el registro.
       method-id DescribirEstado private.
       procedure division.
           evaluate usuEstado
               when "A"
                   if usuCambiarClave = "S"
                       move "Activo (cambia clave)" to ws-estado-texto
                   else
                       move "Activo" to ws-estado-texto
                   end-if
               when "D"
                   move "Deshabilitado" to ws-estado-texto
               when "B"
                   move "Bloqueado" to ws-estado-texto
               when other
                   move "Sin convertir" to ws-estado-texto
           end-evaluate
       end method.

      *> Resumen "rol/sede/nombre" del registro para la bitácora.
       method-id ResumirUsuario private.
       procedure division.
           move spaces to ws-resumen-nvo
           string usuRol delimited by size
                  "/" delimited by size
                  usuSede delimited by size
                  "/" delimited by size
                  usuNombre delimited by "  "
               into ws-resumen-nvo
           end-string
           inspect ws-resumen-nvo replacing all "," by ";"
       end method.

      *> Refresca la grilla con todos los usuarios registrados.
       method-id CargarUsuarios private.
       procedure division.
           invoke dataGridView1::Rows::Clear
           open input usuario
           if fs-usuario = "00"
               read usuario next record
               perform until fs-usuario <> "00"
                   if usuRol = "S"
                       move "Supervisor" to ws-rol-texto
                   else
                       move "Recepción" to ws-rol-texto
                   end-if
                   if usuSede numeric and usuSede <= 2 and usuSede > 0
                       move usuSede to ws-sede-texto
                   else
                       move "Ambas" to ws-sede-texto
                   end-if
                   perform DescribirEstado
                   invoke dataGridView1::Rows::Add(usuLogin::Trim,
                       usuNombre::Trim, ws-rol-texto::Trim,
                       ws-sede-texto::Trim, ws-estado-texto::Trim)
                   read usuario next record
               end-perform
               close usuario
           end-if
       end method.

      *> Escribe una línea en bitacora.txt:
      *> numero,archivo,clave,fecha hora,usuario,operacion,antes,despues
      *> con el login modificado como clave (numero en cero, como las
      *> líneas de cierres que no son de un alumno).
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
                   ws-login delimited by "  "
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
