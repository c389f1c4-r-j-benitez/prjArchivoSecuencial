       class-id prjArchivoSecuencial.frmCambioClave
                 is partial inherits type System.Windows.Forms.Form.

       01 label1 type System.Windows.Forms.Label.
       01 label2 type System.Windows.Forms.Label.
       01 label3 type System.Windows.Forms.Label.
       01 lblUsuario type System.Windows.Forms.Label.
       01 txtClaveNueva type System.Windows.Forms.TextBox.
       01 txtConfirmar type System.Windows.Forms.TextBox.
       01 btnAceptar type System.Windows.Forms.Button.
       01 btnCancelar type System.Windows.Forms.Button.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
      *> the contents of this method with the code editor.
       method-id InitializeComponent private.
       procedure division.
       set label1 to new System.Windows.Forms.Label
       set label2 to new System.Windows.Forms.Label
       set label3 to new System.Windows.Forms.Label
       set lblUsuario to new System.Windows.Forms.Label
       set txtClaveNueva to new System.Windows.Forms.TextBox
       set txtConfirmar to new System.Windows.Forms.TextBox
       set btnAceptar to new System.Windows.Forms.Button
       set btnCancelar to new System.Windows.Forms.Button
       invoke self::SuspendLayout
      *>
      *> label1
      *>
       set label1::AutoSize to True
       set label1::Location to new System.Drawing.Point(20 24)
       set label1::Name to "label1"
       set label1::Size to new System.Drawing.Size(43 13)
       set label1::TabIndex to 0
       set label1::Text to "Usuario"
      *>
      *> lblUsuario
      *>
       set lblUsuario::AutoSize to True
       set lblUsuario::Location to new System.Drawing.Point(110 24)
       set lblUsuario::Name to "lblUsuario"
       set lblUsuario::Size to new System.Drawing.Size(0 13)
       set lblUsuario::TabIndex to 1
      *>
      *> label2
      *>
       set label2::AutoSize to True
       set label2::Location to new System.Drawing.Point(20 54)
       set label2::Name to "label2"
       set label2::Size to new System.Drawing.Size(67 13)
       set label2::TabIndex to 2
       set label2::Text to "Clave nueva"
      *>
      *> txtClaveNueva
      *>
       set txtClaveNueva::Location to new System.Drawing.Point(110 51)
       set txtClaveNueva::MaxLength to 20
       set txtClaveNueva::Name to "txtClaveNueva"
       set txtClaveNueva::PasswordChar to "*"
       set txtClaveNueva::Size to new System.Drawing.Size(140 20)
       set txtClaveNueva::TabIndex to 3
      *>
      *> label3
      *>
       set label3::AutoSize to True
       set label3::Location to new System.Drawing.Point(20 84)
       set label3::Name to "label3"
       set label3::Size to new System.Drawing.Size(63 13)
       set label3::TabIndex to 4
       set label3::Text to "Confirmar"
      *>
      *> txtConfirmar
      *>
       set txtConfirmar::Location to new System.Drawing.Point(110 81)
       set txtConfirmar::MaxLength to 20
       set txtConfirmar::Name to "txtConfirmar"
       set txtConfirmar::PasswordChar to "*"
       set txtConfirmar::Size to new System.Drawing.Size(140 20)
       set txtConfirmar::TabIndex to 5
      *>
      *> btnAceptar
      *>
       set btnAceptar::Location to new System.Drawing.Point(73 120)
       set btnAceptar::Name to "btnAceptar"
       set btnAceptar::Size to new System.Drawing.Size(75 23)
       set btnAceptar::TabIndex to 6
       set btnAceptar::Text to "Aceptar"
       set btnAceptar::UseVisualStyleBackColor to True
       invoke btnAceptar::add_Click(new System.EventHandler(self::btnAceptar_Click))
      *>
      *> btnCancelar
      *>
       set btnCancelar::Location to new System.Drawing.Point(154 120)
       set btnCancelar::Name to "btnCancelar"
       set btnCancelar::Size to new System.Drawing.Size(75 23)
       set btnCancelar::TabIndex to 7
       set btnCancelar::Text to "Cancelar"
       set btnCancelar::UseVisualStyleBackColor to True
       invoke btnCancelar::add_Click(new System.EventHandler(self::btnCancelar_Click))
      *>
      *> frmCambioClave
      *>
       set self::AcceptButton to btnAceptar
       set self::ClientSize to new System.Drawing.Size(280 160)
       invoke self::Controls::Add(btnCancelar)
       invoke self::Controls::Add(btnAceptar)
       invoke self::Controls::Add(txtConfirmar)
       invoke self::Controls::Add(label3)
       invoke self::Controls::Add(txtClaveNueva)
       invoke self::Controls::Add(label2)
       invoke self::Controls::Add(lblUsuario)
       invoke self::Controls::Add(label1)
       set self::Name to "frmCambioClave"
       set self::Text to "Cambio de Clave"
       invoke self::ResumeLayout(False)
       end method.

      *> Clean up any resources being used.
       method-id Dispose override is protected.
       procedure division using by value disposing as condition-value.
           if disposing then
               if components not = null then
                   invoke components::Dispose()
               end-if
           end-if
           invoke super::Dispose(by value disposing)
           goback.
       end method.

       end class.
