       class-id prjArchivoSecuencial.frmVerificarDocumento
                 is partial inherits type System.Windows.Forms.Form.

       01 label1 type System.Windows.Forms.Label.
       01 txtCodigo type System.Windows.Forms.TextBox.
       01 btnVerificar type System.Windows.Forms.Button.
       01 label2 type System.Windows.Forms.Label.
       01 lblTipo type System.Windows.Forms.Label.
       01 label3 type System.Windows.Forms.Label.
       01 lblControl type System.Windows.Forms.Label.
       01 label4 type System.Windows.Forms.Label.
       01 lblAlumno type System.Windows.Forms.Label.
       01 label5 type System.Windows.Forms.Label.
       01 lblEmitido type System.Windows.Forms.Label.
       01 label6 type System.Windows.Forms.Label.
       01 lblOperador type System.Windows.Forms.Label.
       01 label7 type System.Windows.Forms.Label.
       01 lblResumen type System.Windows.Forms.Label.
       01 label8 type System.Windows.Forms.Label.
       01 lblEstado type System.Windows.Forms.Label.
       01 label9 type System.Windows.Forms.Label.
       01 txtMotivo type System.Windows.Forms.TextBox.
       01 btnAnular type System.Windows.Forms.Button.
       01 btnCerrar type System.Windows.Forms.Button.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
      *> the contents of this method with the code editor.
       method-id InitializeComponent private.
       procedure division.
       set label1 to new System.Windows.Forms.Label
       set txtCodigo to new System.Windows.Forms.TextBox
       set btnVerificar to new System.Windows.Forms.Button
       set label2 to new System.Windows.Forms.Label
       set lblTipo to new System.Windows.Forms.Label
       set label3 to new System.Windows.Forms.Label
       set lblControl to new System.Windows.Forms.Label
       set label4 to new System.Windows.Forms.Label
       set lblAlumno to new System.Windows.Forms.Label
       set label5 to new System.Windows.Forms.Label
       set lblEmitido to new System.Windows.Forms.Label
       set label6 to new System.Windows.Forms.Label
       set lblOperador to new System.Windows.Forms.Label
       set label7 to new System.Windows.Forms.Label
       set lblResumen to new System.Windows.Forms.Label
       set label8 to new System.Windows.Forms.Label
       set lblEstado to new System.Windows.Forms.Label
       set label9 to new System.Windows.Forms.Label
       set txtMotivo to new System.Windows.Forms.TextBox
       set btnAnular to new System.Windows.Forms.Button
       set btnCerrar to new System.Windows.Forms.Button
       invoke self::SuspendLayout
      *>
      *> label1
      *>
       set label1::AutoSize to True
       set label1::Location to new System.Drawing.Point(20 24)
       set label1::Name to "label1"
       set label1::Size to new System.Drawing.Size(40 13)
       set label1::TabIndex to 0
       set label1::Text to "Código"
      *>
      *> txtCodigo
      *>
       set txtCodigo::Location to new System.Drawing.Point(110 21)
       set txtCodigo::MaxLength to 9
       set txtCodigo::Name to "txtCodigo"
       set txtCodigo::Size to new System.Drawing.Size(120 20)
       set txtCodigo::TabIndex to 1
      *>
      *> btnVerificar
      *>
       set btnVerificar::Location to new System.Drawing.Point(240 19)
       set btnVerificar::Name to "btnVerificar"
       set btnVerificar::Size to new System.Drawing.Size(75 23)
       set btnVerificar::TabIndex to 2
       set btnVerificar::Text to "Verificar"
       set btnVerificar::UseVisualStyleBackColor to True
       invoke btnVerificar::add_Click(new System.EventHandler(self::btnVerificar_Click))
      *>
      *> label2
      *>
       set label2::AutoSize to True
       set label2::Location to new System.Drawing.Point(20 64)
       set label2::Name to "label2"
       set label2::Size to new System.Drawing.Size(60 13)
       set label2::TabIndex to 3
       set label2::Text to "Documento"
      *>
      *> lblTipo
      *>
       set lblTipo::AutoSize to True
       set lblTipo::Location to new System.Drawing.Point(110 64)
       set lblTipo::Name to "lblTipo"
       set lblTipo::Size to new System.Drawing.Size(0 13)
       set lblTipo::TabIndex to 4
      *>
      *> label3
      *>
       set label3::AutoSize to True
       set label3::Location to new System.Drawing.Point(20 89)
       set label3::Name to "label3"
       set label3::Size to new System.Drawing.Size(60 13)
       set label3::TabIndex to 5
       set label3::Text to "Control N°"
      *>
      *> lblControl
      *>
       set lblControl::AutoSize to True
       set lblControl::Location to new System.Drawing.Point(110 89)
       set lblControl::Name to "lblControl"
       set lblControl::Size to new System.Drawing.Size(0 13)
       set lblControl::TabIndex to 6
      *>
      *> label4
      *>
       set label4::AutoSize to True
       set label4::Location to new System.Drawing.Point(20 114)
       set label4::Name to "label4"
       set label4::Size to new System.Drawing.Size(60 13)
       set label4::TabIndex to 7
       set label4::Text to "Alumno"
      *>
      *> lblAlumno
      *>
       set lblAlumno::AutoSize to True
       set lblAlumno::Location to new System.Drawing.Point(110 114)
       set lblAlumno::Name to "lblAlumno"
       set lblAlumno::Size to new System.Drawing.Size(0 13)
       set lblAlumno::TabIndex to 8
      *>
      *> label5
      *>
       set label5::AutoSize to True
       set label5::Location to new System.Drawing.Point(20 139)
       set label5::Name to "label5"
       set label5::Size to new System.Drawing.Size(60 13)
       set label5::TabIndex to 9
       set label5::Text to "Emitido"
      *>
      *> lblEmitido
      *>
       set lblEmitido::AutoSize to True
       set lblEmitido::Location to new System.Drawing.Point(110 139)
       set lblEmitido::Name to "lblEmitido"
       set lblEmitido::Size to new System.Drawing.Size(0 13)
       set lblEmitido::TabIndex to 10
      *>
      *> label6
      *>
       set label6::AutoSize to True
       set label6::Location to new System.Drawing.Point(20 164)
       set label6::Name to "label6"
       set label6::Size to new System.Drawing.Size(60 13)
       set label6::TabIndex to 11
       set label6::Text to "Operador"
      *>
      *> lblOperador
      *>
       set lblOperador::AutoSize to True
       set lblOperador::Location to new System.Drawing.Point(110 164)
       set lblOperador::Name to "lblOperador"
       set lblOperador::Size to new System.Drawing.Size(0 13)
       set lblOperador::TabIndex to 12
      *>
      *> label7
      *>
       set label7::AutoSize to True
       set label7::Location to new System.Drawing.Point(20 189)
       set label7::Name to "label7"
       set label7::Size to new System.Drawing.Size(60 13)
       set label7::TabIndex to 13
       set label7::Text to "Certifica"
      *>
      *> lblResumen
      *>
       set lblResumen::Location to new System.Drawing.Point(110 189)
       set lblResumen::Name to "lblResumen"
       set lblResumen::Size to new System.Drawing.Size(340 30)
       set lblResumen::TabIndex to 14
      *>
      *> label8
      *>
       set label8::AutoSize to True
       set label8::Location to new System.Drawing.Point(20 229)
       set label8::Name to "label8"
       set label8::Size to new System.Drawing.Size(60 13)
       set label8::TabIndex to 15
       set label8::Text to "Estado"
      *>
      *> lblEstado
      *>
       set lblEstado::Location to new System.Drawing.Point(110 229)
       set lblEstado::Name to "lblEstado"
       set lblEstado::Size to new System.Drawing.Size(340 30)
       set lblEstado::TabIndex to 16
      *>
      *> label9
      *>
       set label9::AutoSize to True
       set label9::Location to new System.Drawing.Point(20 283)
       set label9::Name to "label9"
       set label9::Size to new System.Drawing.Size(39 13)
       set label9::TabIndex to 17
       set label9::Text to "Motivo"
      *>
      *> txtMotivo
      *>
       set txtMotivo::Location to new System.Drawing.Point(110 280)
       set txtMotivo::MaxLength to 40
       set txtMotivo::Name to "txtMotivo"
       set txtMotivo::Size to new System.Drawing.Size(340 20)
       set txtMotivo::TabIndex to 18
      *>
      *> btnAnular
      *>
       set btnAnular::Location to new System.Drawing.Point(110 314)
       set btnAnular::Name to "btnAnular"
       set btnAnular::Size to new System.Drawing.Size(100 23)
       set btnAnular::TabIndex to 19
       set btnAnular::Text to "Anular"
       set btnAnular::UseVisualStyleBackColor to True
       invoke btnAnular::add_Click(new System.EventHandler(self::btnAnular_Click))
      *>
      *> btnCerrar
      *>
       set btnCerrar::Location to new System.Drawing.Point(375 314)
       set btnCerrar::Name to "btnCerrar"
       set btnCerrar::Size to new System.Drawing.Size(75 23)
       set btnCerrar::TabIndex to 20
       set btnCerrar::Text to "Cerrar"
       set btnCerrar::UseVisualStyleBackColor to True
       invoke btnCerrar::add_Click(new System.EventHandler(self::btnCerrar_Click))
      *>
      *> frmVerificarDocumento
      *>
       set self::AcceptButton to btnVerificar
       set self::ClientSize to new System.Drawing.Size(480 359)
       invoke self::Controls::Add(btnCerrar)
       invoke self::Controls::Add(btnAnular)
       invoke self::Controls::Add(txtMotivo)
       invoke self::Controls::Add(label9)
       invoke self::Controls::Add(lblEstado)
       invoke self::Controls::Add(label8)
       invoke self::Controls::Add(lblResumen)
       invoke self::Controls::Add(label7)
       invoke self::Controls::Add(lblOperador)
       invoke self::Controls::Add(label6)
       invoke self::Controls::Add(lblEmitido)
       invoke self::Controls::Add(label5)
       invoke self::Controls::Add(lblAlumno)
       invoke self::Controls::Add(label4)
       invoke self::Controls::Add(lblControl)
       invoke self::Controls::Add(label3)
       invoke self::Controls::Add(lblTipo)
       invoke self::Controls::Add(label2)
       invoke self::Controls::Add(btnVerificar)
       invoke self::Controls::Add(txtCodigo)
       invoke self::Controls::Add(label1)
       set self::Name to "frmVerificarDocumento"
       set self::Text to "Verificar Documento"
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
