       class-id prjArchivoSecuencial.frmDisciplina
                 is partial inherits type System.Windows.Forms.Form.

       01 label1 type System.Windows.Forms.Label.
       01 txtNumero type System.Windows.Forms.TextBox.
       01 btnBuscar type System.Windows.Forms.Button.
       01 lblAlumno type System.Windows.Forms.Label.
       01 lblResumen type System.Windows.Forms.Label.
       01 dataGridView1 type System.Windows.Forms.DataGridView.
       01 Column1 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column2 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column3 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column4 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column5 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column6 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column7 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 label2 type System.Windows.Forms.Label.
       01 dtpFecha type System.Windows.Forms.DateTimePicker.
       01 label3 type System.Windows.Forms.Label.
       01 cboTipo type System.Windows.Forms.ComboBox.
       01 label4 type System.Windows.Forms.Label.
       01 txtCantidad type System.Windows.Forms.TextBox.
       01 label5 type System.Windows.Forms.Label.
       01 txtMotivo type System.Windows.Forms.TextBox.
       01 label6 type System.Windows.Forms.Label.
       01 txtInforma type System.Windows.Forms.TextBox.
       01 btnRegistrar type System.Windows.Forms.Button.
       01 btnAprobar type System.Windows.Forms.Button.
       01 btnCerrar type System.Windows.Forms.Button.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
      *> the contents of this method with the code editor.
       method-id InitializeComponent private.
       procedure division.
       set label1 to new System.Windows.Forms.Label
       set txtNumero to new System.Windows.Forms.TextBox
       set btnBuscar to new System.Windows.Forms.Button
       set lblAlumno to new System.Windows.Forms.Label
       set lblResumen to new System.Windows.Forms.Label
       set dataGridView1 to new System.Windows.Forms.DataGridView
       set Column1 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column2 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column3 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column4 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column5 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column6 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column7 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set label2 to new System.Windows.Forms.Label
       set dtpFecha to new System.Windows.Forms.DateTimePicker
       set label3 to new System.Windows.Forms.Label
       set cboTipo to new System.Windows.Forms.ComboBox
       set label4 to new System.Windows.Forms.Label
       set txtCantidad to new System.Windows.Forms.TextBox
       set label5 to new System.Windows.Forms.Label
       set txtMotivo to new System.Windows.Forms.TextBox
       set label6 to new System.Windows.Forms.Label
       set txtInforma to new System.Windows.Forms.TextBox
       set btnRegistrar to new System.Windows.Forms.Button
       set btnAprobar to new System.Windows.Forms.Button
       set btnCerrar to new System.Windows.Forms.Button
       invoke dataGridView1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke self::SuspendLayout
      *>
      *> label1
      *>
       set label1::AutoSize to True
       set label1::Location to new System.Drawing.Point(12 20)
       set label1::Name to "label1"
       set label1::Size to new System.Drawing.Size(44 13)
       set label1::TabIndex to 0
       set label1::Text to "Número"
      *>
      *> txtNumero
      *>
       set txtNumero::Location to new System.Drawing.Point(70 17)
       set txtNumero::MaxLength to 7
       set txtNumero::Name to "txtNumero"
       set txtNumero::Size to new System.Drawing.Size(70 20)
       set txtNumero::TabIndex to 1
      *>
      *> btnBuscar
      *>
       set btnBuscar::Location to new System.Drawing.Point(150 15)
       set btnBuscar::Name to "btnBuscar"
       set btnBuscar::Size to new System.Drawing.Size(75 23)
       set btnBuscar::TabIndex to 2
       set btnBuscar::Text to "Buscar"
       set btnBuscar::UseVisualStyleBackColor to True
       invoke btnBuscar::add_Click(new System.EventHandler(self::btnBuscar_Click))
      *>
      *> lblAlumno
      *>
       set lblAlumno::AutoSize to True
       set lblAlumno::Location to new System.Drawing.Point(235 20)
       set lblAlumno::Name to "lblAlumno"
       set lblAlumno::Size to new System.Drawing.Size(0 13)
       set lblAlumno::TabIndex to 3
      *>
      *> lblResumen
      *>
       set lblResumen::AutoSize to True
       set lblResumen::Location to new System.Drawing.Point(12 48)
       set lblResumen::Name to "lblResumen"
       set lblResumen::Size to new System.Drawing.Size(0 13)
       set lblResumen::TabIndex to 4
      *>
      *> dataGridView1
      *>
       set dataGridView1::AllowUserToAddRows to False
       set dataGridView1::ColumnHeadersHeightSizeMode to type System.Windows.Forms.DataGridViewColumnHeadersHeightSizeMode::AutoSize
       invoke dataGridView1::Columns::AddRange(table of type System.Windows.Forms.DataGridViewColumn(Column1 Column2 Column3 Column4 Column5 Column6 Column7))
       set dataGridView1::Location to new System.Drawing.Point(12 72)
       set dataGridView1::Name to "dataGridView1"
       set dataGridView1::ReadOnly to True
       set dataGridView1::Size to new System.Drawing.Size(660 200)
       set dataGridView1::TabIndex to 5
      *>
      *> Column1
      *>
       set Column1::HeaderText to "Fecha"
       set Column1::Name to "Column1"
      *>
      *> Column2
      *>
       set Column2::HeaderText to "Sec."
       set Column2::Name to "Column2"
      *>
      *> Column3
      *>
       set Column3::HeaderText to "Tipo"
       set Column3::Name to "Column3"
      *>
      *> Column4
      *>
       set Column4::HeaderText to "Cantidad"
       set Column4::Name to "Column4"
      *>
      *> Column5
      *>
       set Column5::HeaderText to "Motivo"
       set Column5::Name to "Column5"
       set Column5::Width to 220
      *>
      *> Column6
      *>
       set Column6::HeaderText to "Informó"
       set Column6::Name to "Column6"
      *>
      *> Column7
      *>
       set Column7::HeaderText to "Aprobó"
       set Column7::Name to "Column7"
      *>
      *> label2
      *>
       set label2::AutoSize to True
       set label2::Location to new System.Drawing.Point(12 287)
       set label2::Name to "label2"
       set label2::Size to new System.Drawing.Size(37 13)
       set label2::TabIndex to 6
       set label2::Text to "Fecha"
      *>
      *> dtpFecha
      *>
       set dtpFecha::Format to type System.Windows.Forms.DateTimePickerFormat::Short
       set dtpFecha::Location to new System.Drawing.Point(70 284)
       set dtpFecha::Name to "dtpFecha"
       set dtpFecha::Size to new System.Drawing.Size(100 20)
       set dtpFecha::TabIndex to 7
      *>
      *> label3
      *>
       set label3::AutoSize to True
       set label3::Location to new System.Drawing.Point(185 287)
       set label3::Name to "label3"
       set label3::Size to new System.Drawing.Size(28 13)
       set label3::TabIndex to 8
       set label3::Text to "Tipo"
      *>
      *> cboTipo
      *>
       set cboTipo::DropDownStyle to type System.Windows.Forms.ComboBoxStyle::DropDownList
       set cboTipo::Location to new System.Drawing.Point(225 284)
       set cboTipo::Name to "cboTipo"
       set cboTipo::Size to new System.Drawing.Size(110 21)
       set cboTipo::TabIndex to 9
      *>
      *> label4
      *>
       set label4::AutoSize to True
       set label4::Location to new System.Drawing.Point(350 287)
       set label4::Name to "label4"
       set label4::Size to new System.Drawing.Size(49 13)
       set label4::TabIndex to 10
       set label4::Text to "Cantidad"
      *>
      *> txtCantidad
      *>
       set txtCantidad::Location to new System.Drawing.Point(405 284)
       set txtCantidad::MaxLength to 2
       set txtCantidad::Name to "txtCantidad"
       set txtCantidad::Size to new System.Drawing.Size(35 20)
       set txtCantidad::TabIndex to 11
      *>
      *> label5
      *>
       set label5::AutoSize to True
       set label5::Location to new System.Drawing.Point(12 317)
       set label5::Name to "label5"
       set label5::Size to new System.Drawing.Size(39 13)
       set label5::TabIndex to 12
       set label5::Text to "Motivo"
      *>
      *> txtMotivo
      *>
       set txtMotivo::Location to new System.Drawing.Point(70 314)
       set txtMotivo::MaxLength to 60
       set txtMotivo::Name to "txtMotivo"
       set txtMotivo::Size to new System.Drawing.Size(602 20)
       set txtMotivo::TabIndex to 13
      *>
      *> label6
      *>
       set label6::AutoSize to True
       set label6::Location to new System.Drawing.Point(12 347)
       set label6::Name to "label6"
       set label6::Size to new System.Drawing.Size(42 13)
       set label6::TabIndex to 14
       set label6::Text to "Informó"
      *>
      *> txtInforma
      *>
       set txtInforma::Location to new System.Drawing.Point(70 344)
       set txtInforma::MaxLength to 30
       set txtInforma::Name to "txtInforma"
       set txtInforma::Size to new System.Drawing.Size(250 20)
       set txtInforma::TabIndex to 15
      *>
      *> btnRegistrar
      *>
       set btnRegistrar::Location to new System.Drawing.Point(12 380)
       set btnRegistrar::Name to "btnRegistrar"
       set btnRegistrar::Size to new System.Drawing.Size(110 23)
       set btnRegistrar::TabIndex to 16
       set btnRegistrar::Text to "Registrar"
       set btnRegistrar::UseVisualStyleBackColor to True
       invoke btnRegistrar::add_Click(new System.EventHandler(self::btnRegistrar_Click))
      *>
      *> btnAprobar
      *>
       set btnAprobar::Location to new System.Drawing.Point(130 380)
       set btnAprobar::Name to "btnAprobar"
       set btnAprobar::Size to new System.Drawing.Size(110 23)
       set btnAprobar::TabIndex to 17
       set btnAprobar::Text to "Aprobar"
       set btnAprobar::UseVisualStyleBackColor to True
       invoke btnAprobar::add_Click(new System.EventHandler(self::btnAprobar_Click))
      *>
      *> btnCerrar
      *>
       set btnCerrar::Location to new System.Drawing.Point(562 380)
       set btnCerrar::Name to "btnCerrar"
       set btnCerrar::Size to new System.Drawing.Size(110 23)
       set btnCerrar::TabIndex to 18
       set btnCerrar::Text to "Cerrar"
       set btnCerrar::UseVisualStyleBackColor to True
       invoke btnCerrar::add_Click(new System.EventHandler(self::btnCerrar_Click))
      *>
      *> frmDisciplina
      *>
       set self::ClientSize to new System.Drawing.Size(684 415)
       invoke self::Controls::Add(btnCerrar)
       invoke self::Controls::Add(btnAprobar)
       invoke self::Controls::Add(btnRegistrar)
       invoke self::Controls::Add(txtInforma)
       invoke self::Controls::Add(label6)
       invoke self::Controls::Add(txtMotivo)
       invoke self::Controls::Add(label5)
       invoke self::Controls::Add(txtCantidad)
       invoke self::Controls::Add(label4)
       invoke self::Controls::Add(cboTipo)
       invoke self::Controls::Add(label3)
       invoke self::Controls::Add(dtpFecha)
       invoke self::Controls::Add(label2)
       invoke self::Controls::Add(dataGridView1)
       invoke self::Controls::Add(lblResumen)
       invoke self::Controls::Add(lblAlumno)
       invoke self::Controls::Add(btnBuscar)
       invoke self::Controls::Add(txtNumero)
       invoke self::Controls::Add(label1)
       set self::Name to "frmDisciplina"
       set self::Text to "Registro Disciplinario"
       invoke dataGridView1 as type System.ComponentModel.ISupportInitialize::EndInit
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
