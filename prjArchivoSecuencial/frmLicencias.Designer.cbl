       class-id prjArchivoSecuencial.frmLicencias
                 is partial inherits type System.Windows.Forms.Form.

       01 label1 type System.Windows.Forms.Label.
       01 txtLegajo type System.Windows.Forms.TextBox.
       01 btnBuscar type System.Windows.Forms.Button.
       01 lblDocente type System.Windows.Forms.Label.
       01 label2 type System.Windows.Forms.Label.
       01 dataGridView1 type System.Windows.Forms.DataGridView.
       01 Column1 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column2 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column3 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column4 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 label3 type System.Windows.Forms.Label.
       01 dtpDesde type System.Windows.Forms.DateTimePicker.
       01 label4 type System.Windows.Forms.Label.
       01 dtpHasta type System.Windows.Forms.DateTimePicker.
       01 label5 type System.Windows.Forms.Label.
       01 cboTipo type System.Windows.Forms.ComboBox.
       01 btnRegistrar type System.Windows.Forms.Button.
       01 label6 type System.Windows.Forms.Label.
       01 dataGridView2 type System.Windows.Forms.DataGridView.
       01 Column5 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column6 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column7 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column8 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column9 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 label7 type System.Windows.Forms.Label.
       01 txtCurso type System.Windows.Forms.TextBox.
       01 label8 type System.Windows.Forms.Label.
       01 txtSuplente type System.Windows.Forms.TextBox.
       01 btnAsignar type System.Windows.Forms.Button.
       01 btnCerrar type System.Windows.Forms.Button.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
      *> the contents of this method with the code editor.
       method-id InitializeComponent private.
       procedure division.
       set label1 to new System.Windows.Forms.Label
       set txtLegajo to new System.Windows.Forms.TextBox
       set btnBuscar to new System.Windows.Forms.Button
       set lblDocente to new System.Windows.Forms.Label
       set label2 to new System.Windows.Forms.Label
       set dataGridView1 to new System.Windows.Forms.DataGridView
       set Column1 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column2 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column3 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column4 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set label3 to new System.Windows.Forms.Label
       set dtpDesde to new System.Windows.Forms.DateTimePicker
       set label4 to new System.Windows.Forms.Label
       set dtpHasta to new System.Windows.Forms.DateTimePicker
       set label5 to new System.Windows.Forms.Label
       set cboTipo to new System.Windows.Forms.ComboBox
       set btnRegistrar to new System.Windows.Forms.Button
       set label6 to new System.Windows.Forms.Label
       set dataGridView2 to new System.Windows.Forms.DataGridView
       set Column5 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column6 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column7 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column8 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column9 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set label7 to new System.Windows.Forms.Label
       set txtCurso to new System.Windows.Forms.TextBox
       set label8 to new System.Windows.Forms.Label
       set txtSuplente to new System.Windows.Forms.TextBox
       set btnAsignar to new System.Windows.Forms.Button
       set btnCerrar to new System.Windows.Forms.Button
       invoke dataGridView1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke dataGridView2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke self::SuspendLayout
      *>
      *> label1
      *>
       set label1::AutoSize to True
       set label1::Location to new System.Drawing.Point(12 20)
       set label1::Name to "label1"
       set label1::Size to new System.Drawing.Size(42 13)
       set label1::TabIndex to 0
       set label1::Text to "Legajo"
      *>
      *> txtLegajo
      *>
       set txtLegajo::Location to new System.Drawing.Point(62 17)
       set txtLegajo::MaxLength to 5
       set txtLegajo::Name to "txtLegajo"
       set txtLegajo::Size to new System.Drawing.Size(60 20)
       set txtLegajo::TabIndex to 1
      *>
      *> btnBuscar
      *>
       set btnBuscar::Location to new System.Drawing.Point(128 15)
       set btnBuscar::Name to "btnBuscar"
       set btnBuscar::Size to new System.Drawing.Size(75 23)
       set btnBuscar::TabIndex to 2
       set btnBuscar::Text to "Buscar"
       set btnBuscar::UseVisualStyleBackColor to True
       invoke btnBuscar::add_Click(new System.EventHandler(self::btnBuscar_Click))
      *>
      *> lblDocente
      *>
       set lblDocente::AutoSize to True
       set lblDocente::Location to new System.Drawing.Point(215 20)
       set lblDocente::Name to "lblDocente"
       set lblDocente::Size to new System.Drawing.Size(0 13)
       set lblDocente::TabIndex to 3
      *>
      *> label2
      *>
       set label2::AutoSize to True
       set label2::Location to new System.Drawing.Point(12 50)
       set label2::Name to "label2"
       set label2::Size to new System.Drawing.Size(54 13)
       set label2::TabIndex to 4
       set label2::Text to "Licencias"
      *>
      *> dataGridView1
      *>
       set dataGridView1::AllowUserToAddRows to False
       set dataGridView1::ColumnHeadersHeightSizeMode to type System.Windows.Forms.DataGridViewColumnHeadersHeightSizeMode::AutoSize
       invoke dataGridView1::Columns::AddRange(table of type System.Windows.Forms.DataGridViewColumn(Column1 Column2 Column3 Column4))
       set dataGridView1::Location to new System.Drawing.Point(12 68)
       set dataGridView1::Name to "dataGridView1"
       set dataGridView1::ReadOnly to True
       set dataGridView1::Size to new System.Drawing.Size(560 150)
       set dataGridView1::TabIndex to 5
      *>
      *> Column1
      *>
       set Column1::HeaderText to "Desde"
       set Column1::Name to "Column1"
      *>
      *> Column2
      *>
       set Column2::HeaderText to "Hasta"
       set Column2::Name to "Column2"
      *>
      *> Column3
      *>
       set Column3::HeaderText to "Tipo"
       set Column3::Name to "Column3"
       set Column3::Width to 160
      *>
      *> Column4
      *>
       set Column4::HeaderText to "Usuario"
       set Column4::Name to "Column4"
      *>
      *> label3
      *>
       set label3::AutoSize to True
       set label3::Location to new System.Drawing.Point(12 233)
       set label3::Name to "label3"
       set label3::Size to new System.Drawing.Size(38 13)
       set label3::TabIndex to 6
       set label3::Text to "Desde"
      *>
      *> dtpDesde
      *>
       set dtpDesde::Format to type System.Windows.Forms.DateTimePickerFormat::Short
       set dtpDesde::Location to new System.Drawing.Point(62 230)
       set dtpDesde::Name to "dtpDesde"
       set dtpDesde::Size to new System.Drawing.Size(100 20)
       set dtpDesde::TabIndex to 7
      *>
      *> label4
      *>
       set label4::AutoSize to True
       set label4::Location to new System.Drawing.Point(175 233)
       set label4::Name to "label4"
       set label4::Size to new System.Drawing.Size(35 13)
       set label4::TabIndex to 8
       set label4::Text to "Hasta"
      *>
      *> dtpHasta
      *>
       set dtpHasta::Format to type System.Windows.Forms.DateTimePickerFormat::Short
       set dtpHasta::Location to new System.Drawing.Point(215 230)
       set dtpHasta::Name to "dtpHasta"
       set dtpHasta::Size to new System.Drawing.Size(100 20)
       set dtpHasta::TabIndex to 9
      *>
      *> label5
      *>
       set label5::AutoSize to True
       set label5::Location to new System.Drawing.Point(330 233)
       set label5::Name to "label5"
       set label5::Size to new System.Drawing.Size(28 13)
       set label5::TabIndex to 10
       set label5::Text to "Tipo"
      *>
      *> cboTipo
      *>
       set cboTipo::DropDownStyle to type System.Windows.Forms.ComboBoxStyle::DropDownList
       set cboTipo::Location to new System.Drawing.Point(365 230)
       set cboTipo::Name to "cboTipo"
       set cboTipo::Size to new System.Drawing.Size(125 21)
       set cboTipo::TabIndex to 11
      *>
      *> btnRegistrar
      *>
       set btnRegistrar::Location to new System.Drawing.Point(497 228)
       set btnRegistrar::Name to "btnRegistrar"
       set btnRegistrar::Size to new System.Drawing.Size(75 23)
       set btnRegistrar::TabIndex to 12
       set btnRegistrar::Text to "Registrar"
       set btnRegistrar::UseVisualStyleBackColor to True
       invoke btnRegistrar::add_Click(new System.EventHandler(self::btnRegistrar_Click))
      *>
      *> label6
      *>
       set label6::AutoSize to True
       set label6::Location to new System.Drawing.Point(12 268)
       set label6::Name to "label6"
       set label6::Size to new System.Drawing.Size(200 13)
       set label6::TabIndex to 13
       set label6::Text to "Suplencias en sus cursos"
      *>
      *> dataGridView2
      *>
       set dataGridView2::AllowUserToAddRows to False
       set dataGridView2::ColumnHeadersHeightSizeMode to type System.Windows.Forms.DataGridViewColumnHeadersHeightSizeMode::AutoSize
       invoke dataGridView2::Columns::AddRange(table of type System.Windows.Forms.DataGridViewColumn(Column5 Column6 Column7 Column8 Column9))
       set dataGridView2::Location to new System.Drawing.Point(12 286)
       set dataGridView2::Name to "dataGridView2"
       set dataGridView2::ReadOnly to True
       set dataGridView2::Size to new System.Drawing.Size(560 120)
       set dataGridView2::TabIndex to 14
      *>
      *> Column5
      *>
       set Column5::HeaderText to "Curso"
       set Column5::Name to "Column5"
      *>
      *> Column6
      *>
       set Column6::HeaderText to "Desde"
       set Column6::Name to "Column6"
      *>
      *> Column7
      *>
       set Column7::HeaderText to "Hasta"
       set Column7::Name to "Column7"
      *>
      *> Column8
      *>
       set Column8::HeaderText to "Suplente"
       set Column8::Name to "Column8"
      *>
      *> Column9
      *>
       set Column9::HeaderText to "Nombre"
       set Column9::Name to "Column9"
      *>
      *> label7
      *>
       set label7::AutoSize to True
       set label7::Location to new System.Drawing.Point(12 421)
       set label7::Name to "label7"
       set label7::Size to new System.Drawing.Size(34 13)
       set label7::TabIndex to 15
       set label7::Text to "Curso"
      *>
      *> txtCurso
      *>
       set txtCurso::Location to new System.Drawing.Point(62 418)
       set txtCurso::MaxLength to 6
       set txtCurso::Name to "txtCurso"
       set txtCurso::Size to new System.Drawing.Size(60 20)
       set txtCurso::TabIndex to 16
      *>
      *> label8
      *>
       set label8::AutoSize to True
       set label8::Location to new System.Drawing.Point(135 421)
       set label8::Name to "label8"
       set label8::Size to new System.Drawing.Size(50 13)
       set label8::TabIndex to 17
       set label8::Text to "Suplente"
      *>
      *> txtSuplente
      *>
       set txtSuplente::Location to new System.Drawing.Point(190 418)
       set txtSuplente::MaxLength to 5
       set txtSuplente::Name to "txtSuplente"
       set txtSuplente::Size to new System.Drawing.Size(60 20)
       set txtSuplente::TabIndex to 18
      *>
      *> btnAsignar
      *>
       set btnAsignar::Location to new System.Drawing.Point(260 416)
       set btnAsignar::Name to "btnAsignar"
       set btnAsignar::Size to new System.Drawing.Size(120 23)
       set btnAsignar::TabIndex to 19
       set btnAsignar::Text to "Asignar Suplente"
       set btnAsignar::UseVisualStyleBackColor to True
       invoke btnAsignar::add_Click(new System.EventHandler(self::btnAsignar_Click))
      *>
      *> btnCerrar
      *>
       set btnCerrar::Location to new System.Drawing.Point(462 455)
       set btnCerrar::Name to "btnCerrar"
       set btnCerrar::Size to new System.Drawing.Size(110 23)
       set btnCerrar::TabIndex to 20
       set btnCerrar::Text to "Cerrar"
       set btnCerrar::UseVisualStyleBackColor to True
       invoke btnCerrar::add_Click(new System.EventHandler(self::btnCerrar_Click))
      *>
      *> frmLicencias
      *>
       set self::ClientSize to new System.Drawing.Size(584 490)
       invoke self::Controls::Add(btnCerrar)
       invoke self::Controls::Add(btnAsignar)
       invoke self::Controls::Add(txtSuplente)
       invoke self::Controls::Add(label8)
       invoke self::Controls::Add(txtCurso)
       invoke self::Controls::Add(label7)
       invoke self::Controls::Add(dataGridView2)
       invoke self::Controls::Add(label6)
       invoke self::Controls::Add(btnRegistrar)
       invoke self::Controls::Add(cboTipo)
       invoke self::Controls::Add(label5)
       invoke self::Controls::Add(dtpHasta)
       invoke self::Controls::Add(label4)
       invoke self::Controls::Add(dtpDesde)
       invoke self::Controls::Add(label3)
       invoke self::Controls::Add(dataGridView1)
       invoke self::Controls::Add(label2)
       invoke self::Controls::Add(lblDocente)
       invoke self::Controls::Add(btnBuscar)
       invoke self::Controls::Add(txtLegajo)
       invoke self::Controls::Add(label1)
       set self::Name to "frmLicencias"
       set self::Text to "Licencias y Suplencias"
       invoke dataGridView1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke dataGridView2 as type System.ComponentModel.ISupportInitialize::EndInit
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
