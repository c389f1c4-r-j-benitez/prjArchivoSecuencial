       class-id prjArchivoSecuencial.frmUsuarios
                 is partial inherits type System.Windows.Forms.Form.

       01 label1 type System.Windows.Forms.Label.
       01 label2 type System.Windows.Forms.Label.
       01 label3 type System.Windows.Forms.Label.
       01 label4 type System.Windows.Forms.Label.
       01 label5 type System.Windows.Forms.Label.
       01 lblEstado type System.Windows.Forms.Label.
       01 txtLogin type System.Windows.Forms.TextBox.
       01 txtNombre type System.Windows.Forms.TextBox.
       01 cboRol type System.Windows.Forms.ComboBox.
       01 cboSede type System.Windows.Forms.ComboBox.
       01 btnBuscar type System.Windows.Forms.Button.
       01 btnGuardar type System.Windows.Forms.Button.
       01 btnDeshabilitar type System.Windows.Forms.Button.
       01 btnBlanquear type System.Windows.Forms.Button.
       01 btnCerrar type System.Windows.Forms.Button.
       01 dataGridView1 type System.Windows.Forms.DataGridView.
       01 Column1 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column2 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column3 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column4 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column5 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
      *> the contents of this method with the code editor.
       method-id InitializeComponent private.
       procedure division.
       set label1 to new System.Windows.Forms.Label
       set label2 to new System.Windows.Forms.Label
       set label3 to new System.Windows.Forms.Label
       set label4 to new System.Windows.Forms.Label
       set label5 to new System.Windows.Forms.Label
       set lblEstado to new System.Windows.Forms.Label
       set txtLogin to new System.Windows.Forms.TextBox
       set txtNombre to new System.Windows.Forms.TextBox
       set cboRol to new System.Windows.Forms.ComboBox
       set cboSede to new System.Windows.Forms.ComboBox
       set btnBuscar to new System.Windows.Forms.Button
       set btnGuardar to new System.Windows.Forms.Button
       set btnDeshabilitar to new System.Windows.Forms.Button
       set btnBlanquear to new System.Windows.Forms.Button
       set btnCerrar to new System.Windows.Forms.Button
       set dataGridView1 to new System.Windows.Forms.DataGridView
       set Column1 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column2 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column3 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column4 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column5 to new System.Windows.Forms.DataGridViewTextBoxColumn
       invoke dataGridView1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke self::SuspendLayout
      *>
      *> label1
      *>
       set label1::AutoSize to True
       set label1::Location to new System.Drawing.Point(12 20)
       set label1::Name to "label1"
       set label1::Size to new System.Drawing.Size(43 13)
       set label1::TabIndex to 0
       set label1::Text to "Usuario"
      *>
      *> txtLogin
      *>
       set txtLogin::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set txtLogin::Location to new System.Drawing.Point(62 17)
       set txtLogin::MaxLength to 12
       set txtLogin::Name to "txtLogin"
       set txtLogin::Size to new System.Drawing.Size(100 20)
       set txtLogin::TabIndex to 1
      *>
      *> btnBuscar
      *>
       set btnBuscar::Location to new System.Drawing.Point(168 15)
       set btnBuscar::Name to "btnBuscar"
       set btnBuscar::Size to new System.Drawing.Size(75 23)
       set btnBuscar::TabIndex to 2
       set btnBuscar::Text to "Buscar"
       set btnBuscar::UseVisualStyleBackColor to True
       invoke btnBuscar::add_Click(new System.EventHandler(self::btnBuscar_Click))
      *>
      *> label5
      *>
       set label5::AutoSize to True
       set label5::Location to new System.Drawing.Point(260 20)
       set label5::Name to "label5"
       set label5::Size to new System.Drawing.Size(40 13)
       set label5::TabIndex to 3
       set label5::Text to "Estado"
      *>
      *> lblEstado
      *>
       set lblEstado::AutoSize to True
       set lblEstado::Location to new System.Drawing.Point(306 20)
       set lblEstado::Name to "lblEstado"
       set lblEstado::Size to new System.Drawing.Size(0 13)
       set lblEstado::TabIndex to 4
      *>
      *> label2
      *>
       set label2::AutoSize to True
       set label2::Location to new System.Drawing.Point(12 50)
       set label2::Name to "label2"
       set label2::Size to new System.Drawing.Size(44 13)
       set label2::TabIndex to 5
       set label2::Text to "Nombre"
      *>
      *> txtNombre
      *>
       set txtNombre::Location to new System.Drawing.Point(62 47)
       set txtNombre::MaxLength to 40
       set txtNombre::Name to "txtNombre"
       set txtNombre::Size to new System.Drawing.Size(240 20)
       set txtNombre::TabIndex to 6
      *>
      *> label3
      *>
       set label3::AutoSize to True
       set label3::Location to new System.Drawing.Point(12 80)
       set label3::Name to "label3"
       set label3::Size to new System.Drawing.Size(23 13)
       set label3::TabIndex to 7
       set label3::Text to "Rol"
      *>
      *> cboRol
      *>
       set cboRol::DropDownStyle to type System.Windows.Forms.ComboBoxStyle::DropDownList
       set cboRol::Location to new System.Drawing.Point(62 77)
       set cboRol::Name to "cboRol"
       set cboRol::Size to new System.Drawing.Size(120 21)
       set cboRol::TabIndex to 8
      *>
      *> label4
      *>
       set label4::AutoSize to True
       set label4::Location to new System.Drawing.Point(196 80)
       set label4::Name to "label4"
       set label4::Size to new System.Drawing.Size(32 13)
       set label4::TabIndex to 9
       set label4::Text to "Sede"
      *>
      *> cboSede
      *>
       set cboSede::DropDownStyle to type System.Windows.Forms.ComboBoxStyle::DropDownList
       set cboSede::Location to new System.Drawing.Point(240 77)
       set cboSede::Name to "cboSede"
       set cboSede::Size to new System.Drawing.Size(110 21)
       set cboSede::TabIndex to 10
      *>
      *> btnGuardar
      *>
       set btnGuardar::Location to new System.Drawing.Point(452 45)
       set btnGuardar::Name to "btnGuardar"
       set btnGuardar::Size to new System.Drawing.Size(75 23)
       set btnGuardar::TabIndex to 11
       set btnGuardar::Text to "Guardar"
       set btnGuardar::UseVisualStyleBackColor to True
       invoke btnGuardar::add_Click(new System.EventHandler(self::btnGuardar_Click))
      *>
      *> btnDeshabilitar
      *>
       set btnDeshabilitar::Location to new System.Drawing.Point(356 75)
       set btnDeshabilitar::Name to "btnDeshabilitar"
       set btnDeshabilitar::Size to new System.Drawing.Size(90 23)
       set btnDeshabilitar::TabIndex to 12
       set btnDeshabilitar::Text to "Deshab./Hab."
       set btnDeshabilitar::UseVisualStyleBackColor to True
       invoke btnDeshabilitar::add_Click(new System.EventHandler(self::btnDeshabilitar_Click))
      *>
      *> btnBlanquear
      *>
       set btnBlanquear::Location to new System.Drawing.Point(452 75)
       set btnBlanquear::Name to "btnBlanquear"
       set btnBlanquear::Size to new System.Drawing.Size(75 23)
       set btnBlanquear::TabIndex to 13
       set btnBlanquear::Text to "Blanquear"
       set btnBlanquear::UseVisualStyleBackColor to True
       invoke btnBlanquear::add_Click(new System.EventHandler(self::btnBlanquear_Click))
      *>
      *> dataGridView1
      *>
       set dataGridView1::ColumnHeadersHeightSizeMode to type System.Windows.Forms.DataGridViewColumnHeadersHeightSizeMode::AutoSize
       invoke dataGridView1::Columns::AddRange(table of type System.Windows.Forms.DataGridViewColumn(Column1 Column2 Column3 Column4 Column5))
       set dataGridView1::Location to new System.Drawing.Point(12 110)
       set dataGridView1::Name to "dataGridView1"
       set dataGridView1::Size to new System.Drawing.Size(515 190)
       set dataGridView1::TabIndex to 14
      *>
      *> Column1
      *>
       set Column1::HeaderText to "Usuario"
       set Column1::Name to "Column1"
      *>
      *> Column2
      *>
       set Column2::HeaderText to "Nombre"
       set Column2::Name to "Column2"
      *>
      *> Column3
      *>
       set Column3::HeaderText to "Rol"
       set Column3::Name to "Column3"
      *>
      *> Column4
      *>
       set Column4::HeaderText to "Sede"
       set Column4::Name to "Column4"
      *>
      *> Column5
      *>
       set Column5::HeaderText to "Estado"
       set Column5::Name to "Column5"
      *>
      *> btnCerrar
      *>
       set btnCerrar::Location to new System.Drawing.Point(417 310)
       set btnCerrar::Name to "btnCerrar"
       set btnCerrar::Size to new System.Drawing.Size(110 23)
       set btnCerrar::TabIndex to 15
       set btnCerrar::Text to "Cerrar"
       set btnCerrar::UseVisualStyleBackColor to True
       invoke btnCerrar::add_Click(new System.EventHandler(self::btnCerrar_Click))
      *>
      *> frmUsuarios
      *>
       set self::ClientSize to new System.Drawing.Size(539 345)
       invoke self::Controls::Add(btnCerrar)
       invoke self::Controls::Add(dataGridView1)
       invoke self::Controls::Add(btnBlanquear)
       invoke self::Controls::Add(btnDeshabilitar)
       invoke self::Controls::Add(btnGuardar)
       invoke self::Controls::Add(cboSede)
       invoke self::Controls::Add(label4)
       invoke self::Controls::Add(cboRol)
       invoke self::Controls::Add(label3)
       invoke self::Controls::Add(txtNombre)
       invoke self::Controls::Add(label2)
       invoke self::Controls::Add(lblEstado)
       invoke self::Controls::Add(label5)
       invoke self::Controls::Add(btnBuscar)
       invoke self::Controls::Add(txtLogin)
       invoke self::Controls::Add(label1)
       set self::Name to "frmUsuarios"
       set self::Text to "Usuarios"
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
