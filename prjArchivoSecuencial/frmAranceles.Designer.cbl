       01 label6 type System.Windows.Forms.Label.
       01 label7 type System.Windows.Forms.Label.
       01 txtDescHermanos type System.Windows.Forms.TextBox.
       01 label8 type System.Windows.Forms.Label.
       01 label9 type System.Windows.Forms.Label.
       01 txtDiaVto type System.Windows.Forms.TextBox.
       01 cboRecargo type System.Windows.Forms.ComboBox.
       01 txtRecargo type System.Windows.Forms.TextBox.
       01 groupBox1 type System.Windows.Forms.GroupBox.
       01 groupBox2 type System.Windows.Forms.GroupBox.
       01 txtCiclo type System.Windows.Forms.TextBox.
       01 Column2 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column3 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column4 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column5 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column6 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
       set label6 to new System.Windows.Forms.Label
       set label7 to new System.Windows.Forms.Label
       set txtDescHermanos to new System.Windows.Forms.TextBox
       set label8 to new System.Windows.Forms.Label
       set label9 to new System.Windows.Forms.Label
       set txtDiaVto to new System.Windows.Forms.TextBox
       set cboRecargo to new System.Windows.Forms.ComboBox
       set txtRecargo to new System.Windows.Forms.TextBox
       set groupBox1 to new System.Windows.Forms.GroupBox
       set groupBox2 to new System.Windows.Forms.GroupBox
       set txtCiclo to new System.Windows.Forms.TextBox
       set Column2 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column3 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column4 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column5 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column6 to new System.Windows.Forms.DataGridViewTextBoxColumn
       invoke dataGridView1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke groupBox1::SuspendLayout
       invoke groupBox2::SuspendLayout
       invoke groupBox1::Controls::Add(btnGuardarArancel)
       invoke groupBox1::Controls::Add(label7)
       invoke groupBox1::Controls::Add(txtDescHermanos)
       invoke groupBox1::Controls::Add(label8)
       invoke groupBox1::Controls::Add(txtDiaVto)
       invoke groupBox1::Controls::Add(label9)
       invoke groupBox1::Controls::Add(cboRecargo)
       invoke groupBox1::Controls::Add(txtRecargo)
       set groupBox1::Location to new System.Drawing.Point(12 12)
       set groupBox1::Name to "groupBox1"
       set groupBox1::Size to new System.Drawing.Size(560 92)
       set txtDescHermanos::Size to new System.Drawing.Size(35 20)
       set txtDescHermanos::TabIndex to 8
      *>
      *> label8
      *>
       set label8::AutoSize to True
       set label8::Location to new System.Drawing.Point(10 65)
       set label8::Name to "label8"
       set label8::Size to new System.Drawing.Size(55 13)
       set label8::TabIndex to 9
       set label8::Text to "Vence día"
      *>
      *> txtDiaVto
      *>
       set txtDiaVto::Location to new System.Drawing.Point(70 62)
       set txtDiaVto::MaxLength to 2
       set txtDiaVto::Name to "txtDiaVto"
       set txtDiaVto::Size to new System.Drawing.Size(30 20)
       set txtDiaVto::TabIndex to 10
      *>
      *> label9
      *>
       set label9::AutoSize to True
       set label9::Location to new System.Drawing.Point(110 65)
       set label9::Name to "label9"
       set label9::Size to new System.Drawing.Size(48 13)
       set label9::TabIndex to 11
       set label9::Text to "Recargo"
      *>
      *> cboRecargo
      *>
       set cboRecargo::DropDownStyle to type System.Windows.Forms.ComboBoxStyle::DropDownList
       set cboRecargo::FormattingEnabled to True
       set cboRecargo::Location to new System.Drawing.Point(164 61)
       set cboRecargo::Name to "cboRecargo"
       set cboRecargo::Size to new System.Drawing.Size(150 21)
       set cboRecargo::TabIndex to 12
      *>
      *> txtRecargo
      *>
       set txtRecargo::Location to new System.Drawing.Point(322 62)
       set txtRecargo::MaxLength to 10
       set txtRecargo::Name to "txtRecargo"
       set txtRecargo::Size to new System.Drawing.Size(70 20)
       set txtRecargo::TabIndex to 13
      *>
      *> btnGuardarArancel
      *>
       set btnGuardarArancel::Location to new System.Drawing.Point(450 60)
      *> dataGridView1
      *>
       set dataGridView1::ColumnHeadersHeightSizeMode to type System.Windows.Forms.DataGridViewColumnHeadersHeightSizeMode::AutoSize
       invoke dataGridView1::Columns::AddRange(table of type System.Windows.Forms.DataGridViewColumn(Column1 Column2 Column3 Column4 Column5 Column6))
       set dataGridView1::Location to new System.Drawing.Point(12 182)
       set dataGridView1::Name to "dataGridView1"
       set dataGridView1::Size to new System.Drawing.Size(560 145)
       set Column4::HeaderText to "Desc. hermanos %"
       set Column4::Name to "Column4"
      *>
      *> Column5
      *>
       set Column5::HeaderText to "Vence día"
       set Column5::Name to "Column5"
      *>
      *> Column6
      *>
       set Column6::HeaderText to "Recargo"
       set Column6::Name to "Column6"
      *>
      *> btnCerrar
      *>
       set btnCerrar::Location to new System.Drawing.Point(462 320)
