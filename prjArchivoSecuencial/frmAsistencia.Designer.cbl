       01 Column2 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column3 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column4 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column5 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 label3 type System.Windows.Forms.Label.
       01 txtCurso type System.Windows.Forms.TextBox.
       01 btnCargarLista type System.Windows.Forms.Button.
       01 btnGuardarLista type System.Windows.Forms.Button.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
       set Column2 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column3 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column4 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column5 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set label3 to new System.Windows.Forms.Label
       set txtCurso to new System.Windows.Forms.TextBox
       set btnCargarLista to new System.Windows.Forms.Button
       set btnGuardarLista to new System.Windows.Forms.Button
       invoke dataGridView1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke groupBox1::SuspendLayout
       invoke self::SuspendLayout
       set dtpFecha::Size to new System.Drawing.Size(100 20)
       set dtpFecha::TabIndex to 1
      *>
      *> label3
      *>
       set label3::AutoSize to True
       set label3::Location to new System.Drawing.Point(182 20)
       set label3::Name to "label3"
       set label3::Size to new System.Drawing.Size(34 13)
       set label3::TabIndex to 9
       set label3::Text to "Curso"
      *>
      *> txtCurso
      *>
       set txtCurso::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set txtCurso::Location to new System.Drawing.Point(230 17)
       set txtCurso::MaxLength to 6
       set txtCurso::Name to "txtCurso"
       set txtCurso::Size to new System.Drawing.Size(60 20)
       set txtCurso::TabIndex to 10
      *>
      *> label2
      *>
       set label2::AutoSize to True
       set btnVerDia::UseVisualStyleBackColor to True
       invoke btnVerDia::add_Click(new System.EventHandler(self::btnVerDia_Click))
      *>
      *> btnCargarLista
      *>
       set btnCargarLista::Location to new System.Drawing.Point(224 96)
       set btnCargarLista::Name to "btnCargarLista"
       set btnCargarLista::Size to new System.Drawing.Size(100 23)
       set btnCargarLista::TabIndex to 11
       set btnCargarLista::Text to "Cargar Lista"
       set btnCargarLista::UseVisualStyleBackColor to True
       invoke btnCargarLista::add_Click(new System.EventHandler(self::btnCargarLista_Click))
      *>
      *> btnGuardarLista
      *>
       set btnGuardarLista::Location to new System.Drawing.Point(330 96)
       set btnGuardarLista::Name to "btnGuardarLista"
       set btnGuardarLista::Size to new System.Drawing.Size(100 23)
       set btnGuardarLista::TabIndex to 12
       set btnGuardarLista::Text to "Guardar Lista"
       set btnGuardarLista::UseVisualStyleBackColor to True
       invoke btnGuardarLista::add_Click(new System.EventHandler(self::btnGuardarLista_Click))
      *>
      *> dataGridView1
      *>
       set dataGridView1::AllowUserToAddRows to False
       set dataGridView1::ColumnHeadersHeightSizeMode to type System.Windows.Forms.DataGridViewColumnHeadersHeightSizeMode::AutoSize
       invoke dataGridView1::Columns::AddRange(table of type System.Windows.Forms.DataGridViewColumn(Column1 Column2 Column3 Column4 Column5))
       set dataGridView1::Location to new System.Drawing.Point(12 126)
       set dataGridView1::Name to "dataGridView1"
       set dataGridView1::Size to new System.Drawing.Size(450 200)
      *>
       set Column1::HeaderText to "Número"
       set Column1::Name to "Column1"
       set Column1::ReadOnly to True
      *>
      *> Column2
      *>
       set Column2::HeaderText to "Nombre"
       set Column2::Name to "Column2"
       set Column2::ReadOnly to True
      *>
      *> Column3
      *>
       set Column3::HeaderText to "Apellido"
       set Column3::Name to "Column3"
       set Column3::ReadOnly to True
      *>
      *> Column4
      *>
       set Column4::HeaderText to "Estado (P/A/J)"
       set Column4::Name to "Column4"
      *>
      *> Column5
      *>
       set Column5::HeaderText to "Curso"
       set Column5::Name to "Column5"
       set Column5::ReadOnly to True
      *>
      *> btnCerrar
      *>
       set btnCerrar::Location to new System.Drawing.Point(362 336)
      *> frmAsistencia
      *>
       set self::ClientSize to new System.Drawing.Size(474 371)
       invoke self::Controls::Add(btnGuardarLista)
       invoke self::Controls::Add(btnCargarLista)
       invoke self::Controls::Add(txtCurso)
       invoke self::Controls::Add(label3)
       invoke self::Controls::Add(btnCerrar)
       invoke self::Controls::Add(dataGridView1)
       invoke self::Controls::Add(btnVerDia)
