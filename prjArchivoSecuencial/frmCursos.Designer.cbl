       01 Column1 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column2 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column3 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 label11 type System.Windows.Forms.Label.
       01 dataGridView2 type System.Windows.Forms.DataGridView.
       01 Column4 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column5 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 txtRequisito type System.Windows.Forms.TextBox.
       01 btnAgregarCorrelativa type System.Windows.Forms.Button.
       01 btnQuitarCorrelativa type System.Windows.Forms.Button.
       01 label12 type System.Windows.Forms.Label.
       01 txtSiguiente type System.Windows.Forms.TextBox.
       01 printDocument1 type System.Drawing.Printing.PrintDocument.
       01 printDocumentFichas type System.Drawing.Printing.PrintDocument.
       01 printPreviewDialog1 type System.Windows.Forms.PrintPreviewDialog.
       set Column1 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column2 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column3 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set label11 to new System.Windows.Forms.Label
       set dataGridView2 to new System.Windows.Forms.DataGridView
       set Column4 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column5 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set txtRequisito to new System.Windows.Forms.TextBox
       set btnAgregarCorrelativa to new System.Windows.Forms.Button
       set btnQuitarCorrelativa to new System.Windows.Forms.Button
       set label12 to new System.Windows.Forms.Label
       set txtSiguiente to new System.Windows.Forms.TextBox
       set printDocument1 to new System.Drawing.Printing.PrintDocument
       set printDocumentFichas to new System.Drawing.Printing.PrintDocument
       set printPreviewDialog1 to new System.Windows.Forms.PrintPreviewDialog
       invoke dataGridView1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke dataGridView2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke self::SuspendLayout
      *>
      *> label1
       set Column3::HeaderText to "Apellido"
       set Column3::Name to "Column3"
      *>
      *> label11
      *>
       set label11::AutoSize to True
       set label11::Location to new System.Drawing.Point(380 136)
       set label11::Name to "label11"
       set label11::Size to new System.Drawing.Size(180 13)
       set label11::TabIndex to 30
       set label11::Text to "Correlativas (aprobadas antes)"
      *>
      *> dataGridView2
      *>
       set dataGridView2::ColumnHeadersHeightSizeMode to type System.Windows.Forms.DataGridViewColumnHeadersHeightSizeMode::AutoSize
       invoke dataGridView2::Columns::AddRange(table of type System.Windows.Forms.DataGridViewColumn(Column4 Column5))
       set dataGridView2::Location to new System.Drawing.Point(380 152)
       set dataGridView2::Name to "dataGridView2"
       set dataGridView2::Size to new System.Drawing.Size(222 106)
       set dataGridView2::TabIndex to 31
      *>
      *> Column4
      *>
       set Column4::HeaderText to "Requisito"
       set Column4::Name to "Column4"
       set Column4::Width to 60
      *>
      *> Column5
      *>
       set Column5::HeaderText to "Nombre"
       set Column5::Name to "Column5"
       set Column5::Width to 118
      *>
      *> txtRequisito
      *>
       set txtRequisito::Location to new System.Drawing.Point(380 266)
       set txtRequisito::MaxLength to 6
       set txtRequisito::Name to "txtRequisito"
       set txtRequisito::Size to new System.Drawing.Size(60 20)
       set txtRequisito::TabIndex to 32
      *>
      *> btnAgregarCorrelativa
      *>
       set btnAgregarCorrelativa::Location to new System.Drawing.Point(446 264)
       set btnAgregarCorrelativa::Name to "btnAgregarCorrelativa"
       set btnAgregarCorrelativa::Size to new System.Drawing.Size(76 23)
       set btnAgregarCorrelativa::TabIndex to 33
       set btnAgregarCorrelativa::Text to "Agregar"
       set btnAgregarCorrelativa::UseVisualStyleBackColor to True
       invoke btnAgregarCorrelativa::add_Click(new System.EventHandler(self::btnAgregarCorrelativa_Click))
      *>
      *> btnQuitarCorrelativa
      *>
       set btnQuitarCorrelativa::Location to new System.Drawing.Point(526 264)
       set btnQuitarCorrelativa::Name to "btnQuitarCorrelativa"
       set btnQuitarCorrelativa::Size to new System.Drawing.Size(76 23)
       set btnQuitarCorrelativa::TabIndex to 34
       set btnQuitarCorrelativa::Text to "Quitar"
       set btnQuitarCorrelativa::UseVisualStyleBackColor to True
       invoke btnQuitarCorrelativa::add_Click(new System.EventHandler(self::btnQuitarCorrelativa_Click))
      *>
      *> label12
      *>
       set label12::AutoSize to True
       set label12::Location to new System.Drawing.Point(380 299)
       set label12::Name to "label12"
       set label12::Size to new System.Drawing.Size(84 13)
       set label12::TabIndex to 35
       set label12::Text to "Curso siguiente"
      *>
      *> txtSiguiente
      *>
       set txtSiguiente::Location to new System.Drawing.Point(470 296)
       set txtSiguiente::MaxLength to 6
       set txtSiguiente::Name to "txtSiguiente"
       set txtSiguiente::Size to new System.Drawing.Size(60 20)
       set txtSiguiente::TabIndex to 36
      *>
      *> btnImprimirLista
      *>
       set btnImprimirLista::Location to new System.Drawing.Point(12 326)
      *> frmCursos
      *>
       set self::ClientSize to new System.Drawing.Size(620 361)
       invoke self::Controls::Add(txtSiguiente)
       invoke self::Controls::Add(label12)
       invoke self::Controls::Add(btnQuitarCorrelativa)
       invoke self::Controls::Add(btnAgregarCorrelativa)
       invoke self::Controls::Add(txtRequisito)
       invoke self::Controls::Add(dataGridView2)
       invoke self::Controls::Add(label11)
       invoke self::Controls::Add(lblDocenteNombre)
       invoke self::Controls::Add(txtDocente)
       invoke self::Controls::Add(label6)
       set self::Name to "frmCursos"
       set self::Text to "Cursos y Matrícula"
       invoke dataGridView1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke dataGridView2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke self::ResumeLayout(False)
       end method.

