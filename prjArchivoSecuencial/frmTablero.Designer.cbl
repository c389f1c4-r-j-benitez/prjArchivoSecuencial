       class-id prjArchivoSecuencial.frmTablero
                 is partial inherits type System.Windows.Forms.Form.

       01 label1 type System.Windows.Forms.Label.
       01 cboSede type System.Windows.Forms.ComboBox.
       01 btnActualizar type System.Windows.Forms.Button.
       01 lblCiclo type System.Windows.Forms.Label.
       01 dataGridView1 type System.Windows.Forms.DataGridView.
       01 Column1 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column2 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column3 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column4 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 btnVerAlumnos type System.Windows.Forms.Button.
       01 lblDetalle type System.Windows.Forms.Label.
       01 dataGridView2 type System.Windows.Forms.DataGridView.
       01 Column5 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column6 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column7 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 btnCerrar type System.Windows.Forms.Button.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
      *> the contents of this method with the code editor.
       method-id InitializeComponent private.
       procedure division.
       set label1 to new System.Windows.Forms.Label
       set cboSede to new System.Windows.Forms.ComboBox
       set btnActualizar to new System.Windows.Forms.Button
       set lblCiclo to new System.Windows.Forms.Label
       set dataGridView1 to new System.Windows.Forms.DataGridView
       set Column1 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column2 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column3 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column4 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set btnVerAlumnos to new System.Windows.Forms.Button
       set lblDetalle to new System.Windows.Forms.Label
       set dataGridView2 to new System.Windows.Forms.DataGridView
       set Column5 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column6 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column7 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set btnCerrar to new System.Windows.Forms.Button
       invoke dataGridView1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke dataGridView2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke self::SuspendLayout
      *>
      *> label1
      *>
       set label1::AutoSize to True
       set label1::Location to new System.Drawing.Point(12 16)
       set label1::Name to "label1"
       set label1::Size to new System.Drawing.Size(32 13)
       set label1::TabIndex to 0
       set label1::Text to "Sede"
      *>
      *> cboSede
      *>
       set cboSede::DropDownStyle to type System.Windows.Forms.ComboBoxStyle::DropDownList
       set cboSede::Location to new System.Drawing.Point(50 12)
       set cboSede::Name to "cboSede"
       set cboSede::Size to new System.Drawing.Size(150 21)
       set cboSede::TabIndex to 1
      *>
      *> btnActualizar
      *>
       set btnActualizar::Location to new System.Drawing.Point(215 11)
       set btnActualizar::Name to "btnActualizar"
       set btnActualizar::Size to new System.Drawing.Size(110 23)
       set btnActualizar::TabIndex to 2
       set btnActualizar::Text to "Actualizar"
       set btnActualizar::UseVisualStyleBackColor to True
       invoke btnActualizar::add_Click(new System.EventHandler(self::btnActualizar_Click))
      *>
      *> lblCiclo
      *>
       set lblCiclo::AutoSize to True
       set lblCiclo::Location to new System.Drawing.Point(345 16)
       set lblCiclo::Name to "lblCiclo"
       set lblCiclo::Size to new System.Drawing.Size(80 13)
       set lblCiclo::TabIndex to 3
       set lblCiclo::Text to "Ciclo lectivo"
      *>
      *> dataGridView1
      *>
       set dataGridView1::AllowUserToAddRows to False
       set dataGridView1::ReadOnly to True
       set dataGridView1::ColumnHeadersHeightSizeMode to type System.Windows.Forms.DataGridViewColumnHeadersHeightSizeMode::AutoSize
       invoke dataGridView1::Columns::AddRange(table of type System.Windows.Forms.DataGridViewColumn(Column1 Column2 Column3 Column4))
       set dataGridView1::Location to new System.Drawing.Point(12 45)
       set dataGridView1::Name to "dataGridView1"
       set dataGridView1::Size to new System.Drawing.Size(790 300)
       set dataGridView1::TabIndex to 4
      *>
      *> Column1
      *>
       set Column1::HeaderText to "Indicador"
       set Column1::Name to "Column1"
       set Column1::Width to 250
      *>
      *> Column2
      *>
       set Column2::HeaderText to "Valor"
       set Column2::Name to "Column2"
       set Column2::Width to 120
      *>
      *> Column3
      *>
       set Column3::HeaderText to "Detalle"
       set Column3::Name to "Column3"
       set Column3::Width to 370
      *>
      *> Column4
      *>
       set Column4::HeaderText to "Clave"
       set Column4::Name to "Column4"
       set Column4::Visible to False
      *>
      *> btnVerAlumnos
      *>
       set btnVerAlumnos::Location to new System.Drawing.Point(12 355)
       set btnVerAlumnos::Name to "btnVerAlumnos"
       set btnVerAlumnos::Size to new System.Drawing.Size(110 23)
       set btnVerAlumnos::TabIndex to 5
       set btnVerAlumnos::Text to "Ver alumnos"
       set btnVerAlumnos::UseVisualStyleBackColor to True
       invoke btnVerAlumnos::add_Click(new System.EventHandler(self::btnVerAlumnos_Click))
      *>
      *> lblDetalle
      *>
       set lblDetalle::AutoSize to True
       set lblDetalle::Location to new System.Drawing.Point(135 360)
       set lblDetalle::Name to "lblDetalle"
       set lblDetalle::Size to new System.Drawing.Size(160 13)
       set lblDetalle::TabIndex to 6
       set lblDetalle::Text to "Alumnos del indicador elegido"
      *>
      *> dataGridView2
      *>
       set dataGridView2::AllowUserToAddRows to False
       set dataGridView2::ReadOnly to True
       set dataGridView2::ColumnHeadersHeightSizeMode to type System.Windows.Forms.DataGridViewColumnHeadersHeightSizeMode::AutoSize
       invoke dataGridView2::Columns::AddRange(table of type System.Windows.Forms.DataGridViewColumn(Column5 Column6 Column7))
       set dataGridView2::Location to new System.Drawing.Point(12 385)
       set dataGridView2::Name to "dataGridView2"
       set dataGridView2::Size to new System.Drawing.Size(790 200)
       set dataGridView2::TabIndex to 7
      *>
      *> Column5
      *>
       set Column5::HeaderText to "Número"
       set Column5::Name to "Column5"
       set Column5::Width to 65
      *>
      *> Column6
      *>
       set Column6::HeaderText to "Alumno / programa"
       set Column6::Name to "Column6"
       set Column6::Width to 250
      *>
      *> Column7
      *>
       set Column7::HeaderText to "Detalle"
       set Column7::Name to "Column7"
       set Column7::Width to 420
      *>
      *> btnCerrar
      *>
       set btnCerrar::Location to new System.Drawing.Point(692 595)
       set btnCerrar::Name to "btnCerrar"
       set btnCerrar::Size to new System.Drawing.Size(110 23)
       set btnCerrar::TabIndex to 8
       set btnCerrar::Text to "Cerrar"
       set btnCerrar::UseVisualStyleBackColor to True
       invoke btnCerrar::add_Click(new System.EventHandler(self::btnCerrar_Click))
      *>
      *> frmTablero
      *>
       set self::ClientSize to new System.Drawing.Size(814 630)
       invoke self::Controls::Add(btnCerrar)
       invoke self::Controls::Add(dataGridView2)
       invoke self::Controls::Add(lblDetalle)
       invoke self::Controls::Add(btnVerAlumnos)
       invoke self::Controls::Add(dataGridView1)
       invoke self::Controls::Add(lblCiclo)
       invoke self::Controls::Add(btnActualizar)
       invoke self::Controls::Add(cboSede)
       invoke self::Controls::Add(label1)
       set self::Name to "frmTablero"
       set self::Text to "Tablero de Dirección"
       invoke dataGridView1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke dataGridView2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke self::ResumeLayout(False)
       invoke self::PerformLayout
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
