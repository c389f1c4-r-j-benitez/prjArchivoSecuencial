       class-id prjArchivoSecuencial.frmConceptos
                 is partial inherits type System.Windows.Forms.Form.

       01 label1 type System.Windows.Forms.Label.
       01 label2 type System.Windows.Forms.Label.
       01 label3 type System.Windows.Forms.Label.
       01 label4 type System.Windows.Forms.Label.
       01 label5 type System.Windows.Forms.Label.
       01 label6 type System.Windows.Forms.Label.
       01 label7 type System.Windows.Forms.Label.
       01 label8 type System.Windows.Forms.Label.
       01 label9 type System.Windows.Forms.Label.
       01 label10 type System.Windows.Forms.Label.
       01 groupBox1 type System.Windows.Forms.GroupBox.
       01 groupBox2 type System.Windows.Forms.GroupBox.
       01 txtCiclo type System.Windows.Forms.TextBox.
       01 txtCodigo type System.Windows.Forms.TextBox.
       01 txtDescripcion type System.Windows.Forms.TextBox.
       01 txtImporte type System.Windows.Forms.TextBox.
       01 cboFrecuencia type System.Windows.Forms.ComboBox.
       01 chkOpcional type System.Windows.Forms.CheckBox.
       01 txtNumero type System.Windows.Forms.TextBox.
       01 txtCicloAsig type System.Windows.Forms.TextBox.
       01 txtCodigoAsig type System.Windows.Forms.TextBox.
       01 txtDesde type System.Windows.Forms.TextBox.
       01 txtHasta type System.Windows.Forms.TextBox.
       01 btnGuardarConcepto type System.Windows.Forms.Button.
       01 btnBuscarAsignaciones type System.Windows.Forms.Button.
       01 btnAsignar type System.Windows.Forms.Button.
       01 btnAnularAsignacion type System.Windows.Forms.Button.
       01 btnCerrar type System.Windows.Forms.Button.
       01 dataGridView1 type System.Windows.Forms.DataGridView.
       01 Column1 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column2 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column3 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column4 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column5 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column6 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 dataGridView2 type System.Windows.Forms.DataGridView.
       01 Column7 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column8 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column9 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column10 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column11 type System.Windows.Forms.DataGridViewTextBoxColumn.
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
       set label6 to new System.Windows.Forms.Label
       set label7 to new System.Windows.Forms.Label
       set label8 to new System.Windows.Forms.Label
       set label9 to new System.Windows.Forms.Label
       set label10 to new System.Windows.Forms.Label
       set groupBox1 to new System.Windows.Forms.GroupBox
       set groupBox2 to new System.Windows.Forms.GroupBox
       set txtCiclo to new System.Windows.Forms.TextBox
       set txtCodigo to new System.Windows.Forms.TextBox
       set txtDescripcion to new System.Windows.Forms.TextBox
       set txtImporte to new System.Windows.Forms.TextBox
       set cboFrecuencia to new System.Windows.Forms.ComboBox
       set chkOpcional to new System.Windows.Forms.CheckBox
       set txtNumero to new System.Windows.Forms.TextBox
       set txtCicloAsig to new System.Windows.Forms.TextBox
       set txtCodigoAsig to new System.Windows.Forms.TextBox
       set txtDesde to new System.Windows.Forms.TextBox
       set txtHasta to new System.Windows.Forms.TextBox
       set btnGuardarConcepto to new System.Windows.Forms.Button
       set btnBuscarAsignaciones to new System.Windows.Forms.Button
       set btnAsignar to new System.Windows.Forms.Button
       set btnAnularAsignacion to new System.Windows.Forms.Button
       set btnCerrar to new System.Windows.Forms.Button
       set dataGridView1 to new System.Windows.Forms.DataGridView
       set Column1 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column2 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column3 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column4 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column5 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column6 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set dataGridView2 to new System.Windows.Forms.DataGridView
       set Column7 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column8 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column9 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column10 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column11 to new System.Windows.Forms.DataGridViewTextBoxColumn
       invoke dataGridView1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke dataGridView2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke groupBox1::SuspendLayout
       invoke groupBox2::SuspendLayout
       invoke self::SuspendLayout
      *>
      *> groupBox1
      *>
       invoke groupBox1::Controls::Add(label1)
       invoke groupBox1::Controls::Add(txtCiclo)
       invoke groupBox1::Controls::Add(label2)
       invoke groupBox1::Controls::Add(txtCodigo)
       invoke groupBox1::Controls::Add(label3)
       invoke groupBox1::Controls::Add(txtDescripcion)
       invoke groupBox1::Controls::Add(label4)
       invoke groupBox1::Controls::Add(txtImporte)
       invoke groupBox1::Controls::Add(label5)
       invoke groupBox1::Controls::Add(cboFrecuencia)
       invoke groupBox1::Controls::Add(chkOpcional)
       invoke groupBox1::Controls::Add(btnGuardarConcepto)
       set groupBox1::Location to new System.Drawing.Point(12 12)
       set groupBox1::Name to "groupBox1"
       set groupBox1::Size to new System.Drawing.Size(600 92)
       set groupBox1::TabIndex to 0
       set groupBox1::TabStop to False
       set groupBox1::Text to "Concepto de facturación por ciclo"
      *>
      *> label1
      *>
       set label1::AutoSize to True
       set label1::Location to new System.Drawing.Point(10 28)
       set label1::Name to "label1"
       set label1::Size to new System.Drawing.Size(33 13)
       set label1::TabIndex to 0
       set label1::Text to "Ciclo"
      *>
      *> txtCiclo
      *>
       set txtCiclo::Location to new System.Drawing.Point(50 25)
       set txtCiclo::MaxLength to 4
       set txtCiclo::Name to "txtCiclo"
       set txtCiclo::Size to new System.Drawing.Size(45 20)
       set txtCiclo::TabIndex to 1
      *>
      *> label2
      *>
       set label2::AutoSize to True
       set label2::Location to new System.Drawing.Point(105 28)
       set label2::Name to "label2"
       set label2::Size to new System.Drawing.Size(40 13)
       set label2::TabIndex to 2
       set label2::Text to "Código"
      *>
      *> txtCodigo
      *>
       set txtCodigo::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set txtCodigo::Location to new System.Drawing.Point(150 25)
       set txtCodigo::MaxLength to 6
       set txtCodigo::Name to "txtCodigo"
       set txtCodigo::Size to new System.Drawing.Size(60 20)
       set txtCodigo::TabIndex to 3
      *>
      *> label3
      *>
       set label3::AutoSize to True
       set label3::Location to new System.Drawing.Point(220 28)
       set label3::Name to "label3"
       set label3::Size to new System.Drawing.Size(63 13)
       set label3::TabIndex to 4
       set label3::Text to "Descripción"
      *>
      *> txtDescripcion
      *>
       set txtDescripcion::Location to new System.Drawing.Point(290 25)
       set txtDescripcion::MaxLength to 30
       set txtDescripcion::Name to "txtDescripcion"
       set txtDescripcion::Size to new System.Drawing.Size(180 20)
       set txtDescripcion::TabIndex to 5
      *>
      *> label4
      *>
       set label4::AutoSize to True
       set label4::Location to new System.Drawing.Point(478 28)
       set label4::Name to "label4"
       set label4::Size to new System.Drawing.Size(42 13)
       set label4::TabIndex to 6
       set label4::Text to "Importe"
      *>
      *> txtImporte
      *>
       set txtImporte::Location to new System.Drawing.Point(525 25)
       set txtImporte::MaxLength to 10
       set txtImporte::Name to "txtImporte"
       set txtImporte::Size to new System.Drawing.Size(65 20)
       set txtImporte::TabIndex to 7
      *>
      *> label5
      *>
       set label5::AutoSize to True
       set label5::Location to new System.Drawing.Point(10 65)
       set label5::Name to "label5"
       set label5::Size to new System.Drawing.Size(60 13)
       set label5::TabIndex to 8
       set label5::Text to "Frecuencia"
      *>
      *> cboFrecuencia
      *>
       set cboFrecuencia::DropDownStyle to type System.Windows.Forms.ComboBoxStyle::DropDownList
       set cboFrecuencia::FormattingEnabled to True
       set cboFrecuencia::Location to new System.Drawing.Point(75 61)
       set cboFrecuencia::Name to "cboFrecuencia"
       set cboFrecuencia::Size to new System.Drawing.Size(150 21)
       set cboFrecuencia::TabIndex to 9
      *>
      *> chkOpcional
      *>
       set chkOpcional::AutoSize to True
       set chkOpcional::Location to new System.Drawing.Point(240 63)
       set chkOpcional::Name to "chkOpcional"
       set chkOpcional::Size to new System.Drawing.Size(190 17)
       set chkOpcional::TabIndex to 10
       set chkOpcional::Text to "Optativo (sólo alumnos asignados)"
       set chkOpcional::UseVisualStyleBackColor to True
      *>
      *> btnGuardarConcepto
      *>
       set btnGuardarConcepto::Location to new System.Drawing.Point(480 60)
       set btnGuardarConcepto::Name to "btnGuardarConcepto"
       set btnGuardarConcepto::Size to new System.Drawing.Size(110 23)
       set btnGuardarConcepto::TabIndex to 11
       set btnGuardarConcepto::Text to "Guardar Concepto"
       set btnGuardarConcepto::UseVisualStyleBackColor to True
       invoke btnGuardarConcepto::add_Click(new System.EventHandler(self::btnGuardarConcepto_Click))
      *>
      *> dataGridView1
      *>
       set dataGridView1::ColumnHeadersHeightSizeMode to type System.Windows.Forms.DataGridViewColumnHeadersHeightSizeMode::AutoSize
       invoke dataGridView1::Columns::AddRange(table of type System.Windows.Forms.DataGridViewColumn(Column1 Column2 Column3 Column4 Column5 Column6))
       set dataGridView1::Location to new System.Drawing.Point(12 112)
       set dataGridView1::Name to "dataGridView1"
       set dataGridView1::Size to new System.Drawing.Size(600 130)
       set dataGridView1::TabIndex to 1
      *>
      *> Column1
      *>
       set Column1::HeaderText to "Ciclo"
       set Column1::Name to "Column1"
      *>
      *> Column2
      *>
       set Column2::HeaderText to "Código"
       set Column2::Name to "Column2"
      *>
      *> Column3
      *>
       set Column3::HeaderText to "Descripción"
       set Column3::Name to "Column3"
      *>
      *> Column4
      *>
       set Column4::HeaderText to "Importe"
       set Column4::Name to "Column4"
      *>
      *> Column5
      *>
       set Column5::HeaderText to "Frecuencia"
       set Column5::Name to "Column5"
      *>
      *> Column6
      *>
       set Column6::HeaderText to "Optativo"
       set Column6::Name to "Column6"
      *>
      *> groupBox2
      *>
       invoke groupBox2::Controls::Add(label6)
       invoke groupBox2::Controls::Add(txtNumero)
       invoke groupBox2::Controls::Add(btnBuscarAsignaciones)
       invoke groupBox2::Controls::Add(label7)
       invoke groupBox2::Controls::Add(txtCicloAsig)
       invoke groupBox2::Controls::Add(label8)
       invoke groupBox2::Controls::Add(txtCodigoAsig)
       invoke groupBox2::Controls::Add(label9)
       invoke groupBox2::Controls::Add(txtDesde)
       invoke groupBox2::Controls::Add(label10)
       invoke groupBox2::Controls::Add(txtHasta)
       invoke groupBox2::Controls::Add(btnAsignar)
       invoke groupBox2::Controls::Add(btnAnularAsignacion)
       set groupBox2::Location to new System.Drawing.Point(12 250)
       set groupBox2::Name to "groupBox2"
       set groupBox2::Size to new System.Drawing.Size(600 92)
       set groupBox2::TabIndex to 2
       set groupBox2::TabStop to False
       set groupBox2::Text to "Conceptos optativos asignados por alumno"
      *>
      *> label6
      *>
       set label6::AutoSize to True
       set label6::Location to new System.Drawing.Point(10 28)
       set label6::Name to "label6"
       set label6::Size to new System.Drawing.Size(58 13)
       set label6::TabIndex to 0
       set label6::Text to "Alumno N°"
      *>
      *> txtNumero
      *>
       set txtNumero::Location to new System.Drawing.Point(74 25)
       set txtNumero::MaxLength to 7
       set txtNumero::Name to "txtNumero"
       set txtNumero::Size to new System.Drawing.Size(70 20)
       set txtNumero::TabIndex to 1
      *>
      *> btnBuscarAsignaciones
      *>
       set btnBuscarAsignaciones::Location to new System.Drawing.Point(150 23)
       set btnBuscarAsignaciones::Name to "btnBuscarAsignaciones"
       set btnBuscarAsignaciones::Size to new System.Drawing.Size(60 23)
       set btnBuscarAsignaciones::TabIndex to 2
       set btnBuscarAsignaciones::Text to "Buscar"
       set btnBuscarAsignaciones::UseVisualStyleBackColor to True
       invoke btnBuscarAsignaciones::add_Click(new System.EventHandler(self::btnBuscarAsignaciones_Click))
      *>
      *> label7
      *>
       set label7::AutoSize to True
       set label7::Location to new System.Drawing.Point(220 28)
       set label7::Name to "label7"
       set label7::Size to new System.Drawing.Size(33 13)
       set label7::TabIndex to 3
       set label7::Text to "Ciclo"
      *>
      *> txtCicloAsig
      *>
       set txtCicloAsig::Location to new System.Drawing.Point(258 25)
       set txtCicloAsig::MaxLength to 4
       set txtCicloAsig::Name to "txtCicloAsig"
       set txtCicloAsig::Size to new System.Drawing.Size(45 20)
       set txtCicloAsig::TabIndex to 4
      *>
      *> label8
      *>
       set label8::AutoSize to True
       set label8::Location to new System.Drawing.Point(312 28)
       set label8::Name to "label8"
       set label8::Size to new System.Drawing.Size(40 13)
       set label8::TabIndex to 5
       set label8::Text to "Código"
      *>
      *> txtCodigoAsig
      *>
       set txtCodigoAsig::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set txtCodigoAsig::Location to new System.Drawing.Point(357 25)
       set txtCodigoAsig::MaxLength to 6
       set txtCodigoAsig::Name to "txtCodigoAsig"
       set txtCodigoAsig::Size to new System.Drawing.Size(60 20)
       set txtCodigoAsig::TabIndex to 6
      *>
      *> label9
      *>
       set label9::AutoSize to True
       set label9::Location to new System.Drawing.Point(10 65)
       set label9::Name to "label9"
       set label9::Size to new System.Drawing.Size(85 13)
       set label9::TabIndex to 7
       set label9::Text to "Desde (AAAAMM)"
      *>
      *> txtDesde
      *>
       set txtDesde::Location to new System.Drawing.Point(100 62)
       set txtDesde::MaxLength to 6
       set txtDesde::Name to "txtDesde"
       set txtDesde::Size to new System.Drawing.Size(60 20)
       set txtDesde::TabIndex to 8
      *>
      *> label10
      *>
       set label10::AutoSize to True
       set label10::Location to new System.Drawing.Point(170 65)
       set label10::Name to "label10"
       set label10::Size to new System.Drawing.Size(35 13)
       set label10::TabIndex to 9
       set label10::Text to "Hasta"
      *>
      *> txtHasta
      *>
       set txtHasta::Location to new System.Drawing.Point(210 62)
       set txtHasta::MaxLength to 6
       set txtHasta::Name to "txtHasta"
       set txtHasta::Size to new System.Drawing.Size(60 20)
       set txtHasta::TabIndex to 10
      *>
      *> btnAsignar
      *>
       set btnAsignar::Location to new System.Drawing.Point(370 60)
       set btnAsignar::Name to "btnAsignar"
       set btnAsignar::Size to new System.Drawing.Size(100 23)
       set btnAsignar::TabIndex to 11
       set btnAsignar::Text to "Asignar"
       set btnAsignar::UseVisualStyleBackColor to True
       invoke btnAsignar::add_Click(new System.EventHandler(self::btnAsignar_Click))
      *>
      *> btnAnularAsignacion
      *>
       set btnAnularAsignacion::Location to new System.Drawing.Point(480 60)
       set btnAnularAsignacion::Name to "btnAnularAsignacion"
       set btnAnularAsignacion::Size to new System.Drawing.Size(110 23)
       set btnAnularAsignacion::TabIndex to 12
       set btnAnularAsignacion::Text to "Anular Asignación"
       set btnAnularAsignacion::UseVisualStyleBackColor to True
       invoke btnAnularAsignacion::add_Click(new System.EventHandler(self::btnAnularAsignacion_Click))
      *>
      *> dataGridView2
      *>
       set dataGridView2::ColumnHeadersHeightSizeMode to type System.Windows.Forms.DataGridViewColumnHeadersHeightSizeMode::AutoSize
       invoke dataGridView2::Columns::AddRange(table of type System.Windows.Forms.DataGridViewColumn(Column7 Column8 Column9 Column10 Column11))
       set dataGridView2::Location to new System.Drawing.Point(12 350)
       set dataGridView2::Name to "dataGridView2"
       set dataGridView2::Size to new System.Drawing.Size(600 110)
       set dataGridView2::TabIndex to 3
      *>
      *> Column7
      *>
       set Column7::HeaderText to "Ciclo"
       set Column7::Name to "Column7"
      *>
      *> Column8
      *>
       set Column8::HeaderText to "Código"
       set Column8::Name to "Column8"
      *>
      *> Column9
      *>
       set Column9::HeaderText to "Desde"
       set Column9::Name to "Column9"
      *>
      *> Column10
      *>
       set Column10::HeaderText to "Hasta"
       set Column10::Name to "Column10"
      *>
      *> Column11
      *>
       set Column11::HeaderText to "Estado"
       set Column11::Name to "Column11"
      *>
      *> btnCerrar
      *>
       set btnCerrar::Location to new System.Drawing.Point(502 470)
       set btnCerrar::Name to "btnCerrar"
       set btnCerrar::Size to new System.Drawing.Size(110 23)
       set btnCerrar::TabIndex to 4
       set btnCerrar::Text to "Cerrar"
       set btnCerrar::UseVisualStyleBackColor to True
       invoke btnCerrar::add_Click(new System.EventHandler(self::btnCerrar_Click))
      *>
      *> frmConceptos
      *>
       set self::ClientSize to new System.Drawing.Size(624 505)
       invoke self::Controls::Add(btnCerrar)
       invoke self::Controls::Add(dataGridView2)
       invoke self::Controls::Add(groupBox2)
       invoke self::Controls::Add(dataGridView1)
       invoke self::Controls::Add(groupBox1)
       set self::Name to "frmConceptos"
       set self::Text to "Conceptos de Facturación"
       invoke dataGridView1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke dataGridView2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke groupBox1::ResumeLayout(False)
       invoke groupBox2::ResumeLayout(False)
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
