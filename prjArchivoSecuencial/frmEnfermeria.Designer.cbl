       class-id prjArchivoSecuencial.frmEnfermeria
                 is partial inherits type System.Windows.Forms.Form.

       01 label1 type System.Windows.Forms.Label.
       01 txtNumero type System.Windows.Forms.TextBox.
       01 btnBuscar type System.Windows.Forms.Button.
       01 lblAlumno type System.Windows.Forms.Label.
       01 lblFicha type System.Windows.Forms.Label.
       01 lblContacto type System.Windows.Forms.Label.
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
       01 txtHora type System.Windows.Forms.TextBox.
       01 label4 type System.Windows.Forms.Label.
       01 cboTipo type System.Windows.Forms.ComboBox.
       01 label5 type System.Windows.Forms.Label.
       01 txtSintoma type System.Windows.Forms.TextBox.
       01 label6 type System.Windows.Forms.Label.
       01 txtAccion type System.Windows.Forms.TextBox.
       01 label7 type System.Windows.Forms.Label.
       01 txtLugar type System.Windows.Forms.TextBox.
       01 chkLlamado type System.Windows.Forms.CheckBox.
       01 label8 type System.Windows.Forms.Label.
       01 txtHoraLlamado type System.Windows.Forms.TextBox.
       01 chkRetirado type System.Windows.Forms.CheckBox.
       01 btnRegistrar type System.Windows.Forms.Button.
       01 btnInforme type System.Windows.Forms.Button.
       01 btnCerrar type System.Windows.Forms.Button.
       01 printDocument1 type System.Drawing.Printing.PrintDocument.
       01 printPreviewDialog1 type System.Windows.Forms.PrintPreviewDialog.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
      *> the contents of this method with the code editor.
       method-id InitializeComponent private.
       procedure division.
       set label1 to new System.Windows.Forms.Label
       set txtNumero to new System.Windows.Forms.TextBox
       set btnBuscar to new System.Windows.Forms.Button
       set lblAlumno to new System.Windows.Forms.Label
       set lblFicha to new System.Windows.Forms.Label
       set lblContacto to new System.Windows.Forms.Label
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
       set txtHora to new System.Windows.Forms.TextBox
       set label4 to new System.Windows.Forms.Label
       set cboTipo to new System.Windows.Forms.ComboBox
       set label5 to new System.Windows.Forms.Label
       set txtSintoma to new System.Windows.Forms.TextBox
       set label6 to new System.Windows.Forms.Label
       set txtAccion to new System.Windows.Forms.TextBox
       set label7 to new System.Windows.Forms.Label
       set txtLugar to new System.Windows.Forms.TextBox
       set chkLlamado to new System.Windows.Forms.CheckBox
       set label8 to new System.Windows.Forms.Label
       set txtHoraLlamado to new System.Windows.Forms.TextBox
       set chkRetirado to new System.Windows.Forms.CheckBox
       set btnRegistrar to new System.Windows.Forms.Button
       set btnInforme to new System.Windows.Forms.Button
       set btnCerrar to new System.Windows.Forms.Button
       set printDocument1 to new System.Drawing.Printing.PrintDocument
       set printPreviewDialog1 to new System.Windows.Forms.PrintPreviewDialog
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
      *> lblFicha
      *>
       set lblFicha::AutoSize to True
       set lblFicha::ForeColor to type System.Drawing.Color::DarkRed
       set lblFicha::Location to new System.Drawing.Point(12 48)
       set lblFicha::Name to "lblFicha"
       set lblFicha::Size to new System.Drawing.Size(0 13)
       set lblFicha::TabIndex to 4
      *>
      *> lblContacto
      *>
       set lblContacto::AutoSize to True
       set lblContacto::Location to new System.Drawing.Point(12 68)
       set lblContacto::Name to "lblContacto"
       set lblContacto::Size to new System.Drawing.Size(0 13)
       set lblContacto::TabIndex to 5
      *>
      *> dataGridView1
      *>
       set dataGridView1::AllowUserToAddRows to False
       set dataGridView1::ColumnHeadersHeightSizeMode to type System.Windows.Forms.DataGridViewColumnHeadersHeightSizeMode::AutoSize
       invoke dataGridView1::Columns::AddRange(table of type System.Windows.Forms.DataGridViewColumn(Column1 Column2 Column3 Column4 Column5 Column6 Column7))
       set dataGridView1::Location to new System.Drawing.Point(12 92)
       set dataGridView1::Name to "dataGridView1"
       set dataGridView1::ReadOnly to True
       set dataGridView1::Size to new System.Drawing.Size(660 180)
       set dataGridView1::TabIndex to 6
      *>
      *> Column1
      *>
       set Column1::HeaderText to "Fecha"
       set Column1::Name to "Column1"
       set Column1::Width to 75
      *>
      *> Column2
      *>
       set Column2::HeaderText to "Hora"
       set Column2::Name to "Column2"
       set Column2::Width to 45
      *>
      *> Column3
      *>
       set Column3::HeaderText to "Tipo"
       set Column3::Name to "Column3"
      *>
      *> Column4
      *>
       set Column4::HeaderText to "Síntoma / lesión"
       set Column4::Name to "Column4"
       set Column4::Width to 150
      *>
      *> Column5
      *>
       set Column5::HeaderText to "Acción"
       set Column5::Name to "Column5"
       set Column5::Width to 150
      *>
      *> Column6
      *>
       set Column6::HeaderText to "Llamado"
       set Column6::Name to "Column6"
       set Column6::Width to 60
      *>
      *> Column7
      *>
       set Column7::HeaderText to "Retirado"
       set Column7::Name to "Column7"
       set Column7::Width to 55
      *>
      *> label2
      *>
       set label2::AutoSize to True
       set label2::Location to new System.Drawing.Point(12 287)
       set label2::Name to "label2"
       set label2::Size to new System.Drawing.Size(37 13)
       set label2::TabIndex to 7
       set label2::Text to "Fecha"
      *>
      *> dtpFecha
      *>
       set dtpFecha::Format to type System.Windows.Forms.DateTimePickerFormat::Short
       set dtpFecha::Location to new System.Drawing.Point(70 284)
       set dtpFecha::Name to "dtpFecha"
       set dtpFecha::Size to new System.Drawing.Size(100 20)
       set dtpFecha::TabIndex to 8
      *>
      *> label3
      *>
       set label3::AutoSize to True
       set label3::Location to new System.Drawing.Point(185 287)
       set label3::Name to "label3"
       set label3::Size to new System.Drawing.Size(30 13)
       set label3::TabIndex to 9
       set label3::Text to "Hora"
      *>
      *> txtHora
      *>
       set txtHora::Location to new System.Drawing.Point(225 284)
       set txtHora::MaxLength to 5
       set txtHora::Name to "txtHora"
       set txtHora::Size to new System.Drawing.Size(45 20)
       set txtHora::TabIndex to 10
      *>
      *> label4
      *>
       set label4::AutoSize to True
       set label4::Location to new System.Drawing.Point(285 287)
       set label4::Name to "label4"
       set label4::Size to new System.Drawing.Size(28 13)
       set label4::TabIndex to 11
       set label4::Text to "Tipo"
      *>
      *> cboTipo
      *>
       set cboTipo::DropDownStyle to type System.Windows.Forms.ComboBoxStyle::DropDownList
       set cboTipo::Location to new System.Drawing.Point(325 284)
       set cboTipo::Name to "cboTipo"
       set cboTipo::Size to new System.Drawing.Size(180 21)
       set cboTipo::TabIndex to 12
      *>
      *> label5
      *>
       set label5::AutoSize to True
       set label5::Location to new System.Drawing.Point(12 317)
       set label5::Name to "label5"
       set label5::Size to new System.Drawing.Size(49 13)
       set label5::TabIndex to 13
       set label5::Text to "Síntoma"
      *>
      *> txtSintoma
      *>
       set txtSintoma::Location to new System.Drawing.Point(70 314)
       set txtSintoma::MaxLength to 60
       set txtSintoma::Name to "txtSintoma"
       set txtSintoma::Size to new System.Drawing.Size(602 20)
       set txtSintoma::TabIndex to 14
      *>
      *> label6
      *>
       set label6::AutoSize to True
       set label6::Location to new System.Drawing.Point(12 347)
       set label6::Name to "label6"
       set label6::Size to new System.Drawing.Size(43 13)
       set label6::TabIndex to 15
       set label6::Text to "Acción"
      *>
      *> txtAccion
      *>
       set txtAccion::Location to new System.Drawing.Point(70 344)
       set txtAccion::MaxLength to 60
       set txtAccion::Name to "txtAccion"
       set txtAccion::Size to new System.Drawing.Size(602 20)
       set txtAccion::TabIndex to 16
      *>
      *> label7
      *>
       set label7::AutoSize to True
       set label7::Location to new System.Drawing.Point(12 377)
       set label7::Name to "label7"
       set label7::Size to new System.Drawing.Size(34 13)
       set label7::TabIndex to 17
       set label7::Text to "Lugar"
      *>
      *> txtLugar
      *>
       set txtLugar::Location to new System.Drawing.Point(70 374)
       set txtLugar::MaxLength to 30
       set txtLugar::Name to "txtLugar"
       set txtLugar::Size to new System.Drawing.Size(250 20)
       set txtLugar::TabIndex to 18
      *>
      *> chkLlamado
      *>
       set chkLlamado::AutoSize to True
       set chkLlamado::Location to new System.Drawing.Point(12 406)
       set chkLlamado::Name to "chkLlamado"
       set chkLlamado::Size to new System.Drawing.Size(139 17)
       set chkLlamado::TabIndex to 19
       set chkLlamado::Text to "Se llamó al contacto"
       set chkLlamado::UseVisualStyleBackColor to True
      *>
      *> label8
      *>
       set label8::AutoSize to True
       set label8::Location to new System.Drawing.Point(160 407)
       set label8::Name to "label8"
       set label8::Size to new System.Drawing.Size(57 13)
       set label8::TabIndex to 20
       set label8::Text to "a las"
      *>
      *> txtHoraLlamado
      *>
       set txtHoraLlamado::Location to new System.Drawing.Point(225 404)
       set txtHoraLlamado::MaxLength to 5
       set txtHoraLlamado::Name to "txtHoraLlamado"
       set txtHoraLlamado::Size to new System.Drawing.Size(45 20)
       set txtHoraLlamado::TabIndex to 21
      *>
      *> chkRetirado
      *>
       set chkRetirado::AutoSize to True
       set chkRetirado::Location to new System.Drawing.Point(325 406)
       set chkRetirado::Name to "chkRetirado"
       set chkRetirado::Size to new System.Drawing.Size(137 17)
       set chkRetirado::TabIndex to 22
       set chkRetirado::Text to "Se retiró a su casa"
       set chkRetirado::UseVisualStyleBackColor to True
      *>
      *> btnRegistrar
      *>
       set btnRegistrar::Location to new System.Drawing.Point(12 440)
       set btnRegistrar::Name to "btnRegistrar"
       set btnRegistrar::Size to new System.Drawing.Size(110 23)
       set btnRegistrar::TabIndex to 23
       set btnRegistrar::Text to "Registrar"
       set btnRegistrar::UseVisualStyleBackColor to True
       invoke btnRegistrar::add_Click(new System.EventHandler(self::btnRegistrar_Click))
      *>
      *> btnInforme
      *>
       set btnInforme::Location to new System.Drawing.Point(130 440)
       set btnInforme::Name to "btnInforme"
       set btnInforme::Size to new System.Drawing.Size(110 23)
       set btnInforme::TabIndex to 24
       set btnInforme::Text to "Imprimir Informe"
       set btnInforme::UseVisualStyleBackColor to True
       invoke btnInforme::add_Click(new System.EventHandler(self::btnInforme_Click))
      *>
      *> btnCerrar
      *>
       set btnCerrar::Location to new System.Drawing.Point(562 440)
       set btnCerrar::Name to "btnCerrar"
       set btnCerrar::Size to new System.Drawing.Size(110 23)
       set btnCerrar::TabIndex to 25
       set btnCerrar::Text to "Cerrar"
       set btnCerrar::UseVisualStyleBackColor to True
       invoke btnCerrar::add_Click(new System.EventHandler(self::btnCerrar_Click))
      *>
      *> printDocument1
      *>
       invoke printDocument1::add_PrintPage(new System.Drawing.Printing.PrintPageEventHandler(self::printDocument1_PrintPage))
      *>
      *> printPreviewDialog1
      *>
       set printPreviewDialog1::Name to "printPreviewDialog1"
      *>
      *> frmEnfermeria
      *>
       set self::ClientSize to new System.Drawing.Size(684 475)
       invoke self::Controls::Add(btnCerrar)
       invoke self::Controls::Add(btnInforme)
       invoke self::Controls::Add(btnRegistrar)
       invoke self::Controls::Add(chkRetirado)
       invoke self::Controls::Add(txtHoraLlamado)
       invoke self::Controls::Add(label8)
       invoke self::Controls::Add(chkLlamado)
       invoke self::Controls::Add(txtLugar)
       invoke self::Controls::Add(label7)
       invoke self::Controls::Add(txtAccion)
       invoke self::Controls::Add(label6)
       invoke self::Controls::Add(txtSintoma)
       invoke self::Controls::Add(label5)
       invoke self::Controls::Add(cboTipo)
       invoke self::Controls::Add(label4)
       invoke self::Controls::Add(txtHora)
       invoke self::Controls::Add(label3)
       invoke self::Controls::Add(dtpFecha)
       invoke self::Controls::Add(label2)
       invoke self::Controls::Add(dataGridView1)
       invoke self::Controls::Add(lblContacto)
       invoke self::Controls::Add(lblFicha)
       invoke self::Controls::Add(lblAlumno)
       invoke self::Controls::Add(btnBuscar)
       invoke self::Controls::Add(txtNumero)
       invoke self::Controls::Add(label1)
       set self::Name to "frmEnfermeria"
       set self::Text to "Enfermería"
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
