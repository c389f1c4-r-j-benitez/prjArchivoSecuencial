       class-id prjArchivoSecuencial.frmMesas
                 is partial inherits type System.Windows.Forms.Form.

       01 label1 type System.Windows.Forms.Label.
       01 txtCurso type System.Windows.Forms.TextBox.
       01 btnBuscarCurso type System.Windows.Forms.Button.
       01 lblCurso type System.Windows.Forms.Label.
       01 label2 type System.Windows.Forms.Label.
       01 dtpFecha type System.Windows.Forms.DateTimePicker.
       01 btnCargarMesa type System.Windows.Forms.Button.
       01 lblEstado type System.Windows.Forms.Label.
       01 label3 type System.Windows.Forms.Label.
       01 txtHora type System.Windows.Forms.TextBox.
       01 label4 type System.Windows.Forms.Label.
       01 txtAula type System.Windows.Forms.TextBox.
       01 label5 type System.Windows.Forms.Label.
       01 txtNotaAprobacion type System.Windows.Forms.TextBox.
       01 label6 type System.Windows.Forms.Label.
       01 txtDocente1 type System.Windows.Forms.TextBox.
       01 txtDocente2 type System.Windows.Forms.TextBox.
       01 txtDocente3 type System.Windows.Forms.TextBox.
       01 btnGuardarMesa type System.Windows.Forms.Button.
       01 btnCerrarMesa type System.Windows.Forms.Button.
       01 dataGridView1 type System.Windows.Forms.DataGridView.
       01 Column1 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column2 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column3 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column4 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column5 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 label7 type System.Windows.Forms.Label.
       01 txtNumero type System.Windows.Forms.TextBox.
       01 btnInscribir type System.Windows.Forms.Button.
       01 label8 type System.Windows.Forms.Label.
       01 txtNota type System.Windows.Forms.TextBox.
       01 chkAusente type System.Windows.Forms.CheckBox.
       01 btnGrabarNota type System.Windows.Forms.Button.
       01 dataGridView2 type System.Windows.Forms.DataGridView.
       01 Column6 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column7 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column8 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column9 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column10 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 btnImprimirActa type System.Windows.Forms.Button.
       01 btnCerrar type System.Windows.Forms.Button.
       01 printDocumentActa type System.Drawing.Printing.PrintDocument.
       01 printPreviewDialog1 type System.Windows.Forms.PrintPreviewDialog.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
      *> the contents of this method with the code editor.
       method-id InitializeComponent private.
       procedure division.
       set label1 to new System.Windows.Forms.Label
       set txtCurso to new System.Windows.Forms.TextBox
       set btnBuscarCurso to new System.Windows.Forms.Button
       set lblCurso to new System.Windows.Forms.Label
       set label2 to new System.Windows.Forms.Label
       set dtpFecha to new System.Windows.Forms.DateTimePicker
       set btnCargarMesa to new System.Windows.Forms.Button
       set lblEstado to new System.Windows.Forms.Label
       set label3 to new System.Windows.Forms.Label
       set txtHora to new System.Windows.Forms.TextBox
       set label4 to new System.Windows.Forms.Label
       set txtAula to new System.Windows.Forms.TextBox
       set label5 to new System.Windows.Forms.Label
       set txtNotaAprobacion to new System.Windows.Forms.TextBox
       set label6 to new System.Windows.Forms.Label
       set txtDocente1 to new System.Windows.Forms.TextBox
       set txtDocente2 to new System.Windows.Forms.TextBox
       set txtDocente3 to new System.Windows.Forms.TextBox
       set btnGuardarMesa to new System.Windows.Forms.Button
       set btnCerrarMesa to new System.Windows.Forms.Button
       set dataGridView1 to new System.Windows.Forms.DataGridView
       set Column1 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column2 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column3 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column4 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column5 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set label7 to new System.Windows.Forms.Label
       set txtNumero to new System.Windows.Forms.TextBox
       set btnInscribir to new System.Windows.Forms.Button
       set label8 to new System.Windows.Forms.Label
       set txtNota to new System.Windows.Forms.TextBox
       set chkAusente to new System.Windows.Forms.CheckBox
       set btnGrabarNota to new System.Windows.Forms.Button
       set dataGridView2 to new System.Windows.Forms.DataGridView
       set Column6 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column7 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column8 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column9 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column10 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set btnImprimirActa to new System.Windows.Forms.Button
       set btnCerrar to new System.Windows.Forms.Button
       set printDocumentActa to new System.Drawing.Printing.PrintDocument
       set printPreviewDialog1 to new System.Windows.Forms.PrintPreviewDialog
       invoke dataGridView1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke dataGridView2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke self::SuspendLayout
      *>
      *> label1
      *>
       set label1::AutoSize to True
       set label1::Location to new System.Drawing.Point(12 20)
       set label1::Name to "label1"
       set label1::Size to new System.Drawing.Size(34 13)
       set label1::TabIndex to 0
       set label1::Text to "Curso"
      *>
      *> txtCurso
      *>
       set txtCurso::Location to new System.Drawing.Point(62 17)
       set txtCurso::MaxLength to 6
       set txtCurso::Name to "txtCurso"
       set txtCurso::Size to new System.Drawing.Size(60 20)
       set txtCurso::TabIndex to 1
      *>
      *> btnBuscarCurso
      *>
       set btnBuscarCurso::Location to new System.Drawing.Point(128 15)
       set btnBuscarCurso::Name to "btnBuscarCurso"
       set btnBuscarCurso::Size to new System.Drawing.Size(75 23)
       set btnBuscarCurso::TabIndex to 2
       set btnBuscarCurso::Text to "Buscar"
       set btnBuscarCurso::UseVisualStyleBackColor to True
       invoke btnBuscarCurso::add_Click(new System.EventHandler(self::btnBuscarCurso_Click))
      *>
      *> lblCurso
      *>
       set lblCurso::AutoSize to True
       set lblCurso::Location to new System.Drawing.Point(210 20)
       set lblCurso::Name to "lblCurso"
       set lblCurso::Size to new System.Drawing.Size(0 13)
       set lblCurso::TabIndex to 3
      *>
      *> label2
      *>
       set label2::AutoSize to True
       set label2::Location to new System.Drawing.Point(12 50)
       set label2::Name to "label2"
       set label2::Size to new System.Drawing.Size(37 13)
       set label2::TabIndex to 4
       set label2::Text to "Fecha"
      *>
      *> dtpFecha
      *>
       set dtpFecha::Format to type System.Windows.Forms.DateTimePickerFormat::Short
       set dtpFecha::Location to new System.Drawing.Point(62 47)
       set dtpFecha::Name to "dtpFecha"
       set dtpFecha::Size to new System.Drawing.Size(100 20)
       set dtpFecha::TabIndex to 5
      *>
      *> btnCargarMesa
      *>
       set btnCargarMesa::Location to new System.Drawing.Point(170 45)
       set btnCargarMesa::Name to "btnCargarMesa"
       set btnCargarMesa::Size to new System.Drawing.Size(90 23)
       set btnCargarMesa::TabIndex to 6
       set btnCargarMesa::Text to "Cargar mesa"
       set btnCargarMesa::UseVisualStyleBackColor to True
       invoke btnCargarMesa::add_Click(new System.EventHandler(self::btnCargarMesa_Click))
      *>
      *> lblEstado
      *>
       set lblEstado::AutoSize to True
       set lblEstado::Location to new System.Drawing.Point(270 50)
       set lblEstado::Name to "lblEstado"
       set lblEstado::Size to new System.Drawing.Size(0 13)
       set lblEstado::TabIndex to 7
      *>
      *> label3
      *>
       set label3::AutoSize to True
       set label3::Location to new System.Drawing.Point(12 80)
       set label3::Name to "label3"
       set label3::Size to new System.Drawing.Size(72 13)
       set label3::TabIndex to 8
       set label3::Text to "Hora (HHMM)"
      *>
      *> txtHora
      *>
       set txtHora::Location to new System.Drawing.Point(90 77)
       set txtHora::MaxLength to 4
       set txtHora::Name to "txtHora"
       set txtHora::Size to new System.Drawing.Size(45 20)
       set txtHora::TabIndex to 9
      *>
      *> label4
      *>
       set label4::AutoSize to True
       set label4::Location to new System.Drawing.Point(145 80)
       set label4::Name to "label4"
       set label4::Size to new System.Drawing.Size(29 13)
       set label4::TabIndex to 10
       set label4::Text to "Aula"
      *>
      *> txtAula
      *>
       set txtAula::Location to new System.Drawing.Point(180 77)
       set txtAula::MaxLength to 4
       set txtAula::Name to "txtAula"
       set txtAula::Size to new System.Drawing.Size(50 20)
       set txtAula::TabIndex to 11
      *>
      *> label5
      *>
       set label5::AutoSize to True
       set label5::Location to new System.Drawing.Point(240 80)
       set label5::Name to "label5"
       set label5::Size to new System.Drawing.Size(64 13)
       set label5::TabIndex to 12
       set label5::Text to "Nota aprob."
      *>
      *> txtNotaAprobacion
      *>
       set txtNotaAprobacion::Location to new System.Drawing.Point(310 77)
       set txtNotaAprobacion::MaxLength to 3
       set txtNotaAprobacion::Name to "txtNotaAprobacion"
       set txtNotaAprobacion::Size to new System.Drawing.Size(40 20)
       set txtNotaAprobacion::TabIndex to 13
      *>
      *> label6
      *>
       set label6::AutoSize to True
       set label6::Location to new System.Drawing.Point(12 110)
       set label6::Name to "label6"
       set label6::Size to new System.Drawing.Size(96 13)
       set label6::TabIndex to 14
       set label6::Text to "Tribunal (legajos)"
      *>
      *> txtDocente1
      *>
       set txtDocente1::Location to new System.Drawing.Point(120 107)
       set txtDocente1::MaxLength to 5
       set txtDocente1::Name to "txtDocente1"
       set txtDocente1::Size to new System.Drawing.Size(55 20)
       set txtDocente1::TabIndex to 15
      *>
      *> txtDocente2
      *>
       set txtDocente2::Location to new System.Drawing.Point(180 107)
       set txtDocente2::MaxLength to 5
       set txtDocente2::Name to "txtDocente2"
       set txtDocente2::Size to new System.Drawing.Size(55 20)
       set txtDocente2::TabIndex to 16
      *>
      *> txtDocente3
      *>
       set txtDocente3::Location to new System.Drawing.Point(240 107)
       set txtDocente3::MaxLength to 5
       set txtDocente3::Name to "txtDocente3"
       set txtDocente3::Size to new System.Drawing.Size(55 20)
       set txtDocente3::TabIndex to 17
      *>
      *> btnGuardarMesa
      *>
       set btnGuardarMesa::Location to new System.Drawing.Point(310 105)
       set btnGuardarMesa::Name to "btnGuardarMesa"
       set btnGuardarMesa::Size to new System.Drawing.Size(90 23)
       set btnGuardarMesa::TabIndex to 18
       set btnGuardarMesa::Text to "Guardar mesa"
       set btnGuardarMesa::UseVisualStyleBackColor to True
       invoke btnGuardarMesa::add_Click(new System.EventHandler(self::btnGuardarMesa_Click))
      *>
      *> btnCerrarMesa
      *>
       set btnCerrarMesa::Location to new System.Drawing.Point(406 105)
       set btnCerrarMesa::Name to "btnCerrarMesa"
       set btnCerrarMesa::Size to new System.Drawing.Size(90 23)
       set btnCerrarMesa::TabIndex to 19
       set btnCerrarMesa::Text to "Cerrar mesa"
       set btnCerrarMesa::UseVisualStyleBackColor to True
       invoke btnCerrarMesa::add_Click(new System.EventHandler(self::btnCerrarMesa_Click))
      *>
      *> dataGridView1
      *>
       set dataGridView1::ColumnHeadersHeightSizeMode to type System.Windows.Forms.DataGridViewColumnHeadersHeightSizeMode::AutoSize
       invoke dataGridView1::Columns::AddRange(table of type System.Windows.Forms.DataGridViewColumn(Column1 Column2 Column3 Column4 Column5))
       set dataGridView1::Location to new System.Drawing.Point(12 140)
       set dataGridView1::Name to "dataGridView1"
       set dataGridView1::Size to new System.Drawing.Size(600 120)
       set dataGridView1::TabIndex to 20
      *>
      *> Column1
      *>
       set Column1::HeaderText to "Fecha"
       set Column1::Name to "Column1"
      *>
      *> Column2
      *>
       set Column2::HeaderText to "Hora"
       set Column2::Name to "Column2"
      *>
      *> Column3
      *>
       set Column3::HeaderText to "Aula"
       set Column3::Name to "Column3"
      *>
      *> Column4
      *>
       set Column4::HeaderText to "Presidente"
       set Column4::Name to "Column4"
      *>
      *> Column5
      *>
       set Column5::HeaderText to "Estado"
       set Column5::Name to "Column5"
      *>
      *> label7
      *>
       set label7::AutoSize to True
       set label7::Location to new System.Drawing.Point(12 275)
       set label7::Name to "label7"
       set label7::Size to new System.Drawing.Size(60 13)
       set label7::TabIndex to 21
       set label7::Text to "Alumno N°"
      *>
      *> txtNumero
      *>
       set txtNumero::Location to new System.Drawing.Point(80 272)
       set txtNumero::MaxLength to 7
       set txtNumero::Name to "txtNumero"
       set txtNumero::Size to new System.Drawing.Size(70 20)
       set txtNumero::TabIndex to 22
      *>
      *> btnInscribir
      *>
       set btnInscribir::Location to new System.Drawing.Point(156 270)
       set btnInscribir::Name to "btnInscribir"
       set btnInscribir::Size to new System.Drawing.Size(80 23)
       set btnInscribir::TabIndex to 23
       set btnInscribir::Text to "Inscribir"
       set btnInscribir::UseVisualStyleBackColor to True
       invoke btnInscribir::add_Click(new System.EventHandler(self::btnInscribir_Click))
      *>
      *> label8
      *>
       set label8::AutoSize to True
       set label8::Location to new System.Drawing.Point(250 275)
       set label8::Name to "label8"
       set label8::Size to new System.Drawing.Size(30 13)
       set label8::TabIndex to 24
       set label8::Text to "Nota"
      *>
      *> txtNota
      *>
       set txtNota::Location to new System.Drawing.Point(285 272)
       set txtNota::MaxLength to 3
       set txtNota::Name to "txtNota"
       set txtNota::Size to new System.Drawing.Size(40 20)
       set txtNota::TabIndex to 25
      *>
      *> chkAusente
      *>
       set chkAusente::AutoSize to True
       set chkAusente::Location to new System.Drawing.Point(335 274)
       set chkAusente::Name to "chkAusente"
       set chkAusente::Size to new System.Drawing.Size(64 17)
       set chkAusente::TabIndex to 26
       set chkAusente::Text to "Ausente"
       set chkAusente::UseVisualStyleBackColor to True
      *>
      *> btnGrabarNota
      *>
       set btnGrabarNota::Location to new System.Drawing.Point(410 270)
       set btnGrabarNota::Name to "btnGrabarNota"
       set btnGrabarNota::Size to new System.Drawing.Size(90 23)
       set btnGrabarNota::TabIndex to 27
       set btnGrabarNota::Text to "Grabar nota"
       set btnGrabarNota::UseVisualStyleBackColor to True
       invoke btnGrabarNota::add_Click(new System.EventHandler(self::btnGrabarNota_Click))
      *>
      *> dataGridView2
      *>
       set dataGridView2::ColumnHeadersHeightSizeMode to type System.Windows.Forms.DataGridViewColumnHeadersHeightSizeMode::AutoSize
       invoke dataGridView2::Columns::AddRange(table of type System.Windows.Forms.DataGridViewColumn(Column6 Column7 Column8 Column9 Column10))
       set dataGridView2::Location to new System.Drawing.Point(12 305)
       set dataGridView2::Name to "dataGridView2"
       set dataGridView2::Size to new System.Drawing.Size(600 180)
       set dataGridView2::TabIndex to 28
      *>
      *> Column6
      *>
       set Column6::HeaderText to "Número"
       set Column6::Name to "Column6"
      *>
      *> Column7
      *>
       set Column7::HeaderText to "Apellido y nombre"
       set Column7::Name to "Column7"
       set Column7::Width to 220
      *>
      *> Column8
      *>
       set Column8::HeaderText to "Ciclo"
       set Column8::Name to "Column8"
      *>
      *> Column9
      *>
       set Column9::HeaderText to "Nota"
       set Column9::Name to "Column9"
      *>
      *> Column10
      *>
       set Column10::HeaderText to "Estado"
       set Column10::Name to "Column10"
      *>
      *> btnImprimirActa
      *>
       set btnImprimirActa::Location to new System.Drawing.Point(12 495)
       set btnImprimirActa::Name to "btnImprimirActa"
       set btnImprimirActa::Size to new System.Drawing.Size(110 23)
       set btnImprimirActa::TabIndex to 29
       set btnImprimirActa::Text to "Imprimir acta"
       set btnImprimirActa::UseVisualStyleBackColor to True
       invoke btnImprimirActa::add_Click(new System.EventHandler(self::btnImprimirActa_Click))
      *>
      *> btnCerrar
      *>
       set btnCerrar::Location to new System.Drawing.Point(502 495)
       set btnCerrar::Name to "btnCerrar"
       set btnCerrar::Size to new System.Drawing.Size(110 23)
       set btnCerrar::TabIndex to 30
       set btnCerrar::Text to "Cerrar"
       set btnCerrar::UseVisualStyleBackColor to True
       invoke btnCerrar::add_Click(new System.EventHandler(self::btnCerrar_Click))
      *>
      *> printDocumentActa
      *>
       invoke printDocumentActa::add_BeginPrint(new System.Drawing.Printing.PrintEventHandler(self::printDocumentActa_BeginPrint))
       invoke printDocumentActa::add_PrintPage(new System.Drawing.Printing.PrintPageEventHandler(self::printDocumentActa_PrintPage))
      *>
      *> printPreviewDialog1
      *>
       set printPreviewDialog1::Name to "printPreviewDialog1"
      *>
      *> frmMesas
      *>
       set self::ClientSize to new System.Drawing.Size(624 530)
       invoke self::Controls::Add(btnCerrar)
       invoke self::Controls::Add(btnImprimirActa)
       invoke self::Controls::Add(dataGridView2)
       invoke self::Controls::Add(btnGrabarNota)
       invoke self::Controls::Add(chkAusente)
       invoke self::Controls::Add(txtNota)
       invoke self::Controls::Add(label8)
       invoke self::Controls::Add(btnInscribir)
       invoke self::Controls::Add(txtNumero)
       invoke self::Controls::Add(label7)
       invoke self::Controls::Add(dataGridView1)
       invoke self::Controls::Add(btnCerrarMesa)
       invoke self::Controls::Add(btnGuardarMesa)
       invoke self::Controls::Add(txtDocente3)
       invoke self::Controls::Add(txtDocente2)
       invoke self::Controls::Add(txtDocente1)
       invoke self::Controls::Add(label6)
       invoke self::Controls::Add(txtNotaAprobacion)
       invoke self::Controls::Add(label5)
       invoke self::Controls::Add(txtAula)
       invoke self::Controls::Add(label4)
       invoke self::Controls::Add(txtHora)
       invoke self::Controls::Add(label3)
       invoke self::Controls::Add(lblEstado)
       invoke self::Controls::Add(btnCargarMesa)
       invoke self::Controls::Add(dtpFecha)
       invoke self::Controls::Add(label2)
       invoke self::Controls::Add(lblCurso)
       invoke self::Controls::Add(btnBuscarCurso)
       invoke self::Controls::Add(txtCurso)
       invoke self::Controls::Add(label1)
       set self::Name to "frmMesas"
       set self::Text to "Mesas de Examen"
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
