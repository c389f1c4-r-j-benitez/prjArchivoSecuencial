       01 Column7 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column8 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column9 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column10 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
       set Column7 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column8 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column9 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column10 to new System.Windows.Forms.DataGridViewTextBoxColumn
       invoke dataGridView1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke self::SuspendLayout
      *>
      *> dataGridView1
      *>
       set dataGridView1::ColumnHeadersHeightSizeMode to type System.Windows.Forms.DataGridViewColumnHeadersHeightSizeMode::AutoSize
       invoke dataGridView1::Columns::AddRange(table of type System.Windows.Forms.DataGridViewColumn(Column1 Column2 Column3 Column4 Column5 Column6 Column7 Column8 Column9 Column10))
       set dataGridView1::Location to new System.Drawing.Point(12 48)
       set dataGridView1::Name to "dataGridView1"
       set dataGridView1::Size to new System.Drawing.Size(760 280)
       set Column9::HeaderText to "Fecha Registro"
       set Column9::Name to "Column9"
      *>
      *> Column10
      *>
       set Column10::HeaderText to "Título"
       set Column10::Name to "Column10"
      *>
      *> btnReinscribir
      *>
       set btnReinscribir::Location to new System.Drawing.Point(12 338)
