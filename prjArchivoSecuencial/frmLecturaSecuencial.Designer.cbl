      *>
      *> printDocumentCarnet
      *>
       invoke printDocumentCarnet::add_BeginPrint(new System.Drawing.Printing.PrintEventHandler(self::printDocumentCarnet_BeginPrint))
       invoke printDocumentCarnet::add_PrintPage(new System.Drawing.Printing.PrintPageEventHandler(self::printDocumentCarnet_PrintPage))
      *>
      *> printDocumentTendencia
