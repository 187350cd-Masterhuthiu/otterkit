      *-----------------------------------------------------------*
      *  KITREC.cpy                                               *
      *  One kit's bill of materials on the indexed KITFILE,        *
      *  keyed by the kit's own product ID, maintained through      *
      *  MSTMAINT (type K).  The kit is a PRODMAST product and       *
      *  prices as one order line; its stock is its components',     *
      *  issued, backordered and restored component by component     *
      *  at the quantity per kit held here.  A component is never    *
      *  itself a kit.                                                *
      *-----------------------------------------------------------*
       01  KIT-STRUCTURE-RECORD.
           05  KIT-PRODUCT-ID             PIC X(06).
           05  KIT-COMPONENT-COUNT        PIC 9(03) COMP.
           05  KIT-COMPONENT OCCURS 10 TIMES
                       INDEXED BY KIT-COMP-IDX.
               10  KIT-COMP-PRODUCT-ID    PIC X(06).
               10  KIT-COMP-QTY           PIC 9(05) COMP.
