      * PIXBATCH), "E" = external TED, "B" = boleto payment. Only the
      * fields of the item's type are meaningful; the others are
      * zero/spaces.
      * APR-TARIFA is the service fee quoted to the customer when the
      * item was held; APPRVBAT charges it (operation "28") when the
      * item is released, and nothing is charged on rejection. Zero
      * (or the blank FILLER of an old record) means no fee.
      ******************************************************************
       01  APR-RECORD.
           05  APR-CHAVE.
           05  APR-VALOR              PIC S9(9)V9(2).
           05  APR-STATUS             PIC X(01).
           05  APR-DATA-DECISAO       PIC 9(08).
           05  APR-TARIFA             PIC 9(5)V9(2).
           05  FILLER                 PIC X(03).
