      * Shared oil stock-on-hand master record layout, keyed by the
      * same 2-digit oil code as OILPRICE.DAT. :PFX:On-Hand is the
      * bottle count - raised by goods received through GoodsRecv,
      * lowered by StockDeplete from the tickets sold - and is signed
      * so that selling more than the book shows goes negative on
      * the stock report instead of wrapping round to a large count.
      * :PFX:Reorder-Level is the on-hand figure below which StockRpt
      * lists the oil for reordering, :PFX:Reorder-Qty the usual
      * quantity ordered from the supplier when it does.
      *
      * COPY OILSTOCK REPLACING ==:REC-NAME:== BY ==<01-level-name>==
      *                         ==:PFX:==      BY ==<field-prefix>==.
      *
      * Pass an empty prefix ( ==:PFX:== BY ==  == ) when the record
      * name alone is enough to keep the fields unique in that program.
       01 :REC-NAME:.
           02 :PFX:Oil-Code        PIC 9(2).
           02 :PFX:On-Hand         PIC S9(7).
           02 :PFX:Reorder-Level   PIC 9(5).
           02 :PFX:Reorder-Qty     PIC 9(5).
           02 :PFX:Last-Recv-Date  PIC 9(8).
           02 :PFX:Last-Sold-Date  PIC 9(8).
