      * Shared oil tax rate record layout for OILTAX.DAT, keyed by
      * oil code and the date the rate takes effect, so every rate an
      * oil has ever carried stays on file and a sale is taxed at the
      * rate in force on its own date (see OilTaxAt). :PFX:Tax-Rate is
      * a percentage of the net price; a zero-rated oil carries a
      * rate of zero rather than no record at all. Till prices are
      * tax-inclusive - the tax is the part of the gross sale that
      * the rate accounts for. :PFX:Keyed-Date is the day the rate
      * was keyed, which may be well before it takes effect.
      *
      * COPY OILTAX REPLACING ==:REC-NAME:== BY ==<01-level-name>==
      *                       ==:PFX:==      BY ==<field-prefix>==.
       01 :REC-NAME:.
           02 :PFX:Key.
              03 :PFX:Oil-Code     PIC 9(2).
              03 :PFX:Eff-Date     PIC 9(8).
           02 :PFX:Tax-Rate        PIC 99V99.
           02 :PFX:Keyed-Date      PIC 9(8).
