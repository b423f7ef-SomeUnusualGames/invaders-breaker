       01 TAX-RECORD.
      * Sales tax rate table, one line per rate change: the date
      * the rate takes effect and the rate as a percentage of net
      * (20.00 = 20%). Takings are gross of tax; a day is taxed at
      * the row with the latest effective date on or before it.
      * A day before the first row carries no tax.
         05 tx-effective PIC X(08).
         05 FILLER PIC X(01).
         05 tx-rate PIC 9(02)V9(02).
