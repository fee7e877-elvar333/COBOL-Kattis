      *> SKU-by-day sales summary - SKUDAG.  Built once per business
      *> date at close by SOLUDAGUR off the day's till log (and once,
      *> for the years before it existed, off TXHIST and TXHISTARC),
      *> so the history reports read one settled figure per SKU
      *> instead of each re-parsing every stored till line its own
      *> way.  Keyed by business date, register and SKU; a SKU's day
      *> splits further by the promo code it rang under and the
      *> loyalty customer named on the receipt (zero and spaces for
      *> the plain, anonymous trade), so the promotion and purchase-
      *> history reports find their slice without the receipts.
       01  SKU-DAY-RECORD.
           05  SDS-KEY.
               10  SDS-DATE           PIC 9(8).
               10  SDS-REGISTER       PIC X(4).
               10  SDS-SKU            PIC X(10).
               10  SDS-PROMO-CODE     PIC 9(10).
               10  SDS-CUST-ID        PIC X(10).
      *> sale lines rung into this slice.
           05  SDS-LINES              PIC 9(7).
      *> units sold - thousandths of a kilo for a weighed SKU, the
      *> same as the till line carries them.
           05  SDS-UNITS              PIC S9(9).
      *> the units at the price they rang at (an override price
      *> where the till line carried one, INV-PRICE otherwise),
      *> the promo percent off it, and what was left - before VAT,
      *> like the till's OUT-AMT.
           05  SDS-GROSS              PIC S9(13).
           05  SDS-DISCOUNT           PIC S9(13).
           05  SDS-NET                PIC S9(13).
      *> units coming back - receipted returns and no-receipt
      *> refunds alike, held positive - and their value at price.
           05  SDS-RET-UNITS          PIC S9(9).
           05  SDS-RET-AMT            PIC S9(13).
      *> INV-COST on the night the day was summarised, against the
      *> units sold and the units returned.
           05  SDS-COST               PIC S9(13).
           05  SDS-RET-COST           PIC S9(13).
      *> the money the till took for the slice, by the hour it
      *> was taken - the receipt's posted amounts (VAT, deposits
      *> and all) shared over its item lines by their value, a
      *> refund going in negative.  The flash report's pace.
           05  SDS-HOUR-TAKEN         PIC S9(11) OCCURS 24 TIMES.
