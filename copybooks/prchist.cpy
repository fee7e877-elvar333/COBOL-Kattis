      *> Price-history ledger (BUDPRCH) - one line every time any
      *> program changes a SKU's INV-PRICE: the price load and its
      *> held-price approvals, temporary sale prices going on and
      *> coming off, clearance markdowns, item maintenance and the
      *> head-office master-data issues.
      *> Appended forever in the order the changes were made, so
      *> the price a SKU carried at any moment can be proved after
      *> the fact; VERDSAGA answers the inquiries and prints the
      *> weekly register off it.
       01  PRICE-HISTORY-RECORD.
           05  PRH-SKU            PIC X(10).
           05  FILLER             PIC X VALUE SPACE.
      *> the business day and clock time (HHMMSS) the new price
      *> took effect on the master.
           05  PRH-DATE           PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  PRH-TIME           PIC 9(6).
           05  FILLER             PIC X VALUE SPACE.
      *> zero on the line that created the SKU.
           05  PRH-OLD-PRICE      PIC S9(6).
           05  FILLER             PIC X VALUE SPACE.
           05  PRH-NEW-PRICE      PIC S9(6).
           05  FILLER             PIC X VALUE SPACE.
      *> the program that made the change.
           05  PRH-SOURCE         PIC X(12).
           05  FILLER             PIC X VALUE SPACE.
      *> why - NEW SKU, PRICE LOAD, APPROVED, SALE ON, SALE OFF,
      *> MARKDOWN nn%, MAINTENANCE, HQ PRICE.
           05  PRH-REASON         PIC X(12).
