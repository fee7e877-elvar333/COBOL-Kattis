IDENTIFICATION DIVISION.
PROGRAM-ID. KAUPSAGA.

      *> per-customer purchase history - we knew who held 80,000
      *> points and not that they buy coffee weekly.  The SKUDAG
      *> SKU-by-day summary keeps every SKU's day split by the
      *> loyalty customer named on the receipt, so this reads the
      *> customers' slices off it, accumulates unit and net spend
      *> totals per customer by the CAT-CODE departments, prints
      *> the per-customer picture, and emits a targeted-offer
      *> extract marketing can turn into a TILBOD promo batch.
      *>   dept threshold     customers whose spend in department
      *>                      dept (1-4) reaches threshold go to
      *>                      the BUDOFFER extract

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SKU-DAY-FILE ASSIGN TO "SKUDAG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS SDS-KEY
        FILE STATUS IS SDS-FS.

    SELECT INVENTORY-MASTER ASSIGN TO "INVMAST"
        ORGANIZATION IS INDEXED

DATA DIVISION.
    FILE SECTION.
    FD  SKU-DAY-FILE.
    COPY "skudag.cpy".

    FD  INVENTORY-MASTER.
    COPY "invmast.cpy".
        05  OFFER-AMOUNT    PIC S9(11).

    WORKING-STORAGE SECTION.
       01 SDS-FS PIC XX.
           88 SDS-FOUND VALUE "00".
           88 SDS-EOF VALUE "10".
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".
       01 OFFER-FS PIC XX.
           88 OFFER-FOUND VALUE "00".

       01 HIT-CUST PIC X(10).

      *> the customer rollup - units and amount per department.
       01 CUST-HIT-SW PIC X VALUE "N".
           88 CUST-HIT VALUE "Y".

       01 LINE-QTY PIC S9(9).
       01 LINE-AMT PIC S9(13).
       01 ITEM-CAT PIC 9(2).
       01 DX PIC S9(3).

       01 COUNT-DISP PIC Z(4)9.

PROCEDURE DIVISION.
    OPEN INPUT INVENTORY-MASTER
    IF NOT INV-FOUND
        DISPLAY "KAUPSAGA: NO INVENTORY MASTER ON SITE"
        GOBACK
    END-IF

      *> every customer's slice of the summary, into the per-
      *> customer department rollup.
    OPEN INPUT SKU-DAY-FILE
    IF NOT SDS-FOUND
        DISPLAY "KAUPSAGA: NO SKU-BY-DAY SUMMARY ON SITE"
        GOBACK
    END-IF
    PERFORM SDS-READ-RTN
    PERFORM UNTIL SDS-EOF
        IF SDS-CUST-ID NOT = SPACES AND SDS-UNITS > 0
            PERFORM SDS-POST-RTN
        END-IF
        PERFORM SDS-READ-RTN
    END-PERFORM
    CLOSE SKU-DAY-FILE
    CLOSE INVENTORY-MASTER

    DISPLAY "PURCHASE HISTORY BY CUSTOMER AND DEPARTMENT"

    GOBACK.

SDS-READ-RTN.
    READ SKU-DAY-FILE NEXT
        AT END
            MOVE "10" TO SDS-FS
    END-READ
    IF NOT SDS-FOUND
        MOVE "10" TO SDS-FS
    END-IF.

      *> the summary already valued the units at the price they rang
      *> less the promo - the spend is its net.
SDS-POST-RTN.
    MOVE SDS-SKU TO INV-SKU
    READ INVENTORY-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE INV-CATEGORY TO ITEM-CAT
            IF ITEM-CAT < 1 OR ITEM-CAT > 4
                MOVE 1 TO ITEM-CAT
            END-IF
            MOVE SDS-CUST-ID TO HIT-CUST
            MOVE SDS-UNITS TO LINE-QTY
            MOVE SDS-NET TO LINE-AMT
            PERFORM CUST-TALLY-RTN
    END-READ.

CUST-TALLY-RTN.
    MOVE "N" TO CUST-HIT-SW
