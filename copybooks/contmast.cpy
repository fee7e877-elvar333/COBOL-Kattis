      *> keyed by the same CUST-ID the customer master carries.
      *> CUSTMAST stays an ID and a name; what marketing needs to
      *> reach someone, and the proof they said we may, lives here.
      *> Maintained by SAMBAND, extracted by POSTLISTI; RAFKVITTUN
      *> mails e-receipts off it and flags bounced addresses.
       01  CONT-MASTER-RECORD.
           05  CONT-CUST-ID       PIC X(10).
           05  CONT-ADDRESS       PIC X(40).
               88  CONT-CONSENTED    VALUE "Y".
               88  CONT-NO-CONSENT   VALUE "N" " ".
           05  CONT-CONSENT-DATE  PIC 9(8).
      *> e-receipt preference - "Y" mails the customer's receipts
      *> instead of printing them.  A receipt is a transactional
      *> message, not marketing, so this stands apart from the
      *> consent above; dated when set or cleared.
           05  CONT-ERCPT         PIC X(1).
               88  CONT-ERCPT-YES    VALUE "Y".
               88  CONT-ERCPT-NO     VALUE "N" " ".
           05  CONT-ERCPT-DATE    PIC 9(8).
      *> "B" when the mail gateway reported the address bouncing -
      *> nothing more is mailed to it until a new address is keyed.
           05  CONT-EMAIL-STATUS  PIC X(1).
               88  CONT-EMAIL-BOUNCED VALUE "B".
               88  CONT-EMAIL-GOOD    VALUE " " "G".
           05  CONT-BOUNCE-DATE   PIC 9(8).
           05  CONT-BOUNCE-REASON PIC X(20).
