           05  XFER-START-TIME         PIC 9(08).
           05  XFER-CREDITS            PIC 9(01).
           05  XFER-EVENT-ID           PIC X(08).
           05  XFER-RULES-VERSION      PIC 9(04).
