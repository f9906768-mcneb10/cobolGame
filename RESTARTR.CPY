           05  RESTART-LIVES           PIC 9(01).
           05  RESTART-LIVES2          PIC 9(01).
           05  RESTART-CREDITS-USED    PIC 9(01).
           05  RESTART-RULES-VERSION   PIC 9(04).
           05  RESTART-COMP-CREDITS    PIC 9(01).
