      *  TRANSFER FILE BY THE OFFICE CONSOLIDATION JOB.  THE KEY
      *  (CABINET, DATE, TIME, INITIALS) IDENTIFIES A SESSION
      *  UNIQUELY ACROSS THE SHOP, SO A TRANSFER FILE SUBMITTED
      *  TWICE MERGES TO NOTHING NEW.  THE RULES VERSION COMES
      *  ACROSS FROM THE TRANSFER RECORD SO THE PRIZE CHECKS JUDGE
      *  EACH SESSION BY THE GAMEPARM RULES IT WAS PLAYED UNDER.
      *---------------------------------------------------------*
       01  SHOP-SESSION-RECORD.
           05  SHOP-SESSION-KEY.
           05  SHOP-SESSION-P2-INITIALS    PIC X(03).
           05  SHOP-SESSION-P2-VALUE       PIC 9(07).
           05  SHOP-SESSION-START-TIME     PIC 9(08).
           05  SHOP-SESSION-RULES-VER      PIC 9(04).
