      *  NOT IT BEAT THE PLAYER'S PERSONAL BEST), SO THE NIGHTLY
      *  RECONCILIATION JOB HAS EVERY SESSION TO WORK FROM, NOT
      *  JUST THE BEST-PER-PLAYER ROW KEPT ON SCOREREC.
      *  SESSION-RULES-VERSION IS THE GAMEPARM RULES VERSION THE
      *  SESSION WAS PLAYED UNDER; A RECORD WRITTEN BEFORE IT WAS
      *  CARRIED READS BACK BLANK AND MEANS THE BUILT-IN RULES.
      *  SESSION-COMP-CREDITS IS HOW MANY OF SESSION-CREDITS CAME
      *  FROM A VOUCHER RATHER THAN THE COIN MECH; A SESSION WITH
      *  ANY IS COMP-FUNDED.  BLANK ON OLDER RECORDS MEANS NONE.
      *---------------------------------------------------------*
       01  SESSION-RECORD.
           05  SESSION-INITIALS        PIC X(03).
           05  SESSION-START-TIME      PIC 9(08).
           05  SESSION-CREDITS         PIC 9(01).
           05  SESSION-EVENT-ID        PIC X(08).
           05  SESSION-RULES-VERSION   PIC 9(04).
           05  SESSION-COMP-CREDITS    PIC 9(01).
               88  SESSION-IS-COMP     VALUE 1 THRU 9.
