      *---------------------------------------------------------*
      *  REGREC.CPY
      *  PLAYER REGISTRY MASTER - ONE RECORD PER SET OF INITIALS
      *  A REGULAR HAS REGISTERED, WITH THE FOUR-DIGIT PIN THAT
      *  CLAIMS THEM.  WRITTEN BY THE REGMAINT OPERATOR SCREEN
      *  AND READ BY COBOLGAME AT THE INITIALS ENTRY SCREEN:
      *  INITIALS ON FILE MUST BE CLAIMED WITH THEIR PIN, AND
      *  INITIALS NOT ON FILE ARE TAKEN AS TYPED, AS BEFORE.
      *---------------------------------------------------------*
       01  PLAYER-REG-RECORD.
           05  REG-INITIALS            PIC X(03).
           05  REG-PIN                 PIC X(04).
           05  REG-DATE                PIC 9(08).
           05  REG-OPERATOR            PIC X(03).
           05  REG-PIN-DATE            PIC 9(08).
