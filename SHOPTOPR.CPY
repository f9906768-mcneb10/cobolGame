      *  SHOPTOPR.CPY
      *  SHOP-WIDE TOP-10 RETURN FEED - THE ONE PIECE OF DATA
      *  THAT FLOWS BACK FROM THE OFFICE TO THE CABINETS.  THE
      *  CONSOLIDATION WRITES THE TEN BEST CLEAN SHOP SCORES OF
      *  EACH DIFFICULTY MODE HERE AFTER EACH MERGE, ONE PLAYER
      *  PER ROW, GROUPED BY MODE AND RANKED BEST FIRST WITHIN
      *  IT, AND THE FILE IS COPIED OUT TO EACH CABINET WITH THE
      *  OTHER CONTROL FILES.  COBOLGAME READS IT AT STARTUP
      *  LIKE THE KEYMAP AND BANNED FILES AND SHOWS A SHOP BEST
      *  COLUMN BESIDE EACH MODE'S LEADERBOARD.
      *---------------------------------------------------------*
       01  SHOPTOP-RECORD.
           05  SHTOP-INITIALS          PIC X(03).
           05  SHTOP-VALUE             PIC 9(07).
           05  SHTOP-MODE              PIC X(01).
