      *---------------------------------------------------------*
      *  SCOREREC.CPY
      *  RECORD LAYOUT FOR THE SCORES INDEXED FILE.  ONE RECORD
      *  IS KEPT PER PLAYER PER DIFFICULTY MODE, KEYED BY
      *  INITIALS PLUS MODE, HOLDING THAT PLAYER'S BEST SESSION
      *  RESULT TO DATE IN THAT MODE, SO EACH MODE HAS A BOARD
      *  OF ITS OWN.
      *
      *  THE MODE WAS MOVED UP BESIDE THE INITIALS TO FORM THE
      *  KEY.  A BACKUP UNLOADED BY MASTERBACK BEFORE THE MOVE IS
      *  CONVERTED AS IT IS RELOADED; WITHOUT ONE, A SCOREVERIFY
      *  REBUILD REGENERATES THE BOARD FROM THE SESSIONS HISTORY.
      *---------------------------------------------------------*
       01  SCORE-RECORD.
           05  SCORE-KEY.
               10  SCORE-INITIALS      PIC X(03).
               10  SCORE-MODE          PIC X(01).
                   88  SCORE-MODE-EASY     VALUE 'E'.
                   88  SCORE-MODE-NORMAL   VALUE 'N'.
                   88  SCORE-MODE-HARD     VALUE 'H'.
           05  SCORE-VALUE             PIC 9(07).
           05  SCORE-DATE              PIC 9(08).
           05  SCORE-TIME              PIC 9(08).
           05  SCORE-KEYSTROKES        PIC 9(09).
