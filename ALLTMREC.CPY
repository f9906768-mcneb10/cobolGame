      *---------------------------------------------------------*
      *  ALLTMREC.CPY
      *  ALL-TIME BEST MASTER, KEYED BY INITIALS PLUS MODE LIKE
      *  THE LIVE SCORES FILE AND CARRYING THE SAME FIELDS UNDER
      *  ITS OWN NAMES (A PROGRAM READING BOTH FILES NEEDS BOTH
      *  RECORD LAYOUTS IN ITS FILE SECTION AT ONCE).  THE
      *  SEASON-CLOSE JOB FOLDS EACH SEASON'S FINAL BOARD IN
      *  HERE, KEEPING THE BEST PER PLAYER PER MODE, SO THE
      *  CABINET CAN SHOW AN ALL-TIME PAGE FOR EACH MODE BEHIND
      *  THE CURRENT SEASON'S TOP 10.  A BACKUP UNLOADED BEFORE
      *  THE MODE JOINED THE KEY IS CONVERTED BY MASTERBACK AS IT
      *  IS RELOADED.
      *---------------------------------------------------------*
       01  ALLTIME-RECORD.
           05  ALLT-KEY.
               10  ALLT-INITIALS       PIC X(03).
               10  ALLT-MODE           PIC X(01).
           05  ALLT-VALUE              PIC 9(07).
           05  ALLT-DATE               PIC 9(08).
           05  ALLT-TIME               PIC 9(08).
           05  ALLT-KEYSTROKES         PIC 9(09).
