      *---------------------------------------------------------*
      *  GAMEPRMR.CPY
      *  ONE RECORD PER DIFFICULTY MODE PER RULES VERSION IN THE
      *  GAMEPARM CONTROL FILE, READ AT STARTUP LIKE THE KEYMAP.
      *  THE CABINET PLAYS TO THE HIGHEST VERSION ON FILE AND
      *  STAMPS IT ON EVERY SESSION; THE BATCH CHECKERS KEEP THE
      *  OLDER VERSIONS SO A SESSION IS JUDGED BY THE RULES IN
      *  FORCE WHEN IT WAS PLAYED.  OLD VERSIONS ARE NEVER EDITED
      *  OR REMOVED - A RETUNE ADDS A NEW VERSION.  VERSION 0000
      *  IS THE BUILT-IN RULES, USED WHEN NO FILE IS PRESENT AND
      *  FOR SESSIONS RECORDED BEFORE VERSIONS WERE CARRIED.
      *    POINTS-PER-KEY - SCORE CEILING PER LOGGED KEYSTROKE
      *                     (A MOVE PLUS A COLLECTIBLE PICKUP)
      *    COLLECT-POINTS - POINTS FOR A COLLECTIBLE PICKUP
      *    START-LIVES    - LIVES PER PLAYER AT SESSION START
      *    SPAWN-INTERVAL - GAMELOOP ITERATIONS BETWEEN SPAWNS
      *    POLL-MS        - GETCH POLL TIMEOUT IN MILLISECONDS
      *---------------------------------------------------------*
       01  GAMEPARM-RECORD.
           05  GPARM-VERSION           PIC 9(04).
           05  FILLER                  PIC X(01).
           05  GPARM-MODE              PIC X(01).
           05  FILLER                  PIC X(01).
           05  GPARM-POINTS-PER-KEY    PIC 9(05).
           05  FILLER                  PIC X(01).
           05  GPARM-COLLECT-POINTS    PIC 9(05).
           05  FILLER                  PIC X(01).
           05  GPARM-START-LIVES       PIC 9(01).
           05  FILLER                  PIC X(01).
           05  GPARM-SPAWN-INTERVAL    PIC 9(05).
           05  FILLER                  PIC X(01).
           05  GPARM-POLL-MS           PIC 9(05).
