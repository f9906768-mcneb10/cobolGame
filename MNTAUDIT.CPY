      *---------------------------------------------------------*
      *  MNTAUDIT.CPY
      *  ONE LINE-SEQUENTIAL RECORD PER MAINTENANCE ACTION TAKEN
      *  ON AN OPERATOR SCREEN (PLAYERSTATS CORRECTIONS, SUSPECT
      *  SESSION DISPOSITIONS, PLAYER REGISTRATIONS, CONTROL-FILE
      *  CHANGES), SO EVERY OPERATOR CHANGE CAN BE TRACED AFTER
      *  THE FACT.  EACH SCREEN WRITES ITS OWN TRAIL.  THE
      *  REGISTRY TRAIL ALSO TAKES THE WRONG-PIN ATTEMPTS
      *  COBOLGAME SEES, WITH THE CABINET IDENTIFIER IN THE
      *  OPERATOR COLUMN.
      *---------------------------------------------------------*
       01  MAINT-AUDIT-RECORD          PIC X(80).
