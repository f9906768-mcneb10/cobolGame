      *---------------------------------------------------------*
      *  JOBLOGR.CPY
      *  ONE LINE PER EVENT ON THE JOBLOG, APPENDED BY JOBSTREAM
      *  AND DATED WITH THE DAY THE NIGHT'S RUN STARTED.
      *  STEP LINES CARRY THE STEP NAME; THE LINES OPENING AND
      *  CLOSING EACH RUN OF THE DRIVER CARRY "*STREAM*", AND THE
      *  CLOSING ONE SAYS WHETHER THE NIGHT COMPLETED.
      *    EVENT - START    STEP STARTED (TEXT IS THE COMMAND)
      *            OK       ENDED CLEAN
      *            WARNING  ENDED WITH A CODE WITHIN ITS MAX-RC
      *            FAILED   ENDED WITH A CODE ABOVE ITS MAX-RC
      *            ABEND    KILLED OR COULD NOT BE STARTED
      *                     (LOGGED WITH RC 999)
      *            SKIPPED  NOT RUN (TEXT GIVES THE REASON)
      *            BYPASS   ALREADY DONE BEFORE THE RESTART STEP
      *            BEGIN    STREAM STARTED (FULL RUN OR RESTART)
      *            END      STREAM ENDED (TEXT IS THE VERDICT)
      *            REFUSED  CONTROL FILE OR RESTART IN ERROR,
      *                     NO STEP RUN
      *            DROPPED  RESTART RECORD LEFT FROM AN EARLIER
      *                     DAY, IGNORED FOR A FULL RUN
      *---------------------------------------------------------*
       01  JOBLOG-RECORD.
           05  JL-DATE                 PIC 9(08).
           05  FILLER                  PIC X(01).
           05  JL-TIME                 PIC 9(08).
           05  FILLER                  PIC X(01).
           05  JL-STEP-NAME            PIC X(08).
           05  FILLER                  PIC X(01).
           05  JL-EVENT                PIC X(08).
           05  FILLER                  PIC X(01).
           05  JL-RC                   PIC 9(03).
           05  FILLER                  PIC X(01).
           05  JL-TEXT                 PIC X(40).
