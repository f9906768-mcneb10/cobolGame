      *---------------------------------------------------------*
      *  JOBSTRMR.CPY
      *  ONE RECORD PER STEP OF THE NIGHTLY JOB STREAM, IN THE
      *  ORDER THE STEPS RUN.  READ IN FULL AND CHECKED BY
      *  JOBSTREAM BEFORE THE FIRST STEP STARTS.
      *    STEP-NAME - NAME THE STEP IS LOGGED AND RESTARTED BY;
      *                UNIQUE WITHIN THE FILE
      *    RUN-COND  - OK   RUN ONLY WHILE NO EARLIER STEP OF THE
      *                     NIGHT HAS FAILED (SPACES MEAN THE SAME)
      *                EVEN RUN EVEN AFTER AN EARLIER FAILURE
      *                ONLY RUN ONLY AFTER AN EARLIER FAILURE
      *    MAX-RC    - HIGHEST COMPLETION CODE (SEE STEPRC) THE
      *                STEP MAY HAND BACK AND STILL COUNT AS GOOD
      *    RUN-DAY   - 00 EVERY NIGHT, OR THE ONE DAY OF THE MONTH
      *                THE STEP RUNS ON (01 = MONTH-END WORK)
      *    COMMAND   - SHELL COMMAND, RUN FROM THE DIRECTORY THE
      *                DRIVER RUNS IN
      *---------------------------------------------------------*
       01  JOBSTREAM-RECORD.
           05  JS-STEP-NAME            PIC X(08).
           05  FILLER                  PIC X(01).
           05  JS-RUN-COND             PIC X(04).
               88  JS-RUN-IF-OK                      VALUE "OK  "
                                                           SPACES.
               88  JS-RUN-EVEN                       VALUE "EVEN".
               88  JS-RUN-ONLY                       VALUE "ONLY".
           05  FILLER                  PIC X(01).
           05  JS-MAX-RC               PIC 9(02).
           05  FILLER                  PIC X(01).
           05  JS-RUN-DAY              PIC 9(02).
           05  FILLER                  PIC X(01).
           05  JS-COMMAND              PIC X(60).
