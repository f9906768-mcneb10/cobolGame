      *---------------------------------------------------------*
      *  STEPRC.CPY
      *  COMPLETION CODE A NIGHTLY BATCH PROGRAM HANDS BACK IN
      *  RETURN-CODE AT STOP RUN, FOR THE JOBSTREAM DRIVER TO
      *  JUDGE THE STEP BY.  A PROGRAM ONLY EVER RAISES IT, SO
      *  THE WORST THING THAT HAPPENED IN THE RUN IS WHAT THE
      *  DRIVER SEES:
      *    00  CLEAN RUN.
      *    04  WARNING - THE RUN FINISHED AND ITS OUTPUT CAN BE
      *        TRUSTED, BUT SOMETHING WANTS A LOOK IN THE MORNING
      *        (AN INPUT NOT THERE, NOTHING TO DO, A SIDE FILE
      *        THAT COULD NOT BE WRITTEN, FINDINGS ON THE REPORT).
      *    08  FAILED - A MASTER OR A REQUIRED FILE COULD NOT BE
      *        OPENED, READ OR WRITTEN.  THE STEP'S WORK IS MISSING
      *        OR INCOMPLETE AND LATER STEPS MUST NOT BUILD ON IT.
      *    12  REFUSED - THE RUN PARAMETERS OR CONTROL FILE WERE
      *        WRONG AND NOTHING WAS DONE.
      *---------------------------------------------------------*
       01  WS-STEP-RC                  PIC 9(02)     VALUE 0.
           88  WS-STEP-CLEAN                         VALUE 0.
           88  WS-STEP-WARNING                       VALUE 4.
           88  WS-STEP-FAILED                        VALUE 8.
           88  WS-STEP-REFUSED                       VALUE 12.
