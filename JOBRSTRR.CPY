      *---------------------------------------------------------*
      *  JOBRSTRR.CPY
      *  SINGLE-RECORD RESTART FILE FOR THE JOB STREAM.  WHILE
      *  THE NIGHT IS GOING WELL JOBSTREAM POINTS IT AT EACH STEP
      *  AS THE STEP STARTS, SO A DRIVER KILLED MID-STEP STILL
      *  LEAVES IT RIGHT; THE FIRST FAILURE FREEZES IT ON THE
      *  FAILED STEP.  A CLEAN NIGHT EMPTIES THE FILE.  THE NEXT
      *  RUN FOR THE SAME NIGHT BYPASSES THE STEPS BEFORE THE ONE
      *  NAMED HERE AND CARRIES ON FROM IT.
      *    RUN-DATE - DATE THE INTERRUPTED NIGHT STARTED ON
      *    STEP-RC  - CODE THE STEP FAILED WITH (ZERO WHILE THE
      *               STEP IS STILL RUNNING)
      *---------------------------------------------------------*
       01  JOBRSTRT-RECORD.
           05  JRST-STEP-NAME          PIC X(08).
           05  FILLER                  PIC X(01).
           05  JRST-RUN-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  JRST-STEP-RC            PIC 9(03).
