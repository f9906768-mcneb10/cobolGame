      *---------------------------------------------------------*
      *  SUSPREC.CPY
      *  SUSPECT-SESSION REVIEW QUEUE, ONE RECORD PER SIDE OF A
      *  SESSION THE NIGHTLY RECONCILIATION FLAGGED, KEYED BY THE
      *  SESSION DATE AND TIME, THE FLAGGED PLAYER'S INITIALS AND
      *  THE SIDE.  THE SIDE IS PART OF THE KEY BECAUSE BOTH SIDES
      *  OF A HEAD-TO-HEAD SESSION CAN BE PLAYED AS GUESTS UNDER
      *  THE SAME "---" MARKER.  EVERY REASON CODE THE SIDE FAILED
      *  IS KEPT.
      *  A CASE IS QUEUED OPEN BY SCOREBATCH AND DISPOSED OF BY
      *  AN OPERATOR ON THE SUSPMAINT SCREEN:
      *    O - OPEN, AWAITING REVIEW
      *    C - CLEARED, THE RESULT STANDS
      *    X - CONFIRMED, THE RESULT WAS TAKEN OFF THE BOARD
      *---------------------------------------------------------*
       01  SUSPECT-RECORD.
           05  SUSP-KEY.
               10  SUSP-DATE           PIC 9(08).
               10  SUSP-TIME           PIC 9(08).
               10  SUSP-INITIALS       PIC X(03).
               10  SUSP-SIDE           PIC X(01).
                   88  SUSP-SIDE-P1    VALUE '1'.
                   88  SUSP-SIDE-P2    VALUE '2'.
           05  SUSP-VALUE              PIC 9(07).
           05  SUSP-MODE               PIC X(01).
           05  SUSP-KEYSTROKES         PIC 9(09).
           05  SUSP-START-TIME         PIC 9(08).
           05  SUSP-REASON-COUNT       PIC 9(01).
           05  SUSP-REASON             PIC X(23) OCCURS 3 TIMES.
           05  SUSP-STATUS             PIC X(01).
               88  SUSP-OPEN           VALUE 'O'.
               88  SUSP-CLEARED        VALUE 'C'.
               88  SUSP-CONFIRMED      VALUE 'X'.
           05  SUSP-QUEUED-DATE        PIC 9(08).
           05  SUSP-DISP-DATE          PIC 9(08).
           05  SUSP-DISP-OPERATOR      PIC X(03).
           05  SUSP-NOTE               PIC X(40).
