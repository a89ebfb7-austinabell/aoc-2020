       FILE SECTION.
       *> keyed master record as merged by aoc-day12-master: the
       *> cumulative history plus the latest voyage's figures, its
       *> record ordinal in report-p1.txt, what the latest run's
       *> exception and reconciliation files said about the vessel,
       *> and the waypoint p2 will reopen a continuation with
           FD MASTERF.
               01 MASTERRECORD.
               05 VM-VESSEL-ID PIC 9(3).
                   88 VM-RECON-ON-FILE VALUE 'Y'.
               05 VM-RECON-DELTA PIC S9(8) SIGN LEADING SEPARATE.
               05 VM-BERTH-NAME PIC X(20).
               05 VM-LAST-WX PIC S9(8) SIGN LEADING SEPARATE.
               05 VM-LAST-WY PIC S9(8) SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
           01 VM-FSTATUS PIC X(2) VALUE SPACES.
               88 VESSEL-FOUND VALUE 'Y'.
           01 HEADING-WORD PIC X(5) VALUE SPACES.

       *> handed to aoc-day12-signon; any active role may inquire
           01 SIGNON-AREA.
               05 SO-PROGRAM PIC X(20) VALUE 'aoc-day12-inquiry'.
               05 SO-OPERATOR PIC X(8) VALUE SPACES.
               05 SO-ROLE PIC X VALUE SPACE.
                   88 SO-INQUIRY-ONLY VALUE 'I'.
                   88 SO-MAINTAINER VALUE 'M'.
                   88 SO-SUPERVISOR VALUE 'S'.
               05 SO-RESULT PIC X VALUE 'N'.
                   88 SO-SIGNED-ON VALUE 'Y'.

       PROCEDURE DIVISION.
       *> the sign-on is a CALLed program, so this screen is built
       *> together with signon.cob; screens.sh does this
       MAIN.
           DISPLAY 'VESSEL POSITION INQUIRY'.
           CALL 'aoc-day12-signon' USING SIGNON-AREA.
           IF NOT SO-SIGNED-ON
               DISPLAY 'INQUIRY ENDED.'
               STOP RUN
           END-IF.
           DISPLAY 'ENTER A VESSEL ID (0-999), OR END TO QUIT.'.
           OPEN INPUT MASTERF.
           IF VM-FS-NOT-FOUND
               DISPLAY '  BERTH ' VM-BERTH-NAME
           END-IF.
           DISPLAY '  HEADING ' HEADING-WORD.
           IF VM-LAST-WX NUMERIC AND VM-LAST-WY NUMERIC
               DISPLAY '  WAYPOINT EAST ' VM-LAST-WX
                   ' NORTH ' VM-LAST-WY
           ELSE
               DISPLAY '  WAYPOINT (NOT READABLE ON MASTER)'
           END-IF.
           DISPLAY '  DISTANCE FROM START ' VM-LAST-DIST.
           DISPLAY '  DISTANCE STEAMED ' VM-LAST-TOTAL-DIST.
           DISPLAY '  FUEL BURNED ' VM-LAST-FUEL.
