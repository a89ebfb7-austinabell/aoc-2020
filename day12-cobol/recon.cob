               SELECT LEDGERF ASSIGN TO "run-ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-FSTATUS.
               SELECT RUNDATEF ASSIGN TO "rundate-parm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RD-FSTATUS.
               SELECT REGISTRYF ASSIGN TO "registry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RG-FSTATUS.
               05 INPUT-STAMP-R REDEFINES INPUT-STAMP.
               10 INPUT-BLOCK-COUNT PIC 9(6).
               10 FILLER PIC X(8).
       *> waypoint record: P, then the starting waypoint east and
       *> north as signed four-digit offsets, e.g. P+0010+0001
               01 WAYPOINTRECORD.
               05 FILLER PIC X.
               05 WP-EAST PIC S9(4) SIGN LEADING SEPARATE.
               05 WP-NORTH PIC S9(4) SIGN LEADING SEPARATE.
               05 FILLER PIC X(8).

           FD EXCEPTIONSF.
               01 EXCEPTIONRECORD.
               05 VM-RECON-FLAG PIC X.
               05 VM-RECON-DELTA PIC S9(8) SIGN LEADING SEPARATE.
               05 VM-BERTH-NAME PIC X(20).
               05 VM-LAST-WX PIC S9(8) SIGN LEADING SEPARATE.
               05 VM-LAST-WY PIC S9(8) SIGN LEADING SEPARATE.

       *> present only when an archived day is being replayed: the
       *> date that day ran under, in place of the system clock
           FD RUNDATEF.
               01 RUNDATERECORD.
               05 RD-RUN-DATE PIC 9(8).

           FD LEDGERF.
               01 LEDGERRECORD.
           01 VESSEL-SKIP-SWITCH PIC X VALUE 'N'.
               88 VESSEL-SKIPPING VALUE 'Y'.
           01 EXCEPTION-COUNT PIC 9(6) COMP VALUE ZERO.
           01 RD-FSTATUS PIC X(2) VALUE SPACES.
               88 RD-FS-OK VALUE '00'.
               88 RD-FS-NOT-FOUND VALUE '35'.
           01 RL-FSTATUS PIC X(2) VALUE SPACES.
               88 RL-FS-OK VALUE '00'.
               88 RL-FS-NOT-FOUND VALUE '35'.
           01 APPLIED-COUNT PIC 9(6) VALUE ZERO.
           01 REJECT-COUNT PIC 9(6) VALUE ZERO.
           01 BLOCK-LINE-COUNT PIC 9(6) VALUE ZERO.
           01 WAYPOINT-COUNT PIC 9(6) VALUE ZERO.
           01 WAYPOINT-OPEN-SWITCH PIC X VALUE 'N'.
               88 WAYPOINT-ALLOWED VALUE 'Y'.
           01 REPORT-COUNT PIC 9(6) VALUE ZERO.
           01 BALANCE-WORK PIC 9(7) VALUE ZERO.
           01 ORIG-ACTION PIC X.
           01 HDR CONSTANT AS 'H'.
           01 TRL CONSTANT AS 'T'.
           01 CONT CONSTANT AS 'C'.
           01 WPT CONSTANT AS 'P'.
           01 VESSEL-ID PIC 9(3) VALUE ZERO.
           01 ARG PIC S9(3) VALUE ZERO.
           01 TMP PIC S9(8) VALUE ZERO.
                   88 REGISTRY-RETIRED VALUE 'R'.
               10 REGISTRY-CLASS PIC X(8).

       *> last known fleet positions and waypoints from the vessel
       *> master, slotted by vessel id, used to seed continuation (C)
       *> headers for both rule sets (the p2 rule set reopens with
       *> the master's waypoint, as p2 does)
           01 MASTER-LOADED-SWITCH PIC X VALUE 'N'.
               88 MASTER-LOADED VALUE 'Y'.
           01 MASTER-BAD-COUNT PIC 9(4) COMP VALUE ZERO.
               10 CONT-LAST-X PIC S9(8).
               10 CONT-LAST-Y PIC S9(8).
               10 CONT-LAST-DIR PIC X.
               10 CONT-LAST-WX PIC S9(8).
               10 CONT-LAST-WY PIC S9(8).

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM RUN-DATE-OVERRIDE.
           OPEN INPUT INPUTF.
           IF NOT FS-OK
               DISPLAY 'INPUTF OPEN FAILED, FILE STATUS = ' FSTATUS
           PERFORM WRITE-RUN-LEDGER.
           STOP RUN.

       RUN-DATE-OVERRIDE.
           OPEN INPUT RUNDATEF.
           IF RD-FS-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF NOT RD-FS-OK
               DISPLAY 'RUNDATEF OPEN FAILED, FILE STATUS = ' RD-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ RUNDATEF
               AT END CONTINUE
               NOT AT END
                   IF RD-RUN-DATE NUMERIC
                       MOVE RD-RUN-DATE TO RUN-DATE
                       DISPLAY 'RUN DATE TAKEN FROM RUNDATEF: ' RUN-DATE
                   END-IF
           END-READ.
           CLOSE RUNDATEF.

       FILE-READ.
           READ INPUTF
               AT END CONTINUE
       HANDLE-LINE.
           MOVE INPUT-ACTION TO ORIG-ACTION.

           IF INPUT-ACTION = WPT THEN
               PERFORM HANDLE-WAYPOINT
               EXIT PARAGRAPH
           END-IF.

           *> a waypoint record is only taken straight after its header
           MOVE 'N' TO WAYPOINT-OPEN-SWITCH.

           IF INPUT-ACTION = HDR THEN
               PERFORM HANDLE-HEADER
               EXIT PARAGRAPH
           MOVE 10 TO WX.
           MOVE 1 TO WY.
           SET VESSEL-PENDING TO TRUE.
           SET WAYPOINT-ALLOWED TO TRUE.

       *> continuation header: a passage split across daily batches
       *> reopens where the master last saw the vessel, not the berth
           MOVE CONT-LAST-DIR(CONT-IDX) TO CURR-DIR.
           MOVE CONT-LAST-X(CONT-IDX) TO P2-X.
           MOVE CONT-LAST-Y(CONT-IDX) TO P2-Y.
           MOVE CONT-LAST-WX(CONT-IDX) TO WX.
           MOVE CONT-LAST-WY(CONT-IDX) TO WY.
           SET VESSEL-PENDING TO TRUE.

       *> waypoint record: straight after an H header it replaces the
       *> p2 rule set's standard 10 east, 1 north; screened exactly as
       *> p1 and p2 screen it, and not one of the lines the trailer
       *> counts
       HANDLE-WAYPOINT.
           IF VESSEL-SKIPPING THEN
               MOVE 52 TO REJECT-REASON-CODE
               MOVE 'VESSEL BLOCK SUPPRESSED' TO REJECT-REASON-TEXT
               PERFORM REJECT-RECORD
               EXIT PARAGRAPH
           END-IF.
           IF NOT WAYPOINT-ALLOWED THEN
               MOVE 41 TO REJECT-REASON-CODE
               MOVE 'WAYPOINT NOT AFTER HDR' TO REJECT-REASON-TEXT
               PERFORM REJECT-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WAYPOINT-OPEN-SWITCH.
           IF LINE-LEN < 11 OR WP-EAST NOT NUMERIC
               OR WP-NORTH NOT NUMERIC THEN
               MOVE 42 TO REJECT-REASON-CODE
               MOVE 'WAYPOINT NOT NUMERIC' TO REJECT-REASON-TEXT
               PERFORM REJECT-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE WP-EAST TO WX.
           MOVE WP-NORTH TO WY.
           ADD 1 TO WAYPOINT-COUNT.

       *> vessel trailer: end of block, reconcile the two rule sets
       HANDLE-TRAILER.
           ADD 1 TO TRAILER-COUNT.
                       MOVE VM-LAST-X TO CONT-LAST-X(CONT-IDX)
                       MOVE VM-LAST-Y TO CONT-LAST-Y(CONT-IDX)
                       MOVE VM-LAST-DIR TO CONT-LAST-DIR(CONT-IDX)
                       PERFORM MASTER-LOAD-WAYPOINT
                   END-IF
           END-READ.
           IF NOT VM-FS-OK AND NOT VM-FS-EOF
               STOP RUN
           END-IF.

       *> every master record carries the waypoint the vessel last
       *> finished on (aoc-day12-mastconv gave records written before
       *> it was carried the standard 10 east, 1 north); a damaged
       *> one that no longer reads as numbers reopens there too
       MASTER-LOAD-WAYPOINT.
           IF VM-LAST-WX NUMERIC AND VM-LAST-WY NUMERIC
               MOVE VM-LAST-WX TO CONT-LAST-WX(CONT-IDX)
               MOVE VM-LAST-WY TO CONT-LAST-WY(CONT-IDX)
           ELSE
               MOVE 10 TO CONT-LAST-WX(CONT-IDX)
               MOVE 1 TO CONT-LAST-WY(CONT-IDX)
           END-IF.

       *> keyed master not built yet: on the cutover day the old
       *> flat master still holds the fleet's last positions, so
       *> seed continuations from it rather than rejecting them
                       MOVE OM-LAST-X TO CONT-LAST-X(CONT-IDX)
                       MOVE OM-LAST-Y TO CONT-LAST-Y(CONT-IDX)
                       MOVE OM-LAST-DIR TO CONT-LAST-DIR(CONT-IDX)
                       MOVE 10 TO CONT-LAST-WX(CONT-IDX)
                       MOVE 1 TO CONT-LAST-WY(CONT-IDX)
                   END-IF
           END-READ.
           IF NOT OM-FS-OK AND NOT OM-FS-EOF

       *> one control record per execution, appended to the shared
       *> run ledger, with proof that every input record is accounted
       *> for: read = headers + waypoints + trailers + applied +
       *> rejected
       WRITE-RUN-LEDGER.
           ACCEPT RUN-TIME-RAW FROM TIME.
           OPEN EXTEND LEDGERF.
           MOVE EXCEPTION-COUNT TO RL-EXCEPTIONS.
           MOVE REPORT-COUNT TO RL-REPORTED.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           COMPUTE BALANCE-WORK = HEADER-COUNT + WAYPOINT-COUNT
               + TRAILER-COUNT + APPLIED-COUNT + REJECT-COUNT.
           IF BALANCE-WORK = REC-COUNT
               MOVE 'Y' TO RL-BALANCED
           ELSE
