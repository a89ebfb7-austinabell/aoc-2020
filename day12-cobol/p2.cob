               SELECT LEDGERF ASSIGN TO "run-ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-FSTATUS.
               SELECT RUNDATEF ASSIGN TO "rundate-parm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RD-FSTATUS.
               SELECT MASTERF ASSIGN TO "vessel-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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

           FD TRACEF.
               01 TRACERECORD.
               05 CK-REJECT-COUNT PIC 9(6).
               05 FILLER PIC X.
               05 CK-BLOCK-LINE-COUNT PIC 9(6).
               05 FILLER PIC X.
               05 CK-WAYPOINT-COUNT PIC 9(6).
               05 FILLER PIC X.
               05 CK-WAYPOINT-OPEN PIC X.

           FD REPORTF.
               01 REPORTRECORD.
               05 RP-FUEL PIC 9(8).9(2).
               05 FILLER PIC X.
               05 RP-BERTH-NAME PIC X(20).
               05 FILLER PIC X.
               05 RP-WX PIC S9(8) SIGN LEADING SEPARATE.
               05 FILLER PIC X.
               05 RP-WY PIC S9(8) SIGN LEADING SEPARATE.

           FD REGISTRYF.
               01 REGISTRYRECORD.
               05 FILLER PIC X.
               05 FS-TOTAL-FUEL PIC 9(10).9(2).

       *> present only when an archived day is being replayed: the
       *> date that day ran under, in place of the system clock
           FD RUNDATEF.
               01 RUNDATERECORD.
               05 RD-RUN-DATE PIC 9(8).

           FD LEDGERF.
               01 LEDGERRECORD.
               05 RL-RUN-DATE PIC 9(8).
               05 VM-RECON-FLAG PIC X.
               05 VM-RECON-DELTA PIC S9(8) SIGN LEADING SEPARATE.
               05 VM-BERTH-NAME PIC X(20).
               05 VM-LAST-WX PIC S9(8) SIGN LEADING SEPARATE.
               05 VM-LAST-WY PIC S9(8) SIGN LEADING SEPARATE.

           FD BERTHF.
               01 BERTHRECORD.
               88 FR-FS-NOT-FOUND VALUE '35'.
           01 FS-FSTATUS PIC X(2) VALUE SPACES.
               88 FS-FS-OK VALUE '00'.
           01 RD-FSTATUS PIC X(2) VALUE SPACES.
               88 RD-FS-OK VALUE '00'.
               88 RD-FS-NOT-FOUND VALUE '35'.
           01 RL-FSTATUS PIC X(2) VALUE SPACES.
               88 RL-FS-OK VALUE '00'.
               88 RL-FS-NOT-FOUND VALUE '35'.
           01 HDR CONSTANT AS 'H'.
           01 TRL CONSTANT AS 'T'.
           01 CONT CONSTANT AS 'C'.
           01 WPT CONSTANT AS 'P'.
           01 VESSEL-ID PIC 9(3) VALUE ZERO.
           01 X PIC S9(8) VALUE ZERO.
           01 Y PIC S9(8) VALUE ZERO.
           01 TRACE-COUNT PIC 9(6) VALUE ZERO.
           01 REJECT-COUNT PIC 9(6) VALUE ZERO.
           01 BLOCK-LINE-COUNT PIC 9(6) VALUE ZERO.
           01 WAYPOINT-COUNT PIC 9(6) VALUE ZERO.
           01 WAYPOINT-OPEN-SWITCH PIC X VALUE 'N'.
               88 WAYPOINT-ALLOWED VALUE 'Y'.
           01 BALANCE-WORK PIC 9(7) VALUE ZERO.
           01 RUN-TIME-RAW.
               05 RT-HHMMSS PIC 9(6).
               10 PLAN-SLOT-Y PIC S9(8).
               10 PLAN-SLOT-TOL PIC 9(4).

       *> last known fleet positions and waypoints from the vessel
       *> master, slotted by vessel id, used to seed continuation (C)
       *> headers so a passage carries on steering for the waypoint
       *> it finished the last batch with
           01 MASTER-LOADED-SWITCH PIC X VALUE 'N'.
               88 MASTER-LOADED VALUE 'Y'.
           01 MASTER-BAD-COUNT PIC 9(4) COMP VALUE ZERO.
               10 CONT-LAST-X PIC S9(8).
               10 CONT-LAST-Y PIC S9(8).
               10 CONT-LAST-DIR PIC X.
               10 CONT-LAST-WX PIC S9(8).
               10 CONT-LAST-WY PIC S9(8).


       *> berth directory: named tie-up points with a capture radius,
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
                       MOVE CK-EXCEPTION-COUNT TO EXCEPTION-COUNT
                       MOVE CK-VESSEL-PENDING TO VESSEL-PENDING-SWITCH
                       MOVE CK-VESSEL-SKIP TO VESSEL-SKIP-SWITCH
                       MOVE CK-WAYPOINT-OPEN TO WAYPOINT-OPEN-SWITCH
                       PERFORM CHECKPOINT-RESTORE-COUNTERS
                       SET IS-RESTARTING TO TRUE
               END-READ
           ELSE
               MOVE ZERO TO BLOCK-LINE-COUNT
           END-IF.
           IF CK-WAYPOINT-COUNT NUMERIC
               MOVE CK-WAYPOINT-COUNT TO WAYPOINT-COUNT
           ELSE
               MOVE ZERO TO WAYPOINT-COUNT
           END-IF.

       *> write a checkpoint every 10 records so a restart can resume
       CHECKPOINT-SAVE-IF-DUE.
           MOVE TRACE-COUNT TO CK-TRACE-COUNT.
           MOVE REJECT-COUNT TO CK-REJECT-COUNT.
           MOVE BLOCK-LINE-COUNT TO CK-BLOCK-LINE-COUNT.
           MOVE WAYPOINT-COUNT TO CK-WAYPOINT-COUNT.
           MOVE WAYPOINT-OPEN-SWITCH TO CK-WAYPOINT-OPEN.
           WRITE CHECKPOINTRECORD.
           CLOSE CHECKPOINTF.


       *> one control record per execution, appended to the shared
       *> run ledger, with proof that every input record is accounted
       *> for: read = headers + waypoints + trailers + traced +
       *> rejected
       WRITE-RUN-LEDGER.
           ACCEPT RUN-TIME-RAW FROM TIME.
           OPEN EXTEND LEDGERF.
           MOVE EXCEPTION-COUNT TO RL-EXCEPTIONS.
           MOVE REPORT-COUNT TO RL-REPORTED.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           COMPUTE BALANCE-WORK = HEADER-COUNT + WAYPOINT-COUNT
               + TRAILER-COUNT + TRACE-COUNT + REJECT-COUNT.
           IF BALANCE-WORK = REC-COUNT
               MOVE 'Y' TO RL-BALANCED
           ELSE
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
           MOVE EAST TO SHIP-HEADING.
           ADD 1 TO HEADER-COUNT.
           SET VESSEL-PENDING TO TRUE.
           SET WAYPOINT-ALLOWED TO TRUE.
           PERFORM WRITE-TRACE-HEADER.

       *> continuation header: a passage split across daily batches
           MOVE CONT-LAST-DIR(CONT-IDX) TO SHIP-HEADING.
           MOVE ZERO TO TOTAL-DIST.
           MOVE ZERO TO ROTATION-COUNT.
           MOVE CONT-LAST-WX(CONT-IDX) TO WX.
           MOVE CONT-LAST-WY(CONT-IDX) TO WY.
           ADD 1 TO HEADER-COUNT.
           SET VESSEL-PENDING TO TRUE.
           PERFORM WRITE-TRACE-HEADER.

       *> waypoint record: straight after an H header it replaces the
       *> standard 10 east, 1 north the voyage starts steering for;
       *> it belongs to the header, so it is not one of the block's
       *> instruction lines the trailer counts
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
           PERFORM WRITE-TRACE-HEADER.

       *> vessel trailer: end of block, report the finished voyage
       HANDLE-TRAILER.
           ADD 1 TO TRAILER-COUNT.
           MOVE VOYAGE-FUEL TO RP-FUEL.
           PERFORM RESOLVE-BERTH.
           MOVE BERTH-NAME-WORK TO RP-BERTH-NAME.
           MOVE WX TO RP-WX.
           MOVE WY TO RP-WY.
           WRITE REPORTRECORD.
           ADD VOYAGE-FUEL TO FLEET-FUEL.
           ADD 1 TO REPORT-COUNT.
       *> from a continuation when one hull sails twice in a run; not
       *> counted with the traced instruction lines in the run ledger
       *> (the action byte carries H or C so trace readers know
       *> whether the block opened at the berth or mid-passage, and
       *> P where a waypoint record set the starting waypoint)
       WRITE-TRACE-HEADER.
           MOVE SPACES TO TRACERECORD.
           MOVE REC-COUNT TO TR-REC-NUM.
