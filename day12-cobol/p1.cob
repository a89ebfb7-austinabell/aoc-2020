               SELECT LEDGERF ASSIGN TO "run-ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-FSTATUS.
               SELECT RUNDATEF ASSIGN TO "rundate-parm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RD-FSTATUS.
               SELECT MASTERF ASSIGN TO "vessel-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               SELECT TIMINGF ASSIGN TO "timing-p1.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TM-FSTATUS.
               SELECT SERVINTF ASSIGN TO "service-intervals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SI-FSTATUS.
               SELECT SERVHISTF ASSIGN TO "service-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SH-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
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
               05 CK-MAX-GAP PIC 9(8).
               05 FILLER PIC X.
               05 CK-BLOCK-LINE-COUNT PIC 9(6).
               05 FILLER PIC X.
               05 CK-WAYPOINT-COUNT PIC 9(6).
               05 FILLER PIC X.
               05 CK-WAYPOINT-OPEN PIC X.

           FD REPORTF.
               01 REPORTRECORD.
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

           FD TIMINGF.
               01 TIMINGRECORD.
               05 TM-MAX-GAP-SECS PIC 9(8).
               05 FILLER PIC X.
               05 TM-STAMPED-ORDERS PIC 9(6).
               05 FILLER PIC X.
               05 TM-REPORT-REC PIC 9(6).

           FD BERTHF.
               01 BERTHRECORD.
               05 FILLER PIC X.
               05 BE-RADIUS PIC 9(4).

       *> maintenance interval per vessel class: a class falls due
       *> once it has steamed the distance limit or made the voyage
       *> limit since its last service (a zero limit is not used)
           FD SERVINTF.
               01 SERVINTRECORD.
               05 SI-CLASS PIC X(8).
               05 FILLER PIC X.
               05 SI-DIST-LIMIT PIC 9(10).
               05 FILLER PIC X.
               05 SI-VOYAGE-LIMIT PIC 9(6).
               05 FILLER PIC X.
               05 SI-WARN-DIST PIC 9(8).
               05 FILLER PIC X.
               05 SI-WARN-VOYAGES PIC 9(4).

       *> one line per completed service: the date and the master's
       *> cumulative distance and voyage count at that service
           FD SERVHISTF.
               01 SERVHISTRECORD.
               05 SH-VESSEL-ID PIC 9(3).
               05 FILLER PIC X.
               05 SH-SERVICE-DATE PIC 9(8).
               05 FILLER PIC X.
               05 SH-CUM-DIST PIC 9(10).
               05 FILLER PIC X.
               05 SH-VOYAGE-COUNT PIC 9(6).

           FD VARIANCEF.
               01 VARIANCERECORD.
               05 VA-RUN-DATE PIC 9(8).
               88 FR-FS-NOT-FOUND VALUE '35'.
           01 FS-FSTATUS PIC X(2) VALUE SPACES.
               88 FS-FS-OK VALUE '00'.
           01 RD-FSTATUS PIC X(2) VALUE SPACES.
               88 RD-FS-OK VALUE '00'.
               88 RD-FS-NOT-FOUND VALUE '35'.
           01 RL-FSTATUS PIC X(2) VALUE SPACES.
               88 RL-FS-OK VALUE '00'.
               88 RL-FS-NOT-FOUND VALUE '35'.
               88 BE-FS-OK VALUE '00'.
               88 BE-FS-EOF VALUE '10'.
               88 BE-FS-NOT-FOUND VALUE '35'.
           01 SI-FSTATUS PIC X(2) VALUE SPACES.
               88 SI-FS-OK VALUE '00'.
               88 SI-FS-EOF VALUE '10'.
               88 SI-FS-NOT-FOUND VALUE '35'.
           01 SH-FSTATUS PIC X(2) VALUE SPACES.
               88 SH-FS-OK VALUE '00'.
               88 SH-FS-EOF VALUE '10'.
               88 SH-FS-NOT-FOUND VALUE '35'.
           01 LINE-LEN PIC 9(2) COMP.
           01 REC-COUNT PIC 9(6) COMP VALUE ZERO.
           01 CKPT-REC-COUNT PIC 9(6) COMP VALUE ZERO.
           01 HDR CONSTANT AS 'H'.
           01 TRL CONSTANT AS 'T'.
           01 CONT CONSTANT AS 'C'.
           01 WPT CONSTANT AS 'P'.
           01 CURR-DIR PIC X VALUE EAST.
           01 VESSEL-ID PIC 9(3) VALUE ZERO.
           01 X PIC S9(8) VALUE ZERO.
           01 TRACE-COUNT PIC 9(6) VALUE ZERO.
           01 REJECT-COUNT PIC 9(6) VALUE ZERO.
           01 BLOCK-LINE-COUNT PIC 9(6) VALUE ZERO.
           01 WAYPOINT-COUNT PIC 9(6) VALUE ZERO.
           01 WAYPOINT-OPEN-SWITCH PIC X VALUE 'N'.
               88 WAYPOINT-ALLOWED VALUE 'Y'.
           01 BALANCE-WORK PIC 9(7) VALUE ZERO.
           01 RUN-TIME-RAW.
               05 RT-HHMMSS PIC 9(6).
               10 CONT-LAST-X PIC S9(8).
               10 CONT-LAST-Y PIC S9(8).
               10 CONT-LAST-DIR PIC X.
               10 CONT-CUM-DIST PIC 9(10).
               10 CONT-VOYAGES PIC 9(6).


       *> berth directory: named tie-up points with a capture radius,
               10 BT-Y PIC S9(8).
               10 BT-RADIUS PIC 9(4).

       *> service intervals by vessel class, at most 20 classes, and
       *> each vessel's latest service slotted by vessel id; together
       *> with the master's running totals they say who is past due
           01 SERVICE-LOADED-SWITCH PIC X VALUE 'N'.
               88 SERVICE-LOADED VALUE 'Y'.
           01 INTERVAL-COUNT PIC 9(2) COMP VALUE ZERO.
           01 INTERVAL-DROPPED PIC 9(4) COMP VALUE ZERO.
           01 INTERVAL-IDX PIC 9(2) COMP VALUE ZERO.
           01 INTERVAL-FOUND-IDX PIC 9(2) COMP VALUE ZERO.
           01 SERVICE-BAD-COUNT PIC 9(4) COMP VALUE ZERO.
           01 SERVICE-IDX PIC 9(4) COMP VALUE ZERO.
           01 SINCE-DIST PIC 9(10) VALUE ZERO.
           01 SINCE-VOYAGES PIC 9(6) VALUE ZERO.
           01 SERVICE-DUE-SWITCH PIC X VALUE 'N'.
               88 SERVICE-OVERDUE VALUE 'Y'.
           01 INTERVAL-TABLE.
               05 INTERVAL-ENTRY OCCURS 20 TIMES.
               10 IT-CLASS PIC X(8).
               10 IT-DIST-LIMIT PIC 9(10).
               10 IT-VOYAGE-LIMIT PIC 9(6).
           01 SERVICE-TABLE.
               05 SERVICE-ENTRY OCCURS 1000 TIMES.
               10 SERVICE-DATE PIC 9(8).
               10 SERVICE-CUM-DIST PIC 9(10).
               10 SERVICE-VOYAGES PIC 9(6).

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM RUN-DATE-OVERRIDE.
           OPEN INPUT INPUTF.
           IF NOT FS-OK
               DISPLAY 'INPUTF OPEN FAILED, FILE STATUS = ' FSTATUS
           PERFORM CORRECTION-LOAD.
           PERFORM RATE-LOAD.
           PERFORM MASTER-LOAD.
           PERFORM SERVICE-LOAD.
           PERFORM BERTH-LOAD.
           PERFORM CHECKPOINT-RESTORE.
           PERFORM EXHIST-OPEN.
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
                       PERFORM CHECKPOINT-RESTORE-TIMING
                       SET IS-RESTARTING TO TRUE
           ELSE
               MOVE ZERO TO BLOCK-LINE-COUNT
           END-IF.
           IF CK-WAYPOINT-COUNT NUMERIC
               MOVE CK-WAYPOINT-COUNT TO WAYPOINT-COUNT
           ELSE
               MOVE ZERO TO WAYPOINT-COUNT
           END-IF.

       *> the timing fields follow the same rule as the newer
       *> counters: a checkpoint written before they existed restores
           MOVE TRACE-COUNT TO CK-TRACE-COUNT.
           MOVE REJECT-COUNT TO CK-REJECT-COUNT.
           MOVE BLOCK-LINE-COUNT TO CK-BLOCK-LINE-COUNT.
           MOVE WAYPOINT-COUNT TO CK-WAYPOINT-COUNT.
           MOVE WAYPOINT-OPEN-SWITCH TO CK-WAYPOINT-OPEN.
           MOVE VOYAGE-STAMP-COUNT TO CK-STAMP-COUNT.
           MOVE VOYAGE-FIRST-STAMP TO CK-FIRST-STAMP.
           MOVE VOYAGE-LAST-STAMP TO CK-LAST-STAMP.

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
                       MOVE VM-CUM-DIST TO CONT-CUM-DIST(CONT-IDX)
                       MOVE VM-VOYAGE-COUNT TO CONT-VOYAGES(CONT-IDX)
                   END-IF
           END-READ.
           IF NOT VM-FS-OK AND NOT VM-FS-EOF
                       MOVE OM-LAST-X TO CONT-LAST-X(CONT-IDX)
                       MOVE OM-LAST-Y TO CONT-LAST-Y(CONT-IDX)
                       MOVE OM-LAST-DIR TO CONT-LAST-DIR(CONT-IDX)
                       MOVE OM-CUM-DIST TO CONT-CUM-DIST(CONT-IDX)
                       MOVE OM-VOYAGE-COUNT TO CONT-VOYAGES(CONT-IDX)
                   END-IF
           END-READ.
           IF NOT OM-FS-OK AND NOT OM-FS-EOF
           END-IF.


       *> pull the service intervals and the service history; with
       *> no intervals on file nobody can fall due and the check is
       *> off, while a vessel with no history is measured from its
       *> first voyage
       SERVICE-LOAD.
           MOVE ZERO TO SERVICE-TABLE.
           OPEN INPUT SERVINTF.
           IF SI-FS-NOT-FOUND
               DISPLAY 'SERVINTF NOT FOUND, SERVICE CHECK OFF'
               EXIT PARAGRAPH
           END-IF.
           IF NOT SI-FS-OK
               DISPLAY 'SERVINTF OPEN FAILED, FILE STATUS = '
                   SI-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SERVICE-INTERVAL-READ UNTIL SI-FS-EOF.
           CLOSE SERVINTF.
           IF INTERVAL-DROPPED > ZERO
               DISPLAY 'INTERVAL TABLE FULL, ' INTERVAL-DROPPED
                   ' CLASSES NOT CHECKED'
           END-IF.
           SET SERVICE-LOADED TO TRUE.
           OPEN INPUT SERVHISTF.
           IF SH-FS-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF NOT SH-FS-OK
               DISPLAY 'SERVHISTF OPEN FAILED, FILE STATUS = '
                   SH-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SERVICE-HISTORY-READ UNTIL SH-FS-EOF.
           CLOSE SERVHISTF.
           IF SERVICE-BAD-COUNT > ZERO
               DISPLAY 'SERVHISTF: ' SERVICE-BAD-COUNT
                   ' UNUSABLE LINES SKIPPED'
           END-IF.

       SERVICE-INTERVAL-READ.
           READ SERVINTF
               AT END CONTINUE
               NOT AT END
                   IF SI-DIST-LIMIT NOT NUMERIC
                       OR SI-VOYAGE-LIMIT NOT NUMERIC
                       OR SI-WARN-DIST NOT NUMERIC
                       OR SI-WARN-VOYAGES NOT NUMERIC
                       CONTINUE
                   ELSE
                       IF INTERVAL-COUNT < 20
                           ADD 1 TO INTERVAL-COUNT
                           MOVE SI-CLASS TO IT-CLASS(INTERVAL-COUNT)
                           MOVE SI-DIST-LIMIT
                               TO IT-DIST-LIMIT(INTERVAL-COUNT)
                           MOVE SI-VOYAGE-LIMIT
                               TO IT-VOYAGE-LIMIT(INTERVAL-COUNT)
                       ELSE
                           ADD 1 TO INTERVAL-DROPPED
                       END-IF
                   END-IF
           END-READ.
           IF NOT SI-FS-OK AND NOT SI-FS-EOF
               DISPLAY 'SERVINTF READ ERROR, FILE STATUS = '
                   SI-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> the history is appended to over the years; the latest
       *> service date on file for a vessel is the one that counts
       SERVICE-HISTORY-READ.
           READ SERVHISTF
               AT END CONTINUE
               NOT AT END
                   IF SH-VESSEL-ID NOT NUMERIC
                       OR SH-SERVICE-DATE NOT NUMERIC
                       OR SH-CUM-DIST NOT NUMERIC
                       OR SH-VOYAGE-COUNT NOT NUMERIC
                       ADD 1 TO SERVICE-BAD-COUNT
                   ELSE
                       COMPUTE SERVICE-IDX = SH-VESSEL-ID + 1
                       IF SH-SERVICE-DATE NOT <
                           SERVICE-DATE(SERVICE-IDX)
                           MOVE SH-SERVICE-DATE
                               TO SERVICE-DATE(SERVICE-IDX)
                           MOVE SH-CUM-DIST
                               TO SERVICE-CUM-DIST(SERVICE-IDX)
                           MOVE SH-VOYAGE-COUNT
                               TO SERVICE-VOYAGES(SERVICE-IDX)
                       END-IF
                   END-IF
           END-READ.
           IF NOT SH-FS-OK AND NOT SH-FS-EOF
               DISPLAY 'SERVHISTF READ ERROR, FILE STATUS = '
                   SH-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> past due means the master's running distance or voyage
       *> count has reached the class limit since the last service;
       *> a vessel the master has never seen has nothing to measure
       SERVICE-CHECK.
           MOVE 'N' TO SERVICE-DUE-SWITCH.
           IF NOT SERVICE-LOADED OR NOT REGISTRY-LOADED
               OR NOT MASTER-LOADED
               EXIT PARAGRAPH
           END-IF.
           COMPUTE CONT-IDX = VESSEL-ID + 1.
           IF NOT CONT-ON-FILE(CONT-IDX)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE REG-IDX = VESSEL-ID + 1.
           MOVE ZERO TO INTERVAL-FOUND-IDX.
           PERFORM INTERVAL-LOOKUP
               VARYING INTERVAL-IDX FROM 1 BY 1
               UNTIL INTERVAL-IDX > INTERVAL-COUNT.
           IF INTERVAL-FOUND-IDX = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE CONT-IDX TO SERVICE-IDX.
           MOVE ZERO TO SINCE-DIST.
           MOVE ZERO TO SINCE-VOYAGES.
           IF CONT-CUM-DIST(CONT-IDX) > SERVICE-CUM-DIST(SERVICE-IDX)
               COMPUTE SINCE-DIST = CONT-CUM-DIST(CONT-IDX)
                   - SERVICE-CUM-DIST(SERVICE-IDX)
           END-IF.
           IF CONT-VOYAGES(CONT-IDX) > SERVICE-VOYAGES(SERVICE-IDX)
               COMPUTE SINCE-VOYAGES = CONT-VOYAGES(CONT-IDX)
                   - SERVICE-VOYAGES(SERVICE-IDX)
           END-IF.
           IF IT-DIST-LIMIT(INTERVAL-FOUND-IDX) > ZERO
               AND SINCE-DIST NOT < IT-DIST-LIMIT(INTERVAL-FOUND-IDX)
               SET SERVICE-OVERDUE TO TRUE
           END-IF.
           IF IT-VOYAGE-LIMIT(INTERVAL-FOUND-IDX) > ZERO
               AND SINCE-VOYAGES
                   NOT < IT-VOYAGE-LIMIT(INTERVAL-FOUND-IDX)
               SET SERVICE-OVERDUE TO TRUE
           END-IF.

       INTERVAL-LOOKUP.
           IF IT-CLASS(INTERVAL-IDX) = REGISTRY-CLASS(REG-IDX)
               MOVE INTERVAL-IDX TO INTERVAL-FOUND-IDX
           END-IF.

       *> pull the berth directory; with no directory on file the
       *> berth name stays blank on every report line
       BERTH-LOAD.
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
           PERFORM RESET-VOYAGE-TIMING.
           ADD 1 TO HEADER-COUNT.
           SET VESSEL-PENDING TO TRUE.
           SET WAYPOINT-ALLOWED TO TRUE.
           PERFORM WRITE-TRACE-HEADER.
           PERFORM SERVICE-CHECK.
           IF SERVICE-OVERDUE
               PERFORM FLAG-SERVICE-OVERDUE
           END-IF.

       *> continuation header: a passage split across daily batches
       *> reopens where the master last saw the vessel, not the berth
           SET VESSEL-PENDING TO TRUE.
           PERFORM WRITE-TRACE-HEADER.

       *> waypoint record: only p2's rules steer by the waypoint, so
       *> p1 sails on unchanged, but it screens the record exactly as
       *> p2 does so both report the same exceptions; it belongs to
       *> the header and is not one of the lines the trailer counts
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
           ADD 1 TO WAYPOINT-COUNT.

       *> vessel trailer: end of block, report the finished voyage
       HANDLE-TRAILER.
           ADD 1 TO TRAILER-COUNT.
           MOVE ZERO TO VOYAGE-MAX-GAP.

       *> one line per timed voyage: elapsed wall time, average speed
       *> in units per hour of elapsed time, the longest idle gap
       *> between consecutive orders, and the ordinal of the voyage's
       *> line in report-p1.txt; an untimed voyage writes no line, so
       *> readers match on that ordinal, never on order of arrival
       WRITE-TIMING.
           IF VOYAGE-STAMP-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE VOYAGE-MAX-GAP TO TM-MAX-GAP-SECS.
           MOVE VOYAGE-STAMP-COUNT TO TM-STAMPED-ORDERS.
           MOVE REPORT-COUNT TO TM-REPORT-REC.
           WRITE TIMINGRECORD.

       *> malformed instruction line: log it and keep going
           WRITE EXCEPTIONRECORD.
           PERFORM WRITE-EXCEPTION-HISTORY.

       *> a vessel past its service interval still sails: the block
       *> is flagged for the drydock planners but nothing is rejected,
       *> so the header stays counted as a header in the ledger
       FLAG-SERVICE-OVERDUE.
           ADD 1 TO EXCEPTION-COUNT.
           MOVE SPACES TO EXCEPTIONRECORD.
           MOVE REC-COUNT TO EX-REC-NUM.
           MOVE VESSEL-ID TO EX-VESSEL-ID.
           MOVE HDR TO EX-ACTION.
           MOVE VESSEL-ID TO EX-ARG.
           MOVE 54 TO EX-REASON-CODE.
           MOVE 'VESSEL SERVICE OVERDUE' TO EX-REASON-TEXT.
           WRITE EXCEPTIONRECORD.
           PERFORM WRITE-EXCEPTION-HISTORY.

       *> the dated exception history only ever grows; it is opened
       *> EXTEND on every run, fresh or restarted
       EXHIST-OPEN.
