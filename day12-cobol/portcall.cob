       IDENTIFICATION DIVISION.
       PROGRAM-ID. aoc-day12-portcall.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT BERTHF ASSIGN TO "berths.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BE-FSTATUS.
               SELECT TRACEF ASSIGN TO "trace-p1.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TR-FSTATUS.
               SELECT TIMINGF ASSIGN TO "timing-p1.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TM-FSTATUS.
               SELECT PORTCALLF ASSIGN TO "port-calls-p1.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-FSTATUS.
               SELECT DWELLF ASSIGN TO "berth-dwell.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DW-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
           FD BERTHF.
               01 BERTHRECORD.
               05 BE-BERTH-ID PIC 9(3).
               05 FILLER PIC X.
               05 BE-NAME PIC X(20).
               05 FILLER PIC X.
               05 BE-X PIC S9(8) SIGN LEADING SEPARATE.
               05 FILLER PIC X.
               05 BE-Y PIC S9(8) SIGN LEADING SEPARATE.
               05 FILLER PIC X.
               05 BE-RADIUS PIC 9(4).

           FD TRACEF.
               01 TRACERECORD.
               05 TR-REC-NUM PIC 9(6).
               05 FILLER PIC X.
               05 TR-VESSEL-ID PIC 9(3).
               05 FILLER PIC X.
               05 TR-ACTION PIC X.
               05 FILLER PIC X.
               05 TR-ARG PIC 9(3).
               05 FILLER PIC X.
               05 TR-X PIC S9(8) SIGN LEADING SEPARATE.
               05 FILLER PIC X.
               05 TR-Y PIC S9(8) SIGN LEADING SEPARATE.
               05 FILLER PIC X.
               05 TR-DIR PIC X.

           FD TIMINGF.
               01 TIMINGRECORD.
               05 TM-RUN-DATE PIC 9(8).
               05 FILLER PIC X.
               05 TM-VESSEL-ID PIC 9(3).
               05 FILLER PIC X.
               05 TM-FIRST-STAMP PIC 9(14).
               05 FILLER PIC X.
               05 TM-LAST-STAMP PIC 9(14).
               05 FILLER PIC X.
               05 TM-ELAPSED-SECS PIC 9(8).
               05 FILLER PIC X.
               05 TM-AVG-SPEED PIC 9(6).9(2).
               05 FILLER PIC X.
               05 TM-MAX-GAP-SECS PIC 9(8).
               05 FILLER PIC X.
               05 TM-STAMPED-ORDERS PIC 9(6).
               05 FILLER PIC X.
               05 TM-REPORT-REC PIC 9(6).

       *> one event per crossing of a berth's capture radius; a
       *> departure carries how many trace records the vessel spent
       *> alongside since it arrived
           FD PORTCALLF.
               01 PORTCALLRECORD.
               05 PC-RUN-DATE PIC 9(8).
               05 FILLER PIC X.
               05 PC-REC-NUM PIC 9(6).
               05 FILLER PIC X.
               05 PC-VESSEL-ID PIC 9(3).
               05 FILLER PIC X.
               05 PC-EVENT PIC X(6).
               05 FILLER PIC X.
               05 PC-BERTH-ID PIC 9(3).
               05 FILLER PIC X.
               05 PC-BERTH-NAME PIC X(20).
               05 FILLER PIC X.
               05 PC-X PIC S9(8) SIGN LEADING SEPARATE.
               05 FILLER PIC X.
               05 PC-Y PIC S9(8) SIGN LEADING SEPARATE.
               05 FILLER PIC X.
               05 PC-ALONGSIDE PIC 9(6).

           FD DWELLF.
               01 DWELLLINE PIC X(80).

       WORKING-STORAGE SECTION.
           01 BE-FSTATUS PIC X(2) VALUE SPACES.
               88 BE-FS-OK VALUE '00'.
               88 BE-FS-EOF VALUE '10'.
               88 BE-FS-NOT-FOUND VALUE '35'.
           01 TR-FSTATUS PIC X(2) VALUE SPACES.
               88 TR-FS-OK VALUE '00'.
               88 TR-FS-EOF VALUE '10'.
               88 TR-FS-NOT-FOUND VALUE '35'.
           01 TM-FSTATUS PIC X(2) VALUE SPACES.
               88 TM-FS-OK VALUE '00'.
               88 TM-FS-EOF VALUE '10'.
               88 TM-FS-NOT-FOUND VALUE '35'.
           01 PC-FSTATUS PIC X(2) VALUE SPACES.
               88 PC-FS-OK VALUE '00'.
           01 DW-FSTATUS PIC X(2) VALUE SPACES.
               88 DW-FS-OK VALUE '00'.
           01 HDR CONSTANT AS 'H'.
           01 CONT CONSTANT AS 'C'.
           01 RUN-DATE PIC 9(8) VALUE ZERO.
           01 IDX PIC 9(4) COMP VALUE ZERO.
           01 EVENT-COUNT PIC 9(6) COMP VALUE ZERO.
           01 TOTAL-CALLS PIC 9(6) VALUE ZERO.
           01 TOTAL-RECORDS PIC 9(8) VALUE ZERO.

       *> berth directory with this run's dwell figures alongside
       *> each berth; same capture rule as p1's RESOLVE-BERTH
           01 BERTH-COUNT PIC 9(3) COMP VALUE ZERO.
           01 BERTH-DROPPED PIC 9(4) COMP VALUE ZERO.
           01 BERTH-BAD-COUNT PIC 9(4) COMP VALUE ZERO.
           01 BERTH-IDX PIC 9(3) COMP VALUE ZERO.
           01 BERTH-FOUND PIC 9(3) COMP VALUE ZERO.
           01 BERTH-BEST-DIST PIC 9(9) VALUE ZERO.
           01 BERTH-DIST-WORK PIC 9(9) VALUE ZERO.
           01 BERTH-TABLE.
               05 BERTH-ENTRY OCCURS 200 TIMES.
               10 BT-BERTH-ID PIC 9(3).
               10 BT-NAME PIC X(20).
               10 BT-X PIC S9(8).
               10 BT-Y PIC S9(8).
               10 BT-RADIUS PIC 9(4).
               10 BT-CALLS PIC 9(6).
               10 BT-VESSELS PIC 9(4).
               10 BT-RECORDS PIC 9(8).
               10 BT-TIMED PIC 9(8).
               10 BT-SECS PIC 9(10).

       *> which vessels have been alongside each berth this run, so
       *> a vessel calling twice is still one vessel
           01 CALLER-TABLE.
               05 CALLER-BERTH OCCURS 200 TIMES.
               10 CALLER-FLAG OCCURS 1000 TIMES PIC X.
                   88 CALLER-SEEN VALUE 'Y'.

       *> order stamps from the timing report, slotted by vessel id
       *> (slot = id + 1): total elapsed seconds over total gaps
       *> between stamped orders gives the vessel's seconds per
       *> trace record; untimed vessels add records but no time
           01 TIMING-TABLE.
               05 TIMING-ENTRY OCCURS 1000 TIMES.
               10 TS-ELAPSED PIC 9(10).
               10 TS-GAPS PIC 9(8).
           01 SECS-PER-RECORD PIC 9(8) VALUE ZERO.

       *> the vessel being walked and the berth it currently lies at
       *> (zero when clear of every berth)
           01 CUR-VESSEL PIC 9(3) VALUE ZERO.
           01 CUR-SLOT PIC 9(4) COMP VALUE ZERO.
           01 CUR-REC-NUM PIC 9(6) VALUE ZERO.
           01 CUR-BERTH PIC 9(3) COMP VALUE ZERO.
           01 ALONGSIDE-COUNT PIC 9(6) VALUE ZERO.
           01 PORT-EVENT PIC X(6) VALUE SPACES.
           01 VESSEL-OPEN-SWITCH PIC X VALUE 'N'.
               88 VESSEL-OPEN VALUE 'Y'.
           01 POS-X PIC S9(8) VALUE ZERO.
           01 POS-Y PIC S9(8) VALUE ZERO.
           01 END-X PIC S9(8) VALUE ZERO.
           01 END-Y PIC S9(8) VALUE ZERO.
           01 STEP-COUNT PIC 9(8) COMP VALUE ZERO.
           01 STEP-DX PIC S9(8) VALUE ZERO.
           01 STEP-DY PIC S9(8) VALUE ZERO.

           01 DETAIL-LINE.
               05 DL-BERTH PIC 9(3).
               05 FILLER PIC X(2).
               05 DL-NAME PIC X(20).
               05 FILLER PIC X(2).
               05 DL-CALLS PIC 9(6).
               05 FILLER PIC X(2).
               05 DL-VESSELS PIC 9(4).
               05 FILLER PIC X(2).
               05 DL-RECORDS PIC 9(8).
               05 FILLER PIC X(2).
               05 DL-TIMED PIC 9(8).
               05 FILLER PIC X(2).
               05 DL-SECS PIC 9(10).

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO CALLER-TABLE.
           MOVE ZERO TO TIMING-TABLE.
           PERFORM BERTH-LOAD.
           PERFORM TIMING-LOAD.
           OPEN OUTPUT PORTCALLF.
           IF NOT PC-FS-OK
               DISPLAY 'PORTCALLF OPEN FAILED, FILE STATUS = '
                   PC-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF BERTH-COUNT > ZERO
               PERFORM SCREEN-TRACE
           END-IF.
           CLOSE PORTCALLF.
           OPEN OUTPUT DWELLF.
           IF NOT DW-FS-OK
               DISPLAY 'DWELLF OPEN FAILED, FILE STATUS = ' DW-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-DWELL-REPORT.
           CLOSE DWELLF.
           DISPLAY 'PORT CALLS: ' EVENT-COUNT ' EVENTS, '
               TOTAL-CALLS ' CALLS'.
           STOP RUN.

       *> pull the berth directory; without one there are no berths
       *> to call at and both outputs are left empty
       BERTH-LOAD.
           OPEN INPUT BERTHF.
           IF BE-FS-NOT-FOUND
               DISPLAY 'BERTHF NOT FOUND, NO PORT CALLS TRACKED'
               EXIT PARAGRAPH
           END-IF.
           IF NOT BE-FS-OK
               DISPLAY 'BERTHF OPEN FAILED, FILE STATUS = ' BE-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM BERTH-LOAD-READ UNTIL BE-FS-EOF.
           CLOSE BERTHF.
           IF BERTH-BAD-COUNT > ZERO
               DISPLAY 'BERTHF: ' BERTH-BAD-COUNT
                   ' UNUSABLE LINES SKIPPED'
           END-IF.
           IF BERTH-DROPPED > ZERO
               DISPLAY 'BERTH TABLE FULL, ' BERTH-DROPPED
                   ' BERTHS NOT TRACKED'
           END-IF.

       BERTH-LOAD-READ.
           READ BERTHF
               AT END CONTINUE
               NOT AT END
                   IF BE-BERTH-ID NOT NUMERIC
                       ADD 1 TO BERTH-BAD-COUNT
                   ELSE
                       IF BERTH-COUNT < 200
                           ADD 1 TO BERTH-COUNT
                           PERFORM BERTH-LOAD-ENTRY
                       ELSE
                           ADD 1 TO BERTH-DROPPED
                       END-IF
                   END-IF
           END-READ.
           IF NOT BE-FS-OK AND NOT BE-FS-EOF
               DISPLAY 'BERTHF READ ERROR, FILE STATUS = ' BE-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       BERTH-LOAD-ENTRY.
           MOVE BE-BERTH-ID TO BT-BERTH-ID(BERTH-COUNT).
           MOVE BE-NAME TO BT-NAME(BERTH-COUNT).
           MOVE BE-X TO BT-X(BERTH-COUNT).
           MOVE BE-Y TO BT-Y(BERTH-COUNT).
           MOVE BE-RADIUS TO BT-RADIUS(BERTH-COUNT).
           MOVE ZERO TO BT-CALLS(BERTH-COUNT).
           MOVE ZERO TO BT-VESSELS(BERTH-COUNT).
           MOVE ZERO TO BT-RECORDS(BERTH-COUNT).
           MOVE ZERO TO BT-TIMED(BERTH-COUNT).
           MOVE ZERO TO BT-SECS(BERTH-COUNT).

       *> the timing report is optional; only voyages with at least
       *> two stamped orders have a gap to measure
       TIMING-LOAD.
           OPEN INPUT TIMINGF.
           IF TM-FS-NOT-FOUND
               DISPLAY 'TIMINGF NOT FOUND, DWELL TIME NOT MEASURED'
               EXIT PARAGRAPH
           END-IF.
           IF NOT TM-FS-OK
               DISPLAY 'TIMINGF OPEN FAILED, FILE STATUS = '
                   TM-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM TIMING-LOAD-READ UNTIL TM-FS-EOF.
           CLOSE TIMINGF.

       TIMING-LOAD-READ.
           READ TIMINGF
               AT END CONTINUE
               NOT AT END
                   IF TM-VESSEL-ID NUMERIC
                       AND TM-ELAPSED-SECS NUMERIC
                       AND TM-STAMPED-ORDERS NUMERIC
                       AND TM-STAMPED-ORDERS > 1
                       COMPUTE IDX = TM-VESSEL-ID + 1
                       ADD TM-ELAPSED-SECS TO TS-ELAPSED(IDX)
                       COMPUTE TS-GAPS(IDX) = TS-GAPS(IDX)
                           + TM-STAMPED-ORDERS - 1
                   END-IF
           END-READ.
           IF NOT TM-FS-OK AND NOT TM-FS-EOF
               DISPLAY 'TIMINGF READ ERROR, FILE STATUS = '
                   TM-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> the p1 ship moves one axis at a time, so a leg is walked in
       *> unit steps along that axis, as aoc-day12-zones does; a
       *> berth passed through mid-leg is still a call
       SCREEN-TRACE.
           OPEN INPUT TRACEF.
           IF TR-FS-NOT-FOUND
               DISPLAY 'TRACEF NOT FOUND, NO PORT CALLS TRACKED'
               EXIT PARAGRAPH
           END-IF.
           IF NOT TR-FS-OK
               DISPLAY 'TRACEF OPEN FAILED, FILE STATUS = ' TR-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO VESSEL-OPEN-SWITCH.
           PERFORM TRACE-READ UNTIL TR-FS-EOF.
           CLOSE TRACEF.

       TRACE-READ.
           READ TRACEF
               AT END CONTINUE
               NOT AT END PERFORM TRACE-RECORD
           END-READ.
           IF NOT TR-FS-OK AND NOT TR-FS-EOF
               DISPLAY 'TRACEF READ ERROR, FILE STATUS = ' TR-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       TRACE-RECORD.
           MOVE TR-REC-NUM TO CUR-REC-NUM.
           IF TR-ACTION = HDR OR TR-ACTION = CONT
               MOVE TR-VESSEL-ID TO CUR-VESSEL
               MOVE TR-X TO POS-X
               MOVE TR-Y TO POS-Y
               PERFORM VESSEL-RESET
               EXIT PARAGRAPH
           END-IF.
           IF NOT VESSEL-OPEN OR TR-VESSEL-ID NOT = CUR-VESSEL
               MOVE TR-VESSEL-ID TO CUR-VESSEL
               MOVE ZERO TO POS-X
               MOVE ZERO TO POS-Y
               PERFORM VESSEL-RESET
           END-IF.
           MOVE TR-X TO END-X.
           MOVE TR-Y TO END-Y.
           COMPUTE STEP-COUNT = FUNCTION ABS(END-X - POS-X)
               + FUNCTION ABS(END-Y - POS-Y).
           PERFORM WALK-LEG.
           IF CUR-BERTH > ZERO
               PERFORM NOTE-ALONGSIDE
           END-IF.

       *> a block starts wherever its header put the vessel; lying at
       *> a berth there is not a fresh call (it arrived on an earlier
       *> voyage), but leaving it is still a departure
       VESSEL-RESET.
           SET VESSEL-OPEN TO TRUE.
           COMPUTE CUR-SLOT = CUR-VESSEL + 1.
           MOVE ZERO TO ALONGSIDE-COUNT.
           PERFORM RESOLVE-BERTH.
           MOVE BERTH-FOUND TO CUR-BERTH.
           IF CUR-BERTH > ZERO
               PERFORM NOTE-CALLER
           END-IF.

       WALK-LEG.
           IF STEP-COUNT = ZERO
               MOVE END-X TO POS-X
               MOVE END-Y TO POS-Y
               EXIT PARAGRAPH
           END-IF.
           COMPUTE STEP-DX = (END-X - POS-X) / STEP-COUNT.
           COMPUTE STEP-DY = (END-Y - POS-Y) / STEP-COUNT.
           PERFORM WALK-STEP STEP-COUNT TIMES.

       WALK-STEP.
           ADD STEP-DX TO POS-X.
           ADD STEP-DY TO POS-Y.
           PERFORM RESOLVE-BERTH.
           IF BERTH-FOUND NOT = CUR-BERTH
               PERFORM BERTH-CHANGE
           END-IF.

       *> nearest berth whose capture radius covers the position,
       *> exactly as p1 resolves a voyage's final berth
       RESOLVE-BERTH.
           MOVE ZERO TO BERTH-FOUND.
           MOVE 999999999 TO BERTH-BEST-DIST.
           PERFORM RESOLVE-BERTH-ONE
               VARYING BERTH-IDX FROM 1 BY 1
               UNTIL BERTH-IDX > BERTH-COUNT.

       RESOLVE-BERTH-ONE.
           COMPUTE BERTH-DIST-WORK =
               FUNCTION ABS(POS-X - BT-X(BERTH-IDX))
               + FUNCTION ABS(POS-Y - BT-Y(BERTH-IDX)).
           IF BERTH-DIST-WORK NOT > BT-RADIUS(BERTH-IDX)
               AND BERTH-DIST-WORK < BERTH-BEST-DIST
               MOVE BERTH-DIST-WORK TO BERTH-BEST-DIST
               MOVE BERTH-IDX TO BERTH-FOUND
           END-IF.

       *> leaving one berth's radius and entering another's on the
       *> same step is a departure followed by an arrival
       BERTH-CHANGE.
           IF CUR-BERTH > ZERO
               MOVE 'DEPART' TO PORT-EVENT
               PERFORM WRITE-PORT-CALL
           END-IF.
           MOVE BERTH-FOUND TO CUR-BERTH.
           MOVE ZERO TO ALONGSIDE-COUNT.
           IF CUR-BERTH > ZERO
               ADD 1 TO BT-CALLS(CUR-BERTH)
               ADD 1 TO TOTAL-CALLS
               PERFORM NOTE-CALLER
               MOVE 'ARRIVE' TO PORT-EVENT
               PERFORM WRITE-PORT-CALL
           END-IF.

       NOTE-CALLER.
           IF NOT CALLER-SEEN(CUR-BERTH, CUR-SLOT)
               SET CALLER-SEEN(CUR-BERTH, CUR-SLOT) TO TRUE
               ADD 1 TO BT-VESSELS(CUR-BERTH)
           END-IF.

       *> every trace record that leaves the vessel inside a berth's
       *> radius is one record alongside; a timed vessel also adds
       *> its average gap between orders
       NOTE-ALONGSIDE.
           ADD 1 TO ALONGSIDE-COUNT.
           ADD 1 TO BT-RECORDS(CUR-BERTH).
           ADD 1 TO TOTAL-RECORDS.
           IF TS-GAPS(CUR-SLOT) > ZERO
               COMPUTE SECS-PER-RECORD ROUNDED =
                   TS-ELAPSED(CUR-SLOT) / TS-GAPS(CUR-SLOT)
               ADD SECS-PER-RECORD TO BT-SECS(CUR-BERTH)
               ADD 1 TO BT-TIMED(CUR-BERTH)
           END-IF.

       WRITE-PORT-CALL.
           ADD 1 TO EVENT-COUNT.
           MOVE SPACES TO PORTCALLRECORD.
           MOVE RUN-DATE TO PC-RUN-DATE.
           MOVE CUR-REC-NUM TO PC-REC-NUM.
           MOVE CUR-VESSEL TO PC-VESSEL-ID.
           MOVE PORT-EVENT TO PC-EVENT.
           MOVE BT-BERTH-ID(CUR-BERTH) TO PC-BERTH-ID.
           MOVE BT-NAME(CUR-BERTH) TO PC-BERTH-NAME.
           MOVE POS-X TO PC-X.
           MOVE POS-Y TO PC-Y.
           MOVE ALONGSIDE-COUNT TO PC-ALONGSIDE.
           WRITE PORTCALLRECORD.

       WRITE-DWELL-LINE.
           WRITE DWELLLINE.
           MOVE SPACES TO DWELLLINE.

       WRITE-DWELL-REPORT.
           MOVE SPACES TO DWELLLINE.
           STRING 'BERTH DWELL REPORT FOR RUN ' DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO DWELLLINE
           END-STRING.
           PERFORM WRITE-DWELL-LINE.
           PERFORM WRITE-DWELL-LINE.
           MOVE 'BTH  BERTH NAME' TO DWELLLINE.
           MOVE 'CALLS' TO DWELLLINE(28:5).
           MOVE 'VSLS' TO DWELLLINE(36:4).
           MOVE 'RECORDS' TO DWELLLINE(42:7).
           MOVE 'TIMED' TO DWELLLINE(52:5).
           MOVE 'ELAPSED SECS' TO DWELLLINE(62:12).
           PERFORM WRITE-DWELL-LINE.
           PERFORM WRITE-DWELL-BERTH
               VARYING BERTH-IDX FROM 1 BY 1
               UNTIL BERTH-IDX > BERTH-COUNT.
           IF BERTH-COUNT = ZERO
               MOVE 'NO BERTH DIRECTORY ON FILE.' TO DWELLLINE
               PERFORM WRITE-DWELL-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-DWELL-LINE.
           STRING 'TOTAL CALLS ' DELIMITED BY SIZE
               TOTAL-CALLS DELIMITED BY SIZE
               ', RECORDS ALONGSIDE ' DELIMITED BY SIZE
               TOTAL-RECORDS DELIMITED BY SIZE
               INTO DWELLLINE
           END-STRING.
           PERFORM WRITE-DWELL-LINE.
           MOVE 'ELAPSED SECS COVER THE TIMED RECORDS ONLY.'
               TO DWELLLINE.
           PERFORM WRITE-DWELL-LINE.

       *> every berth in the directory gets a line, idle or not, so
       *> the harbour master sees the quiet berths too
       WRITE-DWELL-BERTH.
           MOVE SPACES TO DETAIL-LINE.
           MOVE BT-BERTH-ID(BERTH-IDX) TO DL-BERTH.
           MOVE BT-NAME(BERTH-IDX) TO DL-NAME.
           MOVE BT-CALLS(BERTH-IDX) TO DL-CALLS.
           MOVE BT-VESSELS(BERTH-IDX) TO DL-VESSELS.
           MOVE BT-RECORDS(BERTH-IDX) TO DL-RECORDS.
           MOVE BT-TIMED(BERTH-IDX) TO DL-TIMED.
           MOVE BT-SECS(BERTH-IDX) TO DL-SECS.
           MOVE DETAIL-LINE TO DWELLLINE.
           PERFORM WRITE-DWELL-LINE.
