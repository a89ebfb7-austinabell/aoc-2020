               SELECT REPORTF ASSIGN TO "report-p1.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RP-FSTATUS.
               SELECT REPORT2F ASSIGN TO "report-p2.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS R2-FSTATUS.
               SELECT EXCEPTIONSF ASSIGN TO "exceptions-p1.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EX-FSTATUS.
               05 FILLER PIC X.
               05 RP-BERTH-NAME PIC X(20).

       *> p2's voyage report, read only for the waypoint each voyage
       *> finished on, so a continuation reopens with it
           FD REPORT2F.
               01 REPORT2RECORD.
               05 R2-RUN-DATE PIC 9(8).
               05 FILLER PIC X.
               05 R2-VESSEL-ID PIC 9(3).
               05 FILLER PIC X(74).
               05 R2-WX PIC S9(8) SIGN LEADING SEPARATE.
               05 FILLER PIC X.
               05 R2-WY PIC S9(8) SIGN LEADING SEPARATE.

           FD EXCEPTIONSF.
               01 EXCEPTIONRECORD.
               05 EX-REC-NUM PIC 9(6).
               05 VM-RECON-FLAG PIC X.
               05 VM-RECON-DELTA PIC S9(8) SIGN LEADING SEPARATE.
               05 VM-BERTH-NAME PIC X(20).
               05 VM-LAST-WX PIC S9(8) SIGN LEADING SEPARATE.
               05 VM-LAST-WY PIC S9(8) SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
           01 RP-FSTATUS PIC X(2) VALUE SPACES.
               88 RP-FS-OK VALUE '00'.
               88 RP-FS-EOF VALUE '10'.
           01 R2-FSTATUS PIC X(2) VALUE SPACES.
               88 R2-FS-OK VALUE '00'.
               88 R2-FS-EOF VALUE '10'.
               88 R2-FS-NOT-FOUND VALUE '35'.
           01 EX-FSTATUS PIC X(2) VALUE SPACES.
               88 EX-FS-OK VALUE '00'.
               88 EX-FS-EOF VALUE '10'.
           01 REPORT-REC-NUM PIC 9(6) VALUE ZERO.
           01 IDX PIC 9(4) COMP VALUE ZERO.

       *> this run's exception counts, reconciliation deltas and
       *> p2 finishing waypoints, slotted directly by vessel id
       *> (slot = id + 1)
           01 TALLY-TABLE.
               05 TALLY-ENTRY OCCURS 1000 TIMES.
               10 TY-EXCEPTIONS PIC 9(6).
               10 TY-RECON-DELTA PIC S9(8).
               10 TY-MERGED PIC X.
                   88 TY-MERGED-THIS-RUN VALUE 'Y'.
               10 TY-WAYPOINT-FLAG PIC X.
                   88 TY-WAYPOINT-ON-FILE VALUE 'Y'.
               10 TY-WX PIC S9(8).
               10 TY-WY PIC S9(8).

       PROCEDURE DIVISION.
       MAIN.
               VARYING IDX FROM 1 BY 1 UNTIL IDX > 1000.
           PERFORM EXCEPTION-TALLY.
           PERFORM RECON-TALLY.
           PERFORM WAYPOINT-TALLY.
           PERFORM MASTER-OPEN.
           OPEN INPUT REPORTF.
           IF NOT RP-FS-OK
           MOVE 'N' TO TY-RECON-FLAG(IDX).
           MOVE ZERO TO TY-RECON-DELTA(IDX).
           MOVE 'N' TO TY-MERGED(IDX).
           MOVE 'N' TO TY-WAYPOINT-FLAG(IDX).
           MOVE 10 TO TY-WX(IDX).
           MOVE 1 TO TY-WY(IDX).

       *> a keyed master that is not yet on disk means either the
       *> first run ever, or the first run since the master was
           MOVE 'N' TO VM-RECON-FLAG.
           MOVE ZERO TO VM-RECON-DELTA.
           MOVE SPACES TO VM-BERTH-NAME.
           MOVE 10 TO VM-LAST-WX.
           MOVE 1 TO VM-LAST-WY.
           WRITE MASTERRECORD
               INVALID KEY ADD 1 TO MIGRATE-BAD-COUNT
               NOT INVALID KEY ADD 1 TO MIGRATED-COUNT
               STOP RUN
           END-IF.

       *> note the waypoint each vessel's last p2 voyage finished
       *> on; an absent file (p2 has not run) leaves the master's
       *> waypoint as it stands
       WAYPOINT-TALLY.
           OPEN INPUT REPORT2F.
           IF R2-FS-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF NOT R2-FS-OK
               DISPLAY 'REPORT2F OPEN FAILED, FILE STATUS = ' R2-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WAYPOINT-TALLY-READ UNTIL R2-FS-EOF.
           CLOSE REPORT2F.

       WAYPOINT-TALLY-READ.
           READ REPORT2F
               AT END CONTINUE
               NOT AT END
                   IF R2-VESSEL-ID NUMERIC AND R2-WX NUMERIC
                       AND R2-WY NUMERIC
                       COMPUTE IDX = R2-VESSEL-ID + 1
                       SET TY-WAYPOINT-ON-FILE(IDX) TO TRUE
                       MOVE R2-WX TO TY-WX(IDX)
                       MOVE R2-WY TO TY-WY(IDX)
                   END-IF
           END-READ.
           IF NOT R2-FS-OK AND NOT R2-FS-EOF
               DISPLAY 'REPORT2F READ ERROR, FILE STATUS = ' R2-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       REPORT-READ.
           READ REPORTF
               AT END CONTINUE
           MOVE RP-RUN-DATE TO VM-FIRST-SEEN.
           MOVE ZERO TO VM-VOYAGE-COUNT.
           MOVE ZERO TO VM-CUM-DIST.
           MOVE 10 TO VM-LAST-WX.
           MOVE 1 TO VM-LAST-WY.
           PERFORM MASTER-FILL-VOYAGE.
           WRITE MASTERRECORD
               INVALID KEY
           MOVE TY-RECON-FLAG(IDX) TO VM-RECON-FLAG.
           MOVE TY-RECON-DELTA(IDX) TO VM-RECON-DELTA.
           MOVE RP-BERTH-NAME TO VM-BERTH-NAME.
           PERFORM MASTER-FILL-WAYPOINT.

       *> the waypoint comes from p2's report; a vessel p2 did not
       *> report today keeps the one it had, and a damaged one that
       *> no longer reads as numbers starts again at the standard
       *> 10 east, 1 north
       MASTER-FILL-WAYPOINT.
           IF TY-WAYPOINT-ON-FILE(IDX)
               MOVE TY-WX(IDX) TO VM-LAST-WX
               MOVE TY-WY(IDX) TO VM-LAST-WY
               EXIT PARAGRAPH
           END-IF.
           IF VM-LAST-WX NOT NUMERIC OR VM-LAST-WY NOT NUMERIC
               MOVE 10 TO VM-LAST-WX
               MOVE 1 TO VM-LAST-WY
           END-IF.

       *> a vessel whose whole block was rejected logs exceptions but
       *> never reaches the report; refresh its count on the master so
