       IDENTIFICATION DIVISION.
       PROGRAM-ID. aoc-day12-mastdiff.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT MASTERF ASSIGN TO "vessel-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VM-VESSEL-ID
               FILE STATUS IS VM-FSTATUS.
               SELECT REBUILTF ASSIGN TO "vessel-master-rebuilt.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RB-VESSEL-ID
               FILE STATUS IS RB-FSTATUS.
               SELECT DIFFF ASSIGN TO "master-diff.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DF-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
           FD MASTERF.
               01 MASTERRECORD.
               05 VM-VESSEL-ID PIC 9(3).
               05 VM-FIRST-SEEN PIC 9(8).
               05 VM-LAST-SEEN PIC 9(8).
               05 VM-VOYAGE-COUNT PIC 9(6).
               05 VM-CUM-DIST PIC 9(10).
               05 VM-LAST-X PIC S9(8) SIGN LEADING SEPARATE.
               05 VM-LAST-Y PIC S9(8) SIGN LEADING SEPARATE.
               05 VM-LAST-DIR PIC X.
               05 VM-LAST-DIST PIC 9(8).
               05 VM-LAST-TOTAL-DIST PIC 9(8).
               05 VM-LAST-FUEL PIC X(11).
               05 VM-LAST-VOYAGE-REC PIC 9(6).
               05 VM-LAST-EXCEPTIONS PIC 9(6).
               05 VM-RECON-FLAG PIC X.
               05 VM-RECON-DELTA PIC S9(8) SIGN LEADING SEPARATE.
               05 VM-BERTH-NAME PIC X(20).
               05 VM-LAST-WX PIC S9(8) SIGN LEADING SEPARATE.
               05 VM-LAST-WY PIC S9(8) SIGN LEADING SEPARATE.

       *> the same layout, as rebuilt from the archived inputs
           FD REBUILTF.
               01 REBUILTRECORD.
               05 RB-VESSEL-ID PIC 9(3).
               05 RB-FIRST-SEEN PIC 9(8).
               05 RB-LAST-SEEN PIC 9(8).
               05 RB-VOYAGE-COUNT PIC 9(6).
               05 RB-CUM-DIST PIC 9(10).
               05 RB-LAST-X PIC S9(8) SIGN LEADING SEPARATE.
               05 RB-LAST-Y PIC S9(8) SIGN LEADING SEPARATE.
               05 RB-LAST-DIR PIC X.
               05 RB-LAST-DIST PIC 9(8).
               05 RB-LAST-TOTAL-DIST PIC 9(8).
               05 RB-LAST-FUEL PIC X(11).
               05 RB-LAST-VOYAGE-REC PIC 9(6).
               05 RB-LAST-EXCEPTIONS PIC 9(6).
               05 RB-RECON-FLAG PIC X.
               05 RB-RECON-DELTA PIC S9(8) SIGN LEADING SEPARATE.
               05 RB-BERTH-NAME PIC X(20).
               05 RB-LAST-WX PIC S9(8) SIGN LEADING SEPARATE.
               05 RB-LAST-WY PIC S9(8) SIGN LEADING SEPARATE.

           FD DIFFF.
               01 DIFFLINE PIC X(80).

       WORKING-STORAGE SECTION.
           01 VM-FSTATUS PIC X(2) VALUE SPACES.
               88 VM-FS-OK VALUE '00'.
               88 VM-FS-EOF VALUE '10'.
               88 VM-FS-NOT-FOUND VALUE '35'.
           01 RB-FSTATUS PIC X(2) VALUE SPACES.
               88 RB-FS-OK VALUE '00'.
               88 RB-FS-EOF VALUE '10'.
               88 RB-FS-NOT-FOUND VALUE '35'.
           01 DF-FSTATUS PIC X(2) VALUE SPACES.
               88 DF-FS-OK VALUE '00'.
           01 RUN-DATE PIC 9(8) VALUE ZERO.
           01 HIGH-KEY CONSTANT AS 1000.

       *> the two files are walked side by side in key order; an
       *> exhausted file reads as a key above any vessel id
           01 CURRENT-KEY PIC 9(4) VALUE ZERO.
           01 REBUILT-KEY PIC 9(4) VALUE ZERO.
           01 MATCH-COUNT PIC 9(4) VALUE ZERO.
           01 DIFFER-COUNT PIC 9(4) VALUE ZERO.
           01 CURRENT-ONLY-COUNT PIC 9(4) VALUE ZERO.
           01 REBUILT-ONLY-COUNT PIC 9(4) VALUE ZERO.
           01 FIELD-DIFF-COUNT PIC 9(4) VALUE ZERO.
           01 SIGNED-EDIT PIC -(9)9.

           01 DETAIL-LINE.
               05 DL-VESSEL PIC 9(3).
               05 FILLER PIC X(2).
               05 DL-FIELD PIC X(17).
               05 FILLER PIC X(2).
               05 DL-CURRENT PIC X(20).
               05 FILLER PIC X(2).
               05 DL-REBUILT PIC X(20).

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT MASTERF.
           IF VM-FS-NOT-FOUND
               DISPLAY 'MASTERF NOT FOUND, NOTHING TO COMPARE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT VM-FS-OK
               DISPLAY 'MASTERF OPEN FAILED, FILE STATUS = ' VM-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT REBUILTF.
           IF RB-FS-NOT-FOUND
               DISPLAY 'REBUILTF NOT FOUND, NOTHING TO COMPARE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT RB-FS-OK
               DISPLAY 'REBUILTF OPEN FAILED, FILE STATUS = ' RB-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT DIFFF.
           IF NOT DF-FS-OK
               DISPLAY 'DIFFF OPEN FAILED, FILE STATUS = ' DF-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-DIFF-HEADING.
           PERFORM CURRENT-READ.
           PERFORM REBUILT-READ.
           PERFORM COMPARE-NEXT
               UNTIL CURRENT-KEY = HIGH-KEY AND REBUILT-KEY = HIGH-KEY.
           PERFORM WRITE-DIFF-TOTALS.
           CLOSE MASTERF.
           CLOSE REBUILTF.
           CLOSE DIFFF.
           DISPLAY 'MASTER COMPARE: ' MATCH-COUNT ' MATCH, '
               DIFFER-COUNT ' DIFFER, ' CURRENT-ONLY-COUNT
               ' ONLY CURRENT, ' REBUILT-ONLY-COUNT ' ONLY REBUILT'.
           IF DIFFER-COUNT > ZERO OR CURRENT-ONLY-COUNT > ZERO
               OR REBUILT-ONLY-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       CURRENT-READ.
           READ MASTERF
               AT END MOVE HIGH-KEY TO CURRENT-KEY
               NOT AT END MOVE VM-VESSEL-ID TO CURRENT-KEY
           END-READ.
           IF NOT VM-FS-OK AND NOT VM-FS-EOF
               DISPLAY 'MASTERF READ ERROR, FILE STATUS = ' VM-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       REBUILT-READ.
           READ REBUILTF
               AT END MOVE HIGH-KEY TO REBUILT-KEY
               NOT AT END MOVE RB-VESSEL-ID TO REBUILT-KEY
           END-READ.
           IF NOT RB-FS-OK AND NOT RB-FS-EOF
               DISPLAY 'REBUILTF READ ERROR, FILE STATUS = ' RB-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       COMPARE-NEXT.
           IF CURRENT-KEY < REBUILT-KEY
               ADD 1 TO CURRENT-ONLY-COUNT
               MOVE SPACES TO DETAIL-LINE
               MOVE CURRENT-KEY TO DL-VESSEL
               MOVE 'ONLY IN CURRENT' TO DL-FIELD
               PERFORM WRITE-DIFF-DETAIL
               PERFORM CURRENT-READ
               EXIT PARAGRAPH
           END-IF.
           IF REBUILT-KEY < CURRENT-KEY
               ADD 1 TO REBUILT-ONLY-COUNT
               MOVE SPACES TO DETAIL-LINE
               MOVE REBUILT-KEY TO DL-VESSEL
               MOVE 'ONLY IN REBUILT' TO DL-FIELD
               PERFORM WRITE-DIFF-DETAIL
               PERFORM REBUILT-READ
               EXIT PARAGRAPH
           END-IF.
           PERFORM COMPARE-FIELDS.
           PERFORM CURRENT-READ.
           PERFORM REBUILT-READ.

       *> one line per field that differs; a vessel counts once no
       *> matter how many of its fields differ
       COMPARE-FIELDS.
           MOVE ZERO TO FIELD-DIFF-COUNT.
           IF VM-FIRST-SEEN NOT = RB-FIRST-SEEN
               PERFORM START-FIELD-DIFF
               MOVE 'FIRST SEEN' TO DL-FIELD
               MOVE VM-FIRST-SEEN TO DL-CURRENT
               MOVE RB-FIRST-SEEN TO DL-REBUILT
               PERFORM WRITE-DIFF-DETAIL
           END-IF.
           IF VM-LAST-SEEN NOT = RB-LAST-SEEN
               PERFORM START-FIELD-DIFF
               MOVE 'LAST SEEN' TO DL-FIELD
               MOVE VM-LAST-SEEN TO DL-CURRENT
               MOVE RB-LAST-SEEN TO DL-REBUILT
               PERFORM WRITE-DIFF-DETAIL
           END-IF.
           IF VM-VOYAGE-COUNT NOT = RB-VOYAGE-COUNT
               PERFORM START-FIELD-DIFF
               MOVE 'VOYAGE COUNT' TO DL-FIELD
               MOVE VM-VOYAGE-COUNT TO DL-CURRENT
               MOVE RB-VOYAGE-COUNT TO DL-REBUILT
               PERFORM WRITE-DIFF-DETAIL
           END-IF.
           IF VM-CUM-DIST NOT = RB-CUM-DIST
               PERFORM START-FIELD-DIFF
               MOVE 'CUMULATIVE DIST' TO DL-FIELD
               MOVE VM-CUM-DIST TO DL-CURRENT
               MOVE RB-CUM-DIST TO DL-REBUILT
               PERFORM WRITE-DIFF-DETAIL
           END-IF.
           IF VM-LAST-X NOT = RB-LAST-X
               PERFORM START-FIELD-DIFF
               MOVE 'LAST X' TO DL-FIELD
               MOVE VM-LAST-X TO SIGNED-EDIT
               MOVE SIGNED-EDIT TO DL-CURRENT
               MOVE RB-LAST-X TO SIGNED-EDIT
               MOVE SIGNED-EDIT TO DL-REBUILT
               PERFORM WRITE-DIFF-DETAIL
           END-IF.
           IF VM-LAST-Y NOT = RB-LAST-Y
               PERFORM START-FIELD-DIFF
               MOVE 'LAST Y' TO DL-FIELD
               MOVE VM-LAST-Y TO SIGNED-EDIT
               MOVE SIGNED-EDIT TO DL-CURRENT
               MOVE RB-LAST-Y TO SIGNED-EDIT
               MOVE SIGNED-EDIT TO DL-REBUILT
               PERFORM WRITE-DIFF-DETAIL
           END-IF.
           IF VM-LAST-DIR NOT = RB-LAST-DIR
               PERFORM START-FIELD-DIFF
               MOVE 'LAST HEADING' TO DL-FIELD
               MOVE VM-LAST-DIR TO DL-CURRENT
               MOVE RB-LAST-DIR TO DL-REBUILT
               PERFORM WRITE-DIFF-DETAIL
           END-IF.
           IF VM-LAST-DIST NOT = RB-LAST-DIST
               PERFORM START-FIELD-DIFF
               MOVE 'LAST DISPLACEMENT' TO DL-FIELD
               MOVE VM-LAST-DIST TO DL-CURRENT
               MOVE RB-LAST-DIST TO DL-REBUILT
               PERFORM WRITE-DIFF-DETAIL
           END-IF.
           IF VM-LAST-TOTAL-DIST NOT = RB-LAST-TOTAL-DIST
               PERFORM START-FIELD-DIFF
               MOVE 'LAST DISTANCE' TO DL-FIELD
               MOVE VM-LAST-TOTAL-DIST TO DL-CURRENT
               MOVE RB-LAST-TOTAL-DIST TO DL-REBUILT
               PERFORM WRITE-DIFF-DETAIL
           END-IF.
           IF VM-LAST-FUEL NOT = RB-LAST-FUEL
               PERFORM START-FIELD-DIFF
               MOVE 'LAST FUEL' TO DL-FIELD
               MOVE VM-LAST-FUEL TO DL-CURRENT
               MOVE RB-LAST-FUEL TO DL-REBUILT
               PERFORM WRITE-DIFF-DETAIL
           END-IF.
           IF VM-LAST-VOYAGE-REC NOT = RB-LAST-VOYAGE-REC
               PERFORM START-FIELD-DIFF
               MOVE 'LAST VOYAGE REC' TO DL-FIELD
               MOVE VM-LAST-VOYAGE-REC TO DL-CURRENT
               MOVE RB-LAST-VOYAGE-REC TO DL-REBUILT
               PERFORM WRITE-DIFF-DETAIL
           END-IF.
           IF VM-LAST-EXCEPTIONS NOT = RB-LAST-EXCEPTIONS
               PERFORM START-FIELD-DIFF
               MOVE 'LAST EXCEPTIONS' TO DL-FIELD
               MOVE VM-LAST-EXCEPTIONS TO DL-CURRENT
               MOVE RB-LAST-EXCEPTIONS TO DL-REBUILT
               PERFORM WRITE-DIFF-DETAIL
           END-IF.
           IF VM-RECON-FLAG NOT = RB-RECON-FLAG
               PERFORM START-FIELD-DIFF
               MOVE 'RECON FLAG' TO DL-FIELD
               MOVE VM-RECON-FLAG TO DL-CURRENT
               MOVE RB-RECON-FLAG TO DL-REBUILT
               PERFORM WRITE-DIFF-DETAIL
           END-IF.
           IF VM-RECON-DELTA NOT = RB-RECON-DELTA
               PERFORM START-FIELD-DIFF
               MOVE 'RECON DELTA' TO DL-FIELD
               MOVE VM-RECON-DELTA TO SIGNED-EDIT
               MOVE SIGNED-EDIT TO DL-CURRENT
               MOVE RB-RECON-DELTA TO SIGNED-EDIT
               MOVE SIGNED-EDIT TO DL-REBUILT
               PERFORM WRITE-DIFF-DETAIL
           END-IF.
           IF VM-BERTH-NAME NOT = RB-BERTH-NAME
               PERFORM START-FIELD-DIFF
               MOVE 'BERTH' TO DL-FIELD
               MOVE VM-BERTH-NAME TO DL-CURRENT
               MOVE RB-BERTH-NAME TO DL-REBUILT
               PERFORM WRITE-DIFF-DETAIL
           END-IF.
           IF VM-LAST-WX NOT = RB-LAST-WX
               PERFORM START-FIELD-DIFF
               MOVE 'WAYPOINT EAST' TO DL-FIELD
               MOVE VM-LAST-WX TO SIGNED-EDIT
               MOVE SIGNED-EDIT TO DL-CURRENT
               MOVE RB-LAST-WX TO SIGNED-EDIT
               MOVE SIGNED-EDIT TO DL-REBUILT
               PERFORM WRITE-DIFF-DETAIL
           END-IF.
           IF VM-LAST-WY NOT = RB-LAST-WY
               PERFORM START-FIELD-DIFF
               MOVE 'WAYPOINT NORTH' TO DL-FIELD
               MOVE VM-LAST-WY TO SIGNED-EDIT
               MOVE SIGNED-EDIT TO DL-CURRENT
               MOVE RB-LAST-WY TO SIGNED-EDIT
               MOVE SIGNED-EDIT TO DL-REBUILT
               PERFORM WRITE-DIFF-DETAIL
           END-IF.
           IF FIELD-DIFF-COUNT = ZERO
               ADD 1 TO MATCH-COUNT
           ELSE
               ADD 1 TO DIFFER-COUNT
           END-IF.

       START-FIELD-DIFF.
           ADD 1 TO FIELD-DIFF-COUNT.
           MOVE SPACES TO DETAIL-LINE.
           MOVE VM-VESSEL-ID TO DL-VESSEL.

       WRITE-DIFF-DETAIL.
           MOVE DETAIL-LINE TO DIFFLINE.
           PERFORM WRITE-DIFF-LINE.

       WRITE-DIFF-LINE.
           WRITE DIFFLINE.
           MOVE SPACES TO DIFFLINE.

       WRITE-DIFF-HEADING.
           MOVE SPACES TO DIFFLINE.
           STRING 'MASTER DIFFERENCE REPORT FOR RUN ' DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO DIFFLINE
           END-STRING.
           PERFORM WRITE-DIFF-LINE.
           MOVE 'CURRENT IS vessel-master.dat, REBUILT IS'
               TO DIFFLINE.
           MOVE 'vessel-master-rebuilt.dat' TO DIFFLINE(42:25).
           PERFORM WRITE-DIFF-LINE.
           PERFORM WRITE-DIFF-LINE.
           MOVE 'VSL  FIELD' TO DIFFLINE.
           MOVE 'CURRENT' TO DIFFLINE(25:7).
           MOVE 'REBUILT' TO DIFFLINE(47:7).
           PERFORM WRITE-DIFF-LINE.

       WRITE-DIFF-TOTALS.
           IF DIFFER-COUNT = ZERO AND CURRENT-ONLY-COUNT = ZERO
               AND REBUILT-ONLY-COUNT = ZERO
               MOVE 'NO DIFFERENCES.' TO DIFFLINE
               PERFORM WRITE-DIFF-LINE
           END-IF.
           PERFORM WRITE-DIFF-LINE.
           STRING 'VESSELS MATCHING ' DELIMITED BY SIZE
               MATCH-COUNT DELIMITED BY SIZE
               ', DIFFERING ' DELIMITED BY SIZE
               DIFFER-COUNT DELIMITED BY SIZE
               ', ONLY CURRENT ' DELIMITED BY SIZE
               CURRENT-ONLY-COUNT DELIMITED BY SIZE
               ', ONLY REBUILT ' DELIMITED BY SIZE
               REBUILT-ONLY-COUNT DELIMITED BY SIZE
               INTO DIFFLINE
           END-STRING.
           PERFORM WRITE-DIFF-LINE.
