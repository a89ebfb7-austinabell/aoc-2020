       IDENTIFICATION DIVISION.
       PROGRAM-ID. aoc-day12-bulletin.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT PARMF ASSIGN TO "bulletin-parm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BP-FSTATUS.
               SELECT REGISTRYF ASSIGN TO "registry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RG-FSTATUS.
               SELECT MASTERF ASSIGN TO "vessel-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VM-VESSEL-ID
               FILE STATUS IS VM-FSTATUS.
               SELECT INCURSION1F ASSIGN TO "incursions-p1.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS I1-FSTATUS.
               SELECT INCURSION2F ASSIGN TO "incursions-p2.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS I2-FSTATUS.
               SELECT PROXF ASSIGN TO "proximity-p1.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PX-FSTATUS.
               SELECT VARIANCE1F ASSIGN TO "variance-p1.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS V1-FSTATUS.
               SELECT VARIANCE2F ASSIGN TO "variance-p2.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS V2-FSTATUS.
               SELECT RECONF ASSIGN TO "recon.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RC-FSTATUS.
               SELECT ANALYSISF ASSIGN TO "exception-analysis.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AN-FSTATUS.
               SELECT EXCEPTION1F ASSIGN TO "exceptions-p1.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS E1-FSTATUS.
               SELECT EXCEPTION2F ASSIGN TO "exceptions-p2.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS E2-FSTATUS.
               SELECT BULLETINF ASSIGN TO "duty-bulletin.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DB-FSTATUS.
               SELECT PAGERF ASSIGN TO "pager-alerts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PA-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       *> the pager cut-off: items ranked at this priority or more
       *> urgent (a lower number) go to the on-call pager
           FD PARMF.
               01 PARMRECORD.
               05 BP-CUTOFF PIC 9.

           FD REGISTRYF.
               01 REGISTRYRECORD.
               05 RG-VESSEL-ID PIC 9(3).
               05 FILLER PIC X.
               05 RG-NAME PIC X(20).
               05 FILLER PIC X.
               05 RG-CLASS PIC X(8).
               05 FILLER PIC X.
               05 RG-STATUS PIC X.

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

           FD INCURSION1F.
               01 INCURSION1RECORD.
               05 I1-REC-NUM PIC 9(6).
               05 FILLER PIC X.
               05 I1-VESSEL-ID PIC 9(3).
               05 FILLER PIC X.
               05 I1-ZONE-ID PIC 9(3).
               05 FILLER PIC X.
               05 I1-X PIC S9(8) SIGN LEADING SEPARATE.
               05 FILLER PIC X.
               05 I1-Y PIC S9(8) SIGN LEADING SEPARATE.
               05 FILLER PIC X.
               05 I1-SEVERITY PIC X.

           FD INCURSION2F.
               01 INCURSION2RECORD.
               05 I2-REC-NUM PIC 9(6).
               05 FILLER PIC X.
               05 I2-VESSEL-ID PIC 9(3).
               05 FILLER PIC X.
               05 I2-ZONE-ID PIC 9(3).
               05 FILLER PIC X.
               05 I2-X PIC S9(8) SIGN LEADING SEPARATE.
               05 FILLER PIC X.
               05 I2-Y PIC S9(8) SIGN LEADING SEPARATE.
               05 FILLER PIC X.
               05 I2-SEVERITY PIC X.

           FD PROXF.
               01 PROXRECORD.
               05 PX-STEP PIC 9(6).
               05 FILLER PIC X.
               05 PX-VESSEL-A PIC 9(3).
               05 FILLER PIC X.
               05 PX-VESSEL-B PIC 9(3).
               05 FILLER PIC X.
               05 PX-AX PIC S9(8) SIGN LEADING SEPARATE.
               05 FILLER PIC X.
               05 PX-AY PIC S9(8) SIGN LEADING SEPARATE.
               05 FILLER PIC X.
               05 PX-BX PIC S9(8) SIGN LEADING SEPARATE.
               05 FILLER PIC X.
               05 PX-BY PIC S9(8) SIGN LEADING SEPARATE.
               05 FILLER PIC X.
               05 PX-SEP PIC 9(8).

           FD VARIANCE1F.
               01 VARIANCE1RECORD.
               05 V1-RUN-DATE PIC 9(8).
               05 FILLER PIC X.
               05 V1-VESSEL-ID PIC 9(3).
               05 FILLER PIC X.
               05 V1-PLAN-X PIC S9(8) SIGN LEADING SEPARATE.
               05 FILLER PIC X.
               05 V1-PLAN-Y PIC S9(8) SIGN LEADING SEPARATE.
               05 FILLER PIC X.
               05 V1-ACTUAL-X PIC S9(8) SIGN LEADING SEPARATE.
               05 FILLER PIC X.
               05 V1-ACTUAL-Y PIC S9(8) SIGN LEADING SEPARATE.
               05 FILLER PIC X.
               05 V1-OFF-PLAN PIC 9(8).
               05 FILLER PIC X.
               05 V1-TOLERANCE PIC 9(4).
               05 FILLER PIC X.
               05 V1-PLAN-STATUS PIC X(6).

           FD VARIANCE2F.
               01 VARIANCE2RECORD.
               05 V2-RUN-DATE PIC 9(8).
               05 FILLER PIC X.
               05 V2-VESSEL-ID PIC 9(3).
               05 FILLER PIC X.
               05 V2-PLAN-X PIC S9(8) SIGN LEADING SEPARATE.
               05 FILLER PIC X.
               05 V2-PLAN-Y PIC S9(8) SIGN LEADING SEPARATE.
               05 FILLER PIC X.
               05 V2-ACTUAL-X PIC S9(8) SIGN LEADING SEPARATE.
               05 FILLER PIC X.
               05 V2-ACTUAL-Y PIC S9(8) SIGN LEADING SEPARATE.
               05 FILLER PIC X.
               05 V2-OFF-PLAN PIC 9(8).
               05 FILLER PIC X.
               05 V2-TOLERANCE PIC 9(4).
               05 FILLER PIC X.
               05 V2-PLAN-STATUS PIC X(6).

           FD RECONF.
               01 RECONRECORD.
               05 RC-VESSEL-ID PIC 9(3).
               05 FILLER PIC X.
               05 RC-P1-DIST PIC 9(8).
               05 FILLER PIC X.
               05 RC-P2-DIST PIC 9(8).
               05 FILLER PIC X.
               05 RC-DELTA PIC S9(8) SIGN LEADING SEPARATE.

       *> a detail line of aoc-day12-exhist's analysis; its heading
       *> and blank lines fail the numeric tests and are passed over
           FD ANALYSISF.
               01 ANALYSISRECORD.
               05 AN-VESSEL-ID PIC 9(3).
               05 FILLER PIC X(3).
               05 AN-REASON-CODE PIC 9(2).
               05 FILLER PIC X(3).
               05 AN-FIRST-SEEN PIC 9(8).
               05 FILLER PIC X(3).
               05 AN-LAST-SEEN PIC 9(8).
               05 FILLER PIC X(2).
               05 AN-COUNT PIC 9(6).
               05 FILLER PIC X(2).
               05 AN-HEALED PIC 9(6).
               05 FILLER PIC X(2).
               05 AN-REASON-TEXT PIC X(24).
               05 FILLER PIC X(2).
               05 AN-FLAG PIC X(9).
               05 FILLER PIC X(7).

           FD EXCEPTION1F.
               01 EXCEPTION1RECORD.
               05 E1-REC-NUM PIC 9(6).
               05 FILLER PIC X.
               05 E1-VESSEL-ID PIC 9(3).
               05 FILLER PIC X.
               05 E1-ACTION PIC X.
               05 FILLER PIC X.
               05 E1-ARG PIC 9(3).
               05 FILLER PIC X.
               05 E1-REASON-CODE PIC 9(2).
               05 FILLER PIC X.
               05 E1-REASON-TEXT PIC X(24).

           FD EXCEPTION2F.
               01 EXCEPTION2RECORD.
               05 E2-REC-NUM PIC 9(6).
               05 FILLER PIC X.
               05 E2-VESSEL-ID PIC 9(3).
               05 FILLER PIC X.
               05 E2-ACTION PIC X.
               05 FILLER PIC X.
               05 E2-ARG PIC 9(3).
               05 FILLER PIC X.
               05 E2-REASON-CODE PIC 9(2).
               05 FILLER PIC X.
               05 E2-REASON-TEXT PIC X(24).

           FD BULLETINF.
               01 BULLETINLINE PIC X(90).

       *> one line per item at or above the cut-off, fixed columns
       *> for the on-call pager interface
           FD PAGERF.
               01 PAGERRECORD.
               05 PA-RUN-DATE PIC 9(8).
               05 FILLER PIC X.
               05 PA-PRIORITY PIC 9.
               05 FILLER PIC X.
               05 PA-VESSEL-ID PIC 9(3).
               05 FILLER PIC X.
               05 PA-VESSEL-NAME PIC X(20).
               05 FILLER PIC X.
               05 PA-BERTH-NAME PIC X(20).
               05 FILLER PIC X.
               05 PA-SOURCE PIC X(11).
               05 FILLER PIC X.
               05 PA-ITEM PIC X(24).
               05 FILLER PIC X.
               05 PA-FIGURE PIC S9(8) SIGN LEADING SEPARATE.
               05 FILLER PIC X.
               05 PA-COUNT PIC 9(6).

       WORKING-STORAGE SECTION.
           01 BP-FSTATUS PIC X(2) VALUE SPACES.
               88 BP-FS-OK VALUE '00'.
               88 BP-FS-NOT-FOUND VALUE '35'.
           01 RG-FSTATUS PIC X(2) VALUE SPACES.
               88 RG-FS-OK VALUE '00'.
               88 RG-FS-EOF VALUE '10'.
               88 RG-FS-NOT-FOUND VALUE '35'.
           01 VM-FSTATUS PIC X(2) VALUE SPACES.
               88 VM-FS-OK VALUE '00'.
               88 VM-FS-EOF VALUE '10'.
               88 VM-FS-NOT-FOUND VALUE '35'.
           01 I1-FSTATUS PIC X(2) VALUE SPACES.
               88 I1-FS-OK VALUE '00'.
               88 I1-FS-EOF VALUE '10'.
               88 I1-FS-NOT-FOUND VALUE '35'.
           01 I2-FSTATUS PIC X(2) VALUE SPACES.
               88 I2-FS-OK VALUE '00'.
               88 I2-FS-EOF VALUE '10'.
               88 I2-FS-NOT-FOUND VALUE '35'.
           01 PX-FSTATUS PIC X(2) VALUE SPACES.
               88 PX-FS-OK VALUE '00'.
               88 PX-FS-EOF VALUE '10'.
               88 PX-FS-NOT-FOUND VALUE '35'.
           01 V1-FSTATUS PIC X(2) VALUE SPACES.
               88 V1-FS-OK VALUE '00'.
               88 V1-FS-EOF VALUE '10'.
               88 V1-FS-NOT-FOUND VALUE '35'.
           01 V2-FSTATUS PIC X(2) VALUE SPACES.
               88 V2-FS-OK VALUE '00'.
               88 V2-FS-EOF VALUE '10'.
               88 V2-FS-NOT-FOUND VALUE '35'.
           01 RC-FSTATUS PIC X(2) VALUE SPACES.
               88 RC-FS-OK VALUE '00'.
               88 RC-FS-EOF VALUE '10'.
               88 RC-FS-NOT-FOUND VALUE '35'.
           01 AN-FSTATUS PIC X(2) VALUE SPACES.
               88 AN-FS-OK VALUE '00'.
               88 AN-FS-EOF VALUE '10'.
               88 AN-FS-NOT-FOUND VALUE '35'.
           01 E1-FSTATUS PIC X(2) VALUE SPACES.
               88 E1-FS-OK VALUE '00'.
               88 E1-FS-EOF VALUE '10'.
               88 E1-FS-NOT-FOUND VALUE '35'.
           01 E2-FSTATUS PIC X(2) VALUE SPACES.
               88 E2-FS-OK VALUE '00'.
               88 E2-FS-EOF VALUE '10'.
               88 E2-FS-NOT-FOUND VALUE '35'.
           01 DB-FSTATUS PIC X(2) VALUE SPACES.
               88 DB-FS-OK VALUE '00'.
           01 PA-FSTATUS PIC X(2) VALUE SPACES.
               88 PA-FS-OK VALUE '00'.
           01 RUN-DATE PIC 9(8) VALUE ZERO.
           01 PAGER-CUTOFF PIC 9 VALUE 2.
           01 IDX PIC 9(4) COMP VALUE ZERO.
           01 BAD-COUNT PIC 9(4) COMP VALUE ZERO.
           01 VESSEL-COUNT PIC 9(4) VALUE ZERO.
           01 PAGED-COUNT PIC 9(4) VALUE ZERO.
           01 COUNT-DISPLAY PIC 9(4) VALUE ZERO.
           01 RANK-LEVEL PIC 9 VALUE ZERO.
           01 ITEM-PRI PIC 9 VALUE ZERO.
           01 NUM-EDIT PIC Z(7)9.
           01 SIGNED-EDIT PIC -(8)9.

       *> the ranking, most urgent first
           01 PRI-SAFETY CONSTANT AS 1.
           01 PRI-OFF-PLAN CONSTANT AS 2.
           01 PRI-DISAGREE CONSTANT AS 3.
           01 PRI-RECURRING CONSTANT AS 4.
           01 PRI-OTHER CONSTANT AS 5.

       *> screening outputs that were not on hand for this bulletin,
       *> listed at its foot so nobody takes silence for all clear
           01 MISSING-COUNT PIC 9(2) COMP VALUE ZERO.
           01 MISSING-NAME PIC X(24) VALUE SPACES.
           01 MISSING-TABLE.
               05 MISSING-ENTRY OCCURS 10 TIMES PIC X(24).

       *> one slot per vessel id (slot = id + 1): registry name,
       *> resolved berth from the master, and the most urgent rank
       *> among the vessel's items (9 = nothing to report)
           01 VESSEL-TABLE.
               05 VESSEL-ENTRY OCCURS 1000 TIMES.
               10 VS-NAME PIC X(20).
               10 VS-BERTH PIC X(20).
               10 VS-BEST PIC 9.

       *> the bulletin items, one per vessel, source and subject
       *> (zone, other vessel, reason code); repeats of the same
       *> item are counted rather than listed again
           01 ITEM-COUNT PIC 9(4) COMP VALUE ZERO.
           01 ITEM-DROPPED PIC 9(4) COMP VALUE ZERO.
           01 ITEM-IDX PIC 9(4) COMP VALUE ZERO.
           01 ITEM-FOUND-IDX PIC 9(4) COMP VALUE ZERO.
           01 ITEM-TABLE.
               05 ITEM-ENTRY OCCURS 2000 TIMES.
               10 IT-VESSEL PIC 9(3).
               10 IT-PRIORITY PIC 9.
               10 IT-SOURCE PIC X(11).
               10 IT-KIND PIC X.
                   88 IT-INCURSION VALUE 'Z'.
                   88 IT-PROXIMITY VALUE 'X'.
                   88 IT-OFF-PLAN VALUE 'V'.
                   88 IT-DISAGREE VALUE 'R'.
                   88 IT-RECURRING VALUE 'H'.
                   88 IT-EXCEPTION VALUE 'E'.
               10 IT-KEY PIC 9(3).
               10 IT-TEXT PIC X(24).
               10 IT-FIGURE PIC S9(8).
               10 IT-DATE PIC 9(8).
               10 IT-COUNT PIC 9(6).

       *> the item being offered to ADD-ITEM
           01 NEW-ITEM.
               05 NI-VESSEL PIC 9(3).
               05 NI-PRIORITY PIC 9.
               05 NI-SOURCE PIC X(11).
               05 NI-KIND PIC X.
               05 NI-KEY PIC 9(3).
               05 NI-TEXT PIC X(24).
               05 NI-FIGURE PIC S9(8).
               05 NI-DATE PIC 9(8).
               05 NI-COUNT PIC 9(6).

           01 HEADER-LINE.
               05 FILLER PIC X(7) VALUE 'VESSEL '.
               05 HL-VESSEL PIC 9(3).
               05 FILLER PIC X(2) VALUE SPACES.
               05 HL-NAME PIC X(20).
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(6) VALUE 'BERTH '.
               05 HL-BERTH PIC X(20).

           01 DETAIL-LINE.
               05 FILLER PIC X(4).
               05 DL-PRIORITY PIC 9.
               05 FILLER PIC X(2).
               05 DL-SOURCE PIC X(11).
               05 FILLER PIC X(2).
               05 DL-ITEM PIC X(24).
               05 FILLER PIC X(2).
               05 DL-DETAIL PIC X(44).

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO VESSEL-TABLE.
           PERFORM CLEAR-VESSEL-SLOT
               VARYING IDX FROM 1 BY 1 UNTIL IDX > 1000.
           PERFORM PARM-LOAD.
           PERFORM REGISTRY-LOAD.
           PERFORM MASTER-LOAD.
           PERFORM INCURSION1-LOAD.
           PERFORM INCURSION2-LOAD.
           PERFORM PROXIMITY-LOAD.
           PERFORM VARIANCE1-LOAD.
           PERFORM VARIANCE2-LOAD.
           PERFORM RECON-LOAD.
           PERFORM ANALYSIS-LOAD.
           PERFORM EXCEPTION1-LOAD.
           PERFORM EXCEPTION2-LOAD.
           IF ITEM-DROPPED > ZERO
               DISPLAY 'ITEM TABLE FULL, ' ITEM-DROPPED
                   ' ITEMS NOT LISTED'
           END-IF.
           OPEN OUTPUT BULLETINF.
           IF NOT DB-FS-OK
               DISPLAY 'BULLETINF OPEN FAILED, FILE STATUS = '
                   DB-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PAGERF.
           IF NOT PA-FS-OK
               DISPLAY 'PAGERF OPEN FAILED, FILE STATUS = ' PA-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-BULLETIN.
           CLOSE BULLETINF.
           CLOSE PAGERF.
           DISPLAY 'DUTY BULLETIN: ' ITEM-COUNT ' ITEMS FOR '
               VESSEL-COUNT ' VESSELS, ' PAGED-COUNT ' PAGED'.
           STOP RUN.

       CLEAR-VESSEL-SLOT.
           MOVE 9 TO VS-BEST(IDX).

       *> without the parameter file only the top two ranks page
       PARM-LOAD.
           OPEN INPUT PARMF.
           IF BP-FS-NOT-FOUND
               DISPLAY 'PARMF NOT FOUND, PAGER CUT-OFF DEFAULTS TO '
                   PAGER-CUTOFF
               EXIT PARAGRAPH
           END-IF.
           IF NOT BP-FS-OK
               DISPLAY 'PARMF OPEN FAILED, FILE STATUS = ' BP-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PARMF
               AT END CONTINUE
               NOT AT END
                   IF BP-CUTOFF NUMERIC
                       MOVE BP-CUTOFF TO PAGER-CUTOFF
                   END-IF
           END-READ.
           CLOSE PARMF.

       *> with no registry on file the items simply go out unnamed
       REGISTRY-LOAD.
           OPEN INPUT REGISTRYF.
           IF RG-FS-NOT-FOUND
               DISPLAY 'REGISTRYF NOT FOUND, VESSEL NAMES OFF'
               EXIT PARAGRAPH
           END-IF.
           IF NOT RG-FS-OK
               DISPLAY 'REGISTRYF OPEN FAILED, FILE STATUS = '
                   RG-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO BAD-COUNT.
           PERFORM REGISTRY-LOAD-READ UNTIL RG-FS-EOF.
           CLOSE REGISTRYF.
           IF BAD-COUNT > ZERO
               DISPLAY 'REGISTRYF: ' BAD-COUNT
                   ' UNUSABLE LINES SKIPPED'
           END-IF.

       REGISTRY-LOAD-READ.
           READ REGISTRYF
               AT END CONTINUE
               NOT AT END
                   IF RG-VESSEL-ID NOT NUMERIC
                       ADD 1 TO BAD-COUNT
                   ELSE
                       COMPUTE IDX = RG-VESSEL-ID + 1
                       MOVE RG-NAME TO VS-NAME(IDX)
                   END-IF
           END-READ.
           IF NOT RG-FS-OK AND NOT RG-FS-EOF
               DISPLAY 'REGISTRYF READ ERROR, FILE STATUS = '
                   RG-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> the berth each vessel was resolved to on its latest voyage,
       *> as merged onto the master
       MASTER-LOAD.
           OPEN INPUT MASTERF.
           IF VM-FS-NOT-FOUND
               DISPLAY 'MASTERF NOT FOUND, BERTHS NOT RESOLVED'
               EXIT PARAGRAPH
           END-IF.
           IF NOT VM-FS-OK
               DISPLAY 'MASTERF OPEN FAILED, FILE STATUS = ' VM-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM MASTER-LOAD-READ UNTIL VM-FS-EOF.
           CLOSE MASTERF.

       MASTER-LOAD-READ.
           READ MASTERF
               AT END CONTINUE
               NOT AT END
                   IF VM-VESSEL-ID NUMERIC
                       COMPUTE IDX = VM-VESSEL-ID + 1
                       IF VM-BERTH-NAME = SPACES
                           MOVE '(NO BERTH DIRECTORY)' TO VS-BERTH(IDX)
                       ELSE
                           MOVE VM-BERTH-NAME TO VS-BERTH(IDX)
                       END-IF
                   END-IF
           END-READ.
           IF NOT VM-FS-OK AND NOT VM-FS-EOF
               DISPLAY 'MASTERF READ ERROR, FILE STATUS = ' VM-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       NOTE-MISSING.
           IF MISSING-COUNT < 10
               ADD 1 TO MISSING-COUNT
               MOVE MISSING-NAME TO MISSING-ENTRY(MISSING-COUNT)
           END-IF.

       *> a severity-H zone is a safety matter; the lesser zones are
       *> listed with the other items
       INCURSION1-LOAD.
           OPEN INPUT INCURSION1F.
           IF I1-FS-NOT-FOUND
               MOVE 'incursions-p1.txt' TO MISSING-NAME
               PERFORM NOTE-MISSING
               EXIT PARAGRAPH
           END-IF.
           IF NOT I1-FS-OK
               DISPLAY 'INCURSION1F OPEN FAILED, FILE STATUS = '
                   I1-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM INCURSION1-READ UNTIL I1-FS-EOF.
           CLOSE INCURSION1F.

       INCURSION1-READ.
           READ INCURSION1F
               AT END CONTINUE
               NOT AT END
                   IF I1-VESSEL-ID NUMERIC AND I1-ZONE-ID NUMERIC
                       MOVE SPACES TO NEW-ITEM
                       MOVE I1-VESSEL-ID TO NI-VESSEL
                       MOVE 'ZONES P1' TO NI-SOURCE
                       MOVE I1-ZONE-ID TO NI-KEY
                       MOVE I1-SEVERITY TO NI-TEXT(20:1)
                       PERFORM OFFER-INCURSION
                   END-IF
           END-READ.
           IF NOT I1-FS-OK AND NOT I1-FS-EOF
               DISPLAY 'INCURSION1F READ ERROR, FILE STATUS = '
                   I1-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       INCURSION2-LOAD.
           OPEN INPUT INCURSION2F.
           IF I2-FS-NOT-FOUND
               MOVE 'incursions-p2.txt' TO MISSING-NAME
               PERFORM NOTE-MISSING
               EXIT PARAGRAPH
           END-IF.
           IF NOT I2-FS-OK
               DISPLAY 'INCURSION2F OPEN FAILED, FILE STATUS = '
                   I2-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM INCURSION2-READ UNTIL I2-FS-EOF.
           CLOSE INCURSION2F.

       INCURSION2-READ.
           READ INCURSION2F
               AT END CONTINUE
               NOT AT END
                   IF I2-VESSEL-ID NUMERIC AND I2-ZONE-ID NUMERIC
                       MOVE SPACES TO NEW-ITEM
                       MOVE I2-VESSEL-ID TO NI-VESSEL
                       MOVE 'ZONES P2' TO NI-SOURCE
                       MOVE I2-ZONE-ID TO NI-KEY
                       MOVE I2-SEVERITY TO NI-TEXT(20:1)
                       PERFORM OFFER-INCURSION
                   END-IF
           END-READ.
           IF NOT I2-FS-OK AND NOT I2-FS-EOF
               DISPLAY 'INCURSION2F READ ERROR, FILE STATUS = '
                   I2-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> the caller has put the severity in the last byte of the
       *> item text
       OFFER-INCURSION.
           MOVE 'Z' TO NI-KIND.
           IF NI-TEXT(20:1) = 'H'
               MOVE PRI-SAFETY TO NI-PRIORITY
           ELSE
               MOVE PRI-OTHER TO NI-PRIORITY
           END-IF.
           MOVE 'ZONE INCURSION SEV' TO NI-TEXT(1:18).
           MOVE NI-KEY TO NI-FIGURE.
           MOVE ZERO TO NI-DATE.
           MOVE 1 TO NI-COUNT.
           PERFORM ADD-ITEM.

       *> every contact in the proximity file is a breach of the
       *> separation limit; both vessels get the item
       PROXIMITY-LOAD.
           OPEN INPUT PROXF.
           IF PX-FS-NOT-FOUND
               MOVE 'proximity-p1.txt' TO MISSING-NAME
               PERFORM NOTE-MISSING
               EXIT PARAGRAPH
           END-IF.
           IF NOT PX-FS-OK
               DISPLAY 'PROXF OPEN FAILED, FILE STATUS = ' PX-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM PROXIMITY-READ UNTIL PX-FS-EOF.
           CLOSE PROXF.

       PROXIMITY-READ.
           READ PROXF
               AT END CONTINUE
               NOT AT END
                   IF PX-VESSEL-A NUMERIC AND PX-VESSEL-B NUMERIC
                       AND PX-SEP NUMERIC
                       MOVE PX-VESSEL-A TO NI-VESSEL
                       MOVE PX-VESSEL-B TO NI-KEY
                       PERFORM OFFER-PROXIMITY
                       MOVE PX-VESSEL-B TO NI-VESSEL
                       MOVE PX-VESSEL-A TO NI-KEY
                       PERFORM OFFER-PROXIMITY
                   END-IF
           END-READ.
           IF NOT PX-FS-OK AND NOT PX-FS-EOF
               DISPLAY 'PROXF READ ERROR, FILE STATUS = ' PX-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       OFFER-PROXIMITY.
           MOVE PRI-SAFETY TO NI-PRIORITY.
           MOVE 'PROXIMITY' TO NI-SOURCE.
           MOVE 'X' TO NI-KIND.
           MOVE 'PROXIMITY BREACH' TO NI-TEXT.
           MOVE PX-SEP TO NI-FIGURE.
           MOVE ZERO TO NI-DATE.
           MOVE 1 TO NI-COUNT.
           PERFORM ADD-ITEM.

       VARIANCE1-LOAD.
           OPEN INPUT VARIANCE1F.
           IF V1-FS-NOT-FOUND
               MOVE 'variance-p1.txt' TO MISSING-NAME
               PERFORM NOTE-MISSING
               EXIT PARAGRAPH
           END-IF.
           IF NOT V1-FS-OK
               DISPLAY 'VARIANCE1F OPEN FAILED, FILE STATUS = '
                   V1-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARIANCE1-READ UNTIL V1-FS-EOF.
           CLOSE VARIANCE1F.

       VARIANCE1-READ.
           READ VARIANCE1F
               AT END CONTINUE
               NOT AT END
                   IF V1-VESSEL-ID NUMERIC AND V1-OFF-PLAN NUMERIC
                       AND V1-PLAN-STATUS = 'OFFPLN'
                       MOVE V1-VESSEL-ID TO NI-VESSEL
                       MOVE 'VARIANCE P1' TO NI-SOURCE
                       MOVE V1-OFF-PLAN TO NI-FIGURE
                       MOVE V1-TOLERANCE TO NI-DATE
                       PERFORM OFFER-OFF-PLAN
                   END-IF
           END-READ.
           IF NOT V1-FS-OK AND NOT V1-FS-EOF
               DISPLAY 'VARIANCE1F READ ERROR, FILE STATUS = '
                   V1-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       VARIANCE2-LOAD.
           OPEN INPUT VARIANCE2F.
           IF V2-FS-NOT-FOUND
               MOVE 'variance-p2.txt' TO MISSING-NAME
               PERFORM NOTE-MISSING
               EXIT PARAGRAPH
           END-IF.
           IF NOT V2-FS-OK
               DISPLAY 'VARIANCE2F OPEN FAILED, FILE STATUS = '
                   V2-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARIANCE2-READ UNTIL V2-FS-EOF.
           CLOSE VARIANCE2F.

       VARIANCE2-READ.
           READ VARIANCE2F
               AT END CONTINUE
               NOT AT END
                   IF V2-VESSEL-ID NUMERIC AND V2-OFF-PLAN NUMERIC
                       AND V2-PLAN-STATUS = 'OFFPLN'
                       MOVE V2-VESSEL-ID TO NI-VESSEL
                       MOVE 'VARIANCE P2' TO NI-SOURCE
                       MOVE V2-OFF-PLAN TO NI-FIGURE
                       MOVE V2-TOLERANCE TO NI-DATE
                       PERFORM OFFER-OFF-PLAN
                   END-IF
           END-READ.
           IF NOT V2-FS-OK AND NOT V2-FS-EOF
               DISPLAY 'VARIANCE2F READ ERROR, FILE STATUS = '
                   V2-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> the plan tolerance rides in the date field for the detail
       OFFER-OFF-PLAN.
           MOVE PRI-OFF-PLAN TO NI-PRIORITY.
           MOVE 'V' TO NI-KIND.
           MOVE ZERO TO NI-KEY.
           MOVE 'OFF PLAN' TO NI-TEXT.
           MOVE 1 TO NI-COUNT.
           PERFORM ADD-ITEM.

       RECON-LOAD.
           OPEN INPUT RECONF.
           IF RC-FS-NOT-FOUND
               MOVE 'recon.txt' TO MISSING-NAME
               PERFORM NOTE-MISSING
               EXIT PARAGRAPH
           END-IF.
           IF NOT RC-FS-OK
               DISPLAY 'RECONF OPEN FAILED, FILE STATUS = ' RC-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM RECON-READ UNTIL RC-FS-EOF.
           CLOSE RECONF.

       RECON-READ.
           READ RECONF
               AT END CONTINUE
               NOT AT END
                   IF RC-VESSEL-ID NUMERIC AND RC-DELTA NUMERIC
                       AND RC-DELTA NOT = ZERO
                       MOVE RC-VESSEL-ID TO NI-VESSEL
                       MOVE PRI-DISAGREE TO NI-PRIORITY
                       MOVE 'RECON' TO NI-SOURCE
                       MOVE 'R' TO NI-KIND
                       MOVE ZERO TO NI-KEY
                       MOVE 'P1/P2 DISAGREE' TO NI-TEXT
                       MOVE RC-DELTA TO NI-FIGURE
                       MOVE ZERO TO NI-DATE
                       MOVE 1 TO NI-COUNT
                       PERFORM ADD-ITEM
                   END-IF
           END-READ.
           IF NOT RC-FS-OK AND NOT RC-FS-EOF
               DISPLAY 'RECONF READ ERROR, FILE STATUS = ' RC-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> only the pairings the analysis flags as recurring are news
       ANALYSIS-LOAD.
           OPEN INPUT ANALYSISF.
           IF AN-FS-NOT-FOUND
               MOVE 'exception-analysis.txt' TO MISSING-NAME
               PERFORM NOTE-MISSING
               EXIT PARAGRAPH
           END-IF.
           IF NOT AN-FS-OK
               DISPLAY 'ANALYSISF OPEN FAILED, FILE STATUS = '
                   AN-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ANALYSIS-READ UNTIL AN-FS-EOF.
           CLOSE ANALYSISF.

       ANALYSIS-READ.
           READ ANALYSISF
               AT END CONTINUE
               NOT AT END
                   IF AN-VESSEL-ID NUMERIC AND AN-REASON-CODE NUMERIC
                       AND AN-COUNT NUMERIC
                       AND AN-FLAG = 'RECURRING'
                       MOVE AN-VESSEL-ID TO NI-VESSEL
                       MOVE PRI-RECURRING TO NI-PRIORITY
                       MOVE 'HISTORY' TO NI-SOURCE
                       MOVE 'H' TO NI-KIND
                       MOVE AN-REASON-CODE TO NI-KEY
                       MOVE AN-REASON-TEXT TO NI-TEXT
                       MOVE AN-COUNT TO NI-FIGURE
                       MOVE AN-FIRST-SEEN TO NI-DATE
                       MOVE 1 TO NI-COUNT
                       PERFORM ADD-ITEM
                   END-IF
           END-READ.
           IF NOT AN-FS-OK AND NOT AN-FS-EOF
               DISPLAY 'ANALYSISF READ ERROR, FILE STATUS = '
                   AN-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       EXCEPTION1-LOAD.
           OPEN INPUT EXCEPTION1F.
           IF E1-FS-NOT-FOUND
               MOVE 'exceptions-p1.txt' TO MISSING-NAME
               PERFORM NOTE-MISSING
               EXIT PARAGRAPH
           END-IF.
           IF NOT E1-FS-OK
               DISPLAY 'EXCEPTION1F OPEN FAILED, FILE STATUS = '
                   E1-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM EXCEPTION1-READ UNTIL E1-FS-EOF.
           CLOSE EXCEPTION1F.

       EXCEPTION1-READ.
           READ EXCEPTION1F
               AT END CONTINUE
               NOT AT END
                   IF E1-VESSEL-ID NUMERIC AND E1-REASON-CODE NUMERIC
                       MOVE E1-VESSEL-ID TO NI-VESSEL
                       MOVE 'EXCEPT P1' TO NI-SOURCE
                       MOVE E1-REASON-CODE TO NI-KEY
                       MOVE E1-REASON-TEXT TO NI-TEXT
                       PERFORM OFFER-EXCEPTION
                   END-IF
           END-READ.
           IF NOT E1-FS-OK AND NOT E1-FS-EOF
               DISPLAY 'EXCEPTION1F READ ERROR, FILE STATUS = '
                   E1-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       EXCEPTION2-LOAD.
           OPEN INPUT EXCEPTION2F.
           IF E2-FS-NOT-FOUND
               MOVE 'exceptions-p2.txt' TO MISSING-NAME
               PERFORM NOTE-MISSING
               EXIT PARAGRAPH
           END-IF.
           IF NOT E2-FS-OK
               DISPLAY 'EXCEPTION2F OPEN FAILED, FILE STATUS = '
                   E2-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM EXCEPTION2-READ UNTIL E2-FS-EOF.
           CLOSE EXCEPTION2F.

       EXCEPTION2-READ.
           READ EXCEPTION2F
               AT END CONTINUE
               NOT AT END
                   IF E2-VESSEL-ID NUMERIC AND E2-REASON-CODE NUMERIC
                       MOVE E2-VESSEL-ID TO NI-VESSEL
                       MOVE 'EXCEPT P2' TO NI-SOURCE
                       MOVE E2-REASON-CODE TO NI-KEY
                       MOVE E2-REASON-TEXT TO NI-TEXT
                       PERFORM OFFER-EXCEPTION
                   END-IF
           END-READ.
           IF NOT E2-FS-OK AND NOT E2-FS-EOF
               DISPLAY 'EXCEPTION2F READ ERROR, FILE STATUS = '
                   E2-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       OFFER-EXCEPTION.
           MOVE PRI-OTHER TO NI-PRIORITY.
           MOVE 'E' TO NI-KIND.
           MOVE ZERO TO NI-FIGURE.
           MOVE ZERO TO NI-DATE.
           MOVE 1 TO NI-COUNT.
           PERFORM ADD-ITEM.

       *> fold the offered item into the table: a repeat of an item
       *> already held adds to its count and keeps the worse figure
       *> (closest approach, furthest off plan, largest disagreement)
       ADD-ITEM.
           MOVE ZERO TO ITEM-FOUND-IDX.
           PERFORM ADD-ITEM-MATCH
               VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-COUNT OR ITEM-FOUND-IDX > ZERO.
           IF ITEM-FOUND-IDX > ZERO
               ADD NI-COUNT TO IT-COUNT(ITEM-FOUND-IDX)
               PERFORM ADD-ITEM-WORSE
               EXIT PARAGRAPH
           END-IF.
           IF ITEM-COUNT NOT < 2000
               ADD 1 TO ITEM-DROPPED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ITEM-COUNT.
           MOVE NI-VESSEL TO IT-VESSEL(ITEM-COUNT).
           MOVE NI-PRIORITY TO IT-PRIORITY(ITEM-COUNT).
           MOVE NI-SOURCE TO IT-SOURCE(ITEM-COUNT).
           MOVE NI-KIND TO IT-KIND(ITEM-COUNT).
           MOVE NI-KEY TO IT-KEY(ITEM-COUNT).
           MOVE NI-TEXT TO IT-TEXT(ITEM-COUNT).
           MOVE NI-FIGURE TO IT-FIGURE(ITEM-COUNT).
           MOVE NI-DATE TO IT-DATE(ITEM-COUNT).
           MOVE NI-COUNT TO IT-COUNT(ITEM-COUNT).
           COMPUTE IDX = NI-VESSEL + 1.
           IF NI-PRIORITY < VS-BEST(IDX)
               MOVE NI-PRIORITY TO VS-BEST(IDX)
           END-IF.

       ADD-ITEM-MATCH.
           IF IT-VESSEL(ITEM-IDX) = NI-VESSEL
               AND IT-SOURCE(ITEM-IDX) = NI-SOURCE
               AND IT-KIND(ITEM-IDX) = NI-KIND
               AND IT-KEY(ITEM-IDX) = NI-KEY
               MOVE ITEM-IDX TO ITEM-FOUND-IDX
           END-IF.

       ADD-ITEM-WORSE.
           EVALUATE NI-KIND
           WHEN 'X'
               IF NI-FIGURE < IT-FIGURE(ITEM-FOUND-IDX)
                   MOVE NI-FIGURE TO IT-FIGURE(ITEM-FOUND-IDX)
               END-IF
           WHEN 'V'
               IF NI-FIGURE > IT-FIGURE(ITEM-FOUND-IDX)
                   MOVE NI-FIGURE TO IT-FIGURE(ITEM-FOUND-IDX)
                   MOVE NI-DATE TO IT-DATE(ITEM-FOUND-IDX)
               END-IF
           WHEN 'R'
               IF FUNCTION ABS(NI-FIGURE)
                   > FUNCTION ABS(IT-FIGURE(ITEM-FOUND-IDX))
                   MOVE NI-FIGURE TO IT-FIGURE(ITEM-FOUND-IDX)
               END-IF
           END-EVALUATE.

       WRITE-BULLETIN-LINE.
           WRITE BULLETINLINE.
           MOVE SPACES TO BULLETINLINE.

       *> vessels in order of their most urgent item, then by id;
       *> within a vessel its items in rank order
       WRITE-BULLETIN.
           MOVE SPACES TO BULLETINLINE.
           STRING 'DUTY OFFICER BULLETIN FOR RUN ' DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO BULLETINLINE
           END-STRING.
           PERFORM WRITE-BULLETIN-LINE.
           STRING 'PRIORITY 1 ZONE SEV H OR PROXIMITY, 2 OFF PLAN, '
               DELIMITED BY SIZE
               '3 P1/P2 DISAGREE, 4 RECURRING, 5 OTHER'
               DELIMITED BY SIZE
               INTO BULLETINLINE
           END-STRING.
           PERFORM WRITE-BULLETIN-LINE.
           MOVE SPACES TO BULLETINLINE.
           STRING 'PAGED AT PRIORITY ' DELIMITED BY SIZE
               PAGER-CUTOFF DELIMITED BY SIZE
               ' AND ABOVE' DELIMITED BY SIZE
               INTO BULLETINLINE
           END-STRING.
           PERFORM WRITE-BULLETIN-LINE.
           PERFORM WRITE-BULLETIN-LINE.
           MOVE '   PRI SOURCE       ITEM' TO BULLETINLINE.
           MOVE 'DETAIL' TO BULLETINLINE(47:6).
           PERFORM WRITE-BULLETIN-LINE.
           PERFORM WRITE-BULLETIN-RANK
               VARYING RANK-LEVEL FROM 1 BY 1 UNTIL RANK-LEVEL > 5.
           IF ITEM-COUNT = ZERO
               PERFORM WRITE-BULLETIN-LINE
               MOVE 'NOTHING TO REPORT.' TO BULLETINLINE
               PERFORM WRITE-BULLETIN-LINE
           END-IF.
           PERFORM WRITE-BULLETIN-LINE.
           MOVE ITEM-COUNT TO COUNT-DISPLAY.
           STRING 'ITEMS: ' DELIMITED BY SIZE
               COUNT-DISPLAY DELIMITED BY SIZE
               '  VESSELS: ' DELIMITED BY SIZE
               VESSEL-COUNT DELIMITED BY SIZE
               '  PAGED: ' DELIMITED BY SIZE
               PAGED-COUNT DELIMITED BY SIZE
               INTO BULLETINLINE
           END-STRING.
           PERFORM WRITE-BULLETIN-LINE.
           IF ITEM-DROPPED > ZERO
               MOVE ITEM-DROPPED TO COUNT-DISPLAY
               STRING 'ITEM TABLE FULL, ' DELIMITED BY SIZE
                   COUNT-DISPLAY DELIMITED BY SIZE
                   ' ITEMS NOT LISTED' DELIMITED BY SIZE
                   INTO BULLETINLINE
               END-STRING
               PERFORM WRITE-BULLETIN-LINE
           END-IF.
           PERFORM WRITE-MISSING-LINE
               VARYING IDX FROM 1 BY 1 UNTIL IDX > MISSING-COUNT.

       WRITE-MISSING-LINE.
           STRING 'NOT ON HAND: ' DELIMITED BY SIZE
               MISSING-ENTRY(IDX) DELIMITED BY SPACE
               INTO BULLETINLINE
           END-STRING.
           PERFORM WRITE-BULLETIN-LINE.

       WRITE-BULLETIN-RANK.
           PERFORM WRITE-VESSEL-GROUP
               VARYING IDX FROM 1 BY 1 UNTIL IDX > 1000.

       WRITE-VESSEL-GROUP.
           IF VS-BEST(IDX) NOT = RANK-LEVEL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO VESSEL-COUNT.
           IF VS-NAME(IDX) = SPACES
               MOVE '(NOT IN REGISTRY)' TO VS-NAME(IDX)
           END-IF.
           IF VS-BERTH(IDX) = SPACES
               MOVE '(NOT ON MASTER)' TO VS-BERTH(IDX)
           END-IF.
           PERFORM WRITE-BULLETIN-LINE.
           COMPUTE HL-VESSEL = IDX - 1.
           MOVE VS-NAME(IDX) TO HL-NAME.
           MOVE VS-BERTH(IDX) TO HL-BERTH.
           MOVE HEADER-LINE TO BULLETINLINE.
           PERFORM WRITE-BULLETIN-LINE.
           PERFORM WRITE-VESSEL-PRIORITY
               VARYING ITEM-PRI FROM 1 BY 1 UNTIL ITEM-PRI > 5.

       WRITE-VESSEL-PRIORITY.
           PERFORM WRITE-ITEM
               VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-COUNT.

       WRITE-ITEM.
           IF IT-PRIORITY(ITEM-IDX) NOT = ITEM-PRI
               OR IT-VESSEL(ITEM-IDX) NOT = IDX - 1
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO DETAIL-LINE.
           MOVE IT-PRIORITY(ITEM-IDX) TO DL-PRIORITY.
           MOVE IT-SOURCE(ITEM-IDX) TO DL-SOURCE.
           MOVE IT-TEXT(ITEM-IDX) TO DL-ITEM.
           PERFORM FORMAT-DETAIL.
           MOVE DETAIL-LINE TO BULLETINLINE.
           PERFORM WRITE-BULLETIN-LINE.
           IF IT-PRIORITY(ITEM-IDX) NOT > PAGER-CUTOFF
               PERFORM WRITE-PAGER-LINE
           END-IF.

       *> the figures behind each kind of item, in words
       FORMAT-DETAIL.
           EVALUATE TRUE
           WHEN IT-INCURSION(ITEM-IDX)
               MOVE IT-COUNT(ITEM-IDX) TO NUM-EDIT
               STRING 'ZONE ' DELIMITED BY SIZE
                   IT-KEY(ITEM-IDX) DELIMITED BY SIZE
                   ' ENTERED' DELIMITED BY SIZE
                   NUM-EDIT DELIMITED BY SIZE
                   ' TIME(S)' DELIMITED BY SIZE
                   INTO DL-DETAIL
               END-STRING
           WHEN IT-PROXIMITY(ITEM-IDX)
               MOVE IT-FIGURE(ITEM-IDX) TO NUM-EDIT
               STRING 'WITH VESSEL ' DELIMITED BY SIZE
                   IT-KEY(ITEM-IDX) DELIMITED BY SIZE
                   ', CLOSEST' DELIMITED BY SIZE
                   NUM-EDIT DELIMITED BY SIZE
                   INTO DL-DETAIL
               END-STRING
           WHEN IT-OFF-PLAN(ITEM-IDX)
               MOVE IT-FIGURE(ITEM-IDX) TO NUM-EDIT
               STRING 'OFF BY' DELIMITED BY SIZE
                   NUM-EDIT DELIMITED BY SIZE
                   ', TOLERANCE ' DELIMITED BY SIZE
                   IT-DATE(ITEM-IDX)(5:4) DELIMITED BY SIZE
                   INTO DL-DETAIL
               END-STRING
           WHEN IT-DISAGREE(ITEM-IDX)
               MOVE IT-FIGURE(ITEM-IDX) TO SIGNED-EDIT
               STRING 'DISTANCE DELTA' DELIMITED BY SIZE
                   SIGNED-EDIT DELIMITED BY SIZE
                   INTO DL-DETAIL
               END-STRING
           WHEN IT-RECURRING(ITEM-IDX)
               MOVE IT-FIGURE(ITEM-IDX) TO NUM-EDIT
               STRING 'REASON ' DELIMITED BY SIZE
                   IT-KEY(ITEM-IDX)(2:2) DELIMITED BY SIZE
                   NUM-EDIT DELIMITED BY SIZE
                   ' TIMES SINCE ' DELIMITED BY SIZE
                   IT-DATE(ITEM-IDX) DELIMITED BY SIZE
                   INTO DL-DETAIL
               END-STRING
           WHEN IT-EXCEPTION(ITEM-IDX)
               MOVE IT-COUNT(ITEM-IDX) TO NUM-EDIT
               STRING 'REASON ' DELIMITED BY SIZE
                   IT-KEY(ITEM-IDX)(2:2) DELIMITED BY SIZE
                   NUM-EDIT DELIMITED BY SIZE
                   ' RECORD(S) THIS RUN' DELIMITED BY SIZE
                   INTO DL-DETAIL
               END-STRING
           END-EVALUATE.

       WRITE-PAGER-LINE.
           ADD 1 TO PAGED-COUNT.
           MOVE SPACES TO PAGERRECORD.
           MOVE RUN-DATE TO PA-RUN-DATE.
           MOVE IT-PRIORITY(ITEM-IDX) TO PA-PRIORITY.
           MOVE IT-VESSEL(ITEM-IDX) TO PA-VESSEL-ID.
           MOVE VS-NAME(IDX) TO PA-VESSEL-NAME.
           MOVE VS-BERTH(IDX) TO PA-BERTH-NAME.
           MOVE IT-SOURCE(ITEM-IDX) TO PA-SOURCE.
           MOVE IT-TEXT(ITEM-IDX) TO PA-ITEM.
           MOVE IT-FIGURE(ITEM-IDX) TO PA-FIGURE.
           MOVE IT-COUNT(ITEM-IDX) TO PA-COUNT.
           WRITE PAGERRECORD.
