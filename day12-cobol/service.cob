       IDENTIFICATION DIVISION.
       PROGRAM-ID. aoc-day12-service.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT REGISTRYF ASSIGN TO "registry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RG-FSTATUS.
               SELECT SERVINTF ASSIGN TO "service-intervals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SI-FSTATUS.
               SELECT SERVHISTF ASSIGN TO "service-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SH-FSTATUS.
               SELECT MASTERF ASSIGN TO "vessel-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VM-VESSEL-ID
               FILE STATUS IS VM-FSTATUS.
               SELECT DUEF ASSIGN TO "service-due.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SD-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
           FD REGISTRYF.
               01 REGISTRYRECORD.
               05 RG-VESSEL-ID PIC 9(3).
               05 FILLER PIC X.
               05 RG-NAME PIC X(20).
               05 FILLER PIC X.
               05 RG-CLASS PIC X(8).
               05 FILLER PIC X.
               05 RG-STATUS PIC X.

       *> maintenance interval per vessel class: a class falls due
       *> once it has steamed the distance limit or made the voyage
       *> limit since its last service (a zero limit is not used);
       *> the warning margins say how close to a limit is due soon
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

           FD DUEF.
               01 DUELINE PIC X(90).

       WORKING-STORAGE SECTION.
           01 RG-FSTATUS PIC X(2) VALUE SPACES.
               88 RG-FS-OK VALUE '00'.
               88 RG-FS-EOF VALUE '10'.
               88 RG-FS-NOT-FOUND VALUE '35'.
           01 SI-FSTATUS PIC X(2) VALUE SPACES.
               88 SI-FS-OK VALUE '00'.
               88 SI-FS-EOF VALUE '10'.
               88 SI-FS-NOT-FOUND VALUE '35'.
           01 SH-FSTATUS PIC X(2) VALUE SPACES.
               88 SH-FS-OK VALUE '00'.
               88 SH-FS-EOF VALUE '10'.
               88 SH-FS-NOT-FOUND VALUE '35'.
           01 VM-FSTATUS PIC X(2) VALUE SPACES.
               88 VM-FS-OK VALUE '00'.
               88 VM-FS-EOF VALUE '10'.
               88 VM-FS-NOT-FOUND VALUE '35'.
           01 SD-FSTATUS PIC X(2) VALUE SPACES.
               88 SD-FS-OK VALUE '00'.
           01 RUN-DATE PIC 9(8) VALUE ZERO.
           01 IDX PIC 9(4) COMP VALUE ZERO.
           01 REGISTRY-BAD-COUNT PIC 9(4) COMP VALUE ZERO.
           01 INTERVAL-BAD-COUNT PIC 9(4) COMP VALUE ZERO.
           01 SERVICE-BAD-COUNT PIC 9(4) COMP VALUE ZERO.
           01 MASTER-BAD-COUNT PIC 9(4) COMP VALUE ZERO.
           01 REGISTRY-LOADED-SWITCH PIC X VALUE 'N'.
               88 REGISTRY-LOADED VALUE 'Y'.
           01 OVERDUE-COUNT PIC 9(4) VALUE ZERO.
           01 DUE-SOON-COUNT PIC 9(4) VALUE ZERO.
           01 ON-SCHEDULE-COUNT PIC 9(4) VALUE ZERO.
           01 NO-INTERVAL-COUNT PIC 9(4) VALUE ZERO.
           01 SECTION-COUNT PIC 9(4) VALUE ZERO.
           01 SECTION-WANTED PIC X VALUE SPACE.
           01 SECTION-TITLE PIC X(30) VALUE SPACES.

       *> service intervals by vessel class, at most 20 classes
           01 INTERVAL-COUNT PIC 9(2) COMP VALUE ZERO.
           01 INTERVAL-DROPPED PIC 9(4) COMP VALUE ZERO.
           01 INTERVAL-IDX PIC 9(2) COMP VALUE ZERO.
           01 INTERVAL-FOUND-IDX PIC 9(2) COMP VALUE ZERO.
           01 INTERVAL-TABLE.
               05 INTERVAL-ENTRY OCCURS 20 TIMES.
               10 IT-CLASS PIC X(8).
               10 IT-DIST-LIMIT PIC 9(10).
               10 IT-VOYAGE-LIMIT PIC 9(6).
               10 IT-WARN-DIST PIC 9(8).
               10 IT-WARN-VOYAGES PIC 9(4).

       *> one slot per vessel id (slot = id + 1): registry details,
       *> the latest service on file, the master's running totals,
       *> and the standing worked out from them
           01 FLEET-TABLE.
               05 FLEET-ENTRY OCCURS 1000 TIMES.
               10 FT-REG-NAME PIC X(20).
               10 FT-REG-CLASS PIC X(8).
               10 FT-REG-STATUS PIC X.
                   88 FT-REG-ACTIVE VALUE 'A'.
                   88 FT-REG-RETIRED VALUE 'R'.
               10 FT-SERVICE-DATE PIC 9(8).
               10 FT-SERVICE-DIST PIC 9(10).
               10 FT-SERVICE-VOYAGES PIC 9(6).
               10 FT-MASTER-PRESENT PIC X.
                   88 FT-ON-MASTER VALUE 'Y'.
               10 FT-CUM-DIST PIC 9(10).
               10 FT-VOYAGES PIC 9(6).
               10 FT-SINCE-DIST PIC 9(10).
               10 FT-SINCE-VOYAGES PIC 9(6).
               10 FT-DIST-LIMIT PIC 9(10).
               10 FT-VOYAGE-LIMIT PIC 9(6).
               10 FT-STANDING PIC X.
                   88 FT-OVERDUE VALUE 'O'.
                   88 FT-DUE-SOON VALUE 'D'.
                   88 FT-ON-SCHEDULE VALUE 'S'.
                   88 FT-NO-INTERVAL VALUE 'N'.

           01 DETAIL-LINE.
               05 DL-VESSEL PIC 9(3).
               05 FILLER PIC X(2).
               05 DL-NAME PIC X(20).
               05 FILLER PIC X(2).
               05 DL-CLASS PIC X(8).
               05 FILLER PIC X(2).
               05 DL-SERVICE-DATE PIC X(8).
               05 FILLER PIC X(2).
               05 DL-SINCE-DIST PIC 9(10).
               05 FILLER PIC X.
               05 DL-DIST-LIMIT PIC 9(10).
               05 FILLER PIC X(2).
               05 DL-SINCE-VOYAGES PIC 9(6).
               05 FILLER PIC X.
               05 DL-VOYAGE-LIMIT PIC 9(6).

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO FLEET-TABLE.
           MOVE ZERO TO INTERVAL-TABLE.
           PERFORM CLEAR-FLEET-SLOT
               VARYING IDX FROM 1 BY 1 UNTIL IDX > 1000.
           PERFORM REGISTRY-LOAD.
           PERFORM INTERVAL-LOAD.
           PERFORM HISTORY-LOAD.
           PERFORM MASTER-LOAD.
           PERFORM ASSESS-VESSEL
               VARYING IDX FROM 1 BY 1 UNTIL IDX > 1000.
           OPEN OUTPUT DUEF.
           IF NOT SD-FS-OK
               DISPLAY 'DUEF OPEN FAILED, FILE STATUS = ' SD-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-DUE-REPORT.
           CLOSE DUEF.
           DISPLAY 'SERVICE DUE: ' OVERDUE-COUNT ' OVERDUE, '
               DUE-SOON-COUNT ' DUE SOON, ' ON-SCHEDULE-COUNT
               ' ON SCHEDULE, ' NO-INTERVAL-COUNT ' NO INTERVAL'.
           STOP RUN.

       CLEAR-FLEET-SLOT.
           MOVE ZERO TO FT-SERVICE-DATE(IDX).
           MOVE ZERO TO FT-SERVICE-DIST(IDX).
           MOVE ZERO TO FT-SERVICE-VOYAGES(IDX).
           MOVE ZERO TO FT-CUM-DIST(IDX).
           MOVE ZERO TO FT-VOYAGES(IDX).

       *> with no registry on file every vessel on the master is
       *> reported, unnamed and unclassed
       REGISTRY-LOAD.
           OPEN INPUT REGISTRYF.
           IF RG-FS-NOT-FOUND
               DISPLAY 'REGISTRYF NOT FOUND, NO CLASSES KNOWN'
               EXIT PARAGRAPH
           END-IF.
           IF NOT RG-FS-OK
               DISPLAY 'REGISTRYF OPEN FAILED, FILE STATUS = '
                   RG-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM REGISTRY-LOAD-READ UNTIL RG-FS-EOF.
           CLOSE REGISTRYF.
           IF REGISTRY-BAD-COUNT > ZERO
               DISPLAY 'REGISTRYF: ' REGISTRY-BAD-COUNT
                   ' UNUSABLE LINES SKIPPED'
           END-IF.
           SET REGISTRY-LOADED TO TRUE.

       REGISTRY-LOAD-READ.
           READ REGISTRYF
               AT END CONTINUE
               NOT AT END
                   IF RG-VESSEL-ID NOT NUMERIC
                       ADD 1 TO REGISTRY-BAD-COUNT
                   ELSE
                       COMPUTE IDX = RG-VESSEL-ID + 1
                       MOVE RG-NAME TO FT-REG-NAME(IDX)
                       MOVE RG-CLASS TO FT-REG-CLASS(IDX)
                       MOVE RG-STATUS TO FT-REG-STATUS(IDX)
                   END-IF
           END-READ.
           IF NOT RG-FS-OK AND NOT RG-FS-EOF
               DISPLAY 'REGISTRYF READ ERROR, FILE STATUS = '
                   RG-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> with no intervals on file every vessel lands under NO
       *> INTERVAL, which is itself worth a planner's attention
       INTERVAL-LOAD.
           OPEN INPUT SERVINTF.
           IF SI-FS-NOT-FOUND
               DISPLAY 'SERVINTF NOT FOUND, NO INTERVALS KNOWN'
               EXIT PARAGRAPH
           END-IF.
           IF NOT SI-FS-OK
               DISPLAY 'SERVINTF OPEN FAILED, FILE STATUS = '
                   SI-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM INTERVAL-LOAD-READ UNTIL SI-FS-EOF.
           CLOSE SERVINTF.
           IF INTERVAL-BAD-COUNT > ZERO
               DISPLAY 'SERVINTF: ' INTERVAL-BAD-COUNT
                   ' UNUSABLE LINES SKIPPED'
           END-IF.
           IF INTERVAL-DROPPED > ZERO
               DISPLAY 'INTERVAL TABLE FULL, ' INTERVAL-DROPPED
                   ' CLASSES NOT CHECKED'
           END-IF.

       INTERVAL-LOAD-READ.
           READ SERVINTF
               AT END CONTINUE
               NOT AT END
                   IF SI-DIST-LIMIT NOT NUMERIC
                       OR SI-VOYAGE-LIMIT NOT NUMERIC
                       OR SI-WARN-DIST NOT NUMERIC
                       OR SI-WARN-VOYAGES NOT NUMERIC
                       ADD 1 TO INTERVAL-BAD-COUNT
                   ELSE
                       IF INTERVAL-COUNT < 20
                           ADD 1 TO INTERVAL-COUNT
                           MOVE SI-CLASS TO IT-CLASS(INTERVAL-COUNT)
                           MOVE SI-DIST-LIMIT
                               TO IT-DIST-LIMIT(INTERVAL-COUNT)
                           MOVE SI-VOYAGE-LIMIT
                               TO IT-VOYAGE-LIMIT(INTERVAL-COUNT)
                           MOVE SI-WARN-DIST
                               TO IT-WARN-DIST(INTERVAL-COUNT)
                           MOVE SI-WARN-VOYAGES
                               TO IT-WARN-VOYAGES(INTERVAL-COUNT)
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

       *> a vessel with no service on file is measured from its
       *> first voyage
       HISTORY-LOAD.
           OPEN INPUT SERVHISTF.
           IF SH-FS-NOT-FOUND
               DISPLAY 'SERVHISTF NOT FOUND, NO SERVICES ON FILE'
               EXIT PARAGRAPH
           END-IF.
           IF NOT SH-FS-OK
               DISPLAY 'SERVHISTF OPEN FAILED, FILE STATUS = '
                   SH-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM HISTORY-LOAD-READ UNTIL SH-FS-EOF.
           CLOSE SERVHISTF.
           IF SERVICE-BAD-COUNT > ZERO
               DISPLAY 'SERVHISTF: ' SERVICE-BAD-COUNT
                   ' UNUSABLE LINES SKIPPED'
           END-IF.

       *> the history is appended to over the years; the latest
       *> service date on file for a vessel is the one that counts
       HISTORY-LOAD-READ.
           READ SERVHISTF
               AT END CONTINUE
               NOT AT END
                   IF SH-VESSEL-ID NOT NUMERIC
                       OR SH-SERVICE-DATE NOT NUMERIC
                       OR SH-CUM-DIST NOT NUMERIC
                       OR SH-VOYAGE-COUNT NOT NUMERIC
                       ADD 1 TO SERVICE-BAD-COUNT
                   ELSE
                       COMPUTE IDX = SH-VESSEL-ID + 1
                       IF SH-SERVICE-DATE NOT < FT-SERVICE-DATE(IDX)
                           MOVE SH-SERVICE-DATE
                               TO FT-SERVICE-DATE(IDX)
                           MOVE SH-CUM-DIST TO FT-SERVICE-DIST(IDX)
                           MOVE SH-VOYAGE-COUNT
                               TO FT-SERVICE-VOYAGES(IDX)
                       END-IF
                   END-IF
           END-READ.
           IF NOT SH-FS-OK AND NOT SH-FS-EOF
               DISPLAY 'SERVHISTF READ ERROR, FILE STATUS = '
                   SH-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> the master's running totals are what the intervals are
       *> measured against; a vessel the master has never seen has
       *> not sailed and is not reported
       MASTER-LOAD.
           OPEN INPUT MASTERF.
           IF VM-FS-NOT-FOUND
               DISPLAY 'MASTERF NOT FOUND, NO VESSELS TO REPORT'
               EXIT PARAGRAPH
           END-IF.
           IF NOT VM-FS-OK
               DISPLAY 'MASTERF OPEN FAILED, FILE STATUS = ' VM-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM MASTER-LOAD-READ UNTIL VM-FS-EOF.
           CLOSE MASTERF.
           IF MASTER-BAD-COUNT > ZERO
               DISPLAY 'MASTERF: ' MASTER-BAD-COUNT
                   ' UNUSABLE LINES SKIPPED'
           END-IF.

       MASTER-LOAD-READ.
           READ MASTERF
               AT END CONTINUE
               NOT AT END
                   IF VM-VESSEL-ID NOT NUMERIC
                       ADD 1 TO MASTER-BAD-COUNT
                   ELSE
                       COMPUTE IDX = VM-VESSEL-ID + 1
                       SET FT-ON-MASTER(IDX) TO TRUE
                       MOVE VM-CUM-DIST TO FT-CUM-DIST(IDX)
                       MOVE VM-VOYAGE-COUNT TO FT-VOYAGES(IDX)
                   END-IF
           END-READ.
           IF NOT VM-FS-OK AND NOT VM-FS-EOF
               DISPLAY 'MASTERF READ ERROR, FILE STATUS = ' VM-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> overdue once either running total has reached its class
       *> limit since the last service; due soon once either is
       *> within the class warning margin of its limit. retired
       *> vessels are no longer maintained and are left out
       ASSESS-VESSEL.
           IF NOT FT-ON-MASTER(IDX)
               EXIT PARAGRAPH
           END-IF.
           IF REGISTRY-LOADED AND FT-REG-RETIRED(IDX)
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO FT-SINCE-DIST(IDX).
           MOVE ZERO TO FT-SINCE-VOYAGES(IDX).
           IF FT-CUM-DIST(IDX) > FT-SERVICE-DIST(IDX)
               COMPUTE FT-SINCE-DIST(IDX) = FT-CUM-DIST(IDX)
                   - FT-SERVICE-DIST(IDX)
           END-IF.
           IF FT-VOYAGES(IDX) > FT-SERVICE-VOYAGES(IDX)
               COMPUTE FT-SINCE-VOYAGES(IDX) = FT-VOYAGES(IDX)
                   - FT-SERVICE-VOYAGES(IDX)
           END-IF.
           MOVE ZERO TO FT-DIST-LIMIT(IDX).
           MOVE ZERO TO FT-VOYAGE-LIMIT(IDX).
           MOVE ZERO TO INTERVAL-FOUND-IDX.
           PERFORM INTERVAL-LOOKUP
               VARYING INTERVAL-IDX FROM 1 BY 1
               UNTIL INTERVAL-IDX > INTERVAL-COUNT.
           IF INTERVAL-FOUND-IDX = ZERO
               SET FT-NO-INTERVAL(IDX) TO TRUE
               ADD 1 TO NO-INTERVAL-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE IT-DIST-LIMIT(INTERVAL-FOUND-IDX)
               TO FT-DIST-LIMIT(IDX).
           MOVE IT-VOYAGE-LIMIT(INTERVAL-FOUND-IDX)
               TO FT-VOYAGE-LIMIT(IDX).
           SET FT-ON-SCHEDULE(IDX) TO TRUE.
           IF FT-DIST-LIMIT(IDX) > ZERO
               IF FT-SINCE-DIST(IDX) NOT < FT-DIST-LIMIT(IDX)
                   SET FT-OVERDUE(IDX) TO TRUE
               ELSE
                   IF FT-SINCE-DIST(IDX)
                       + IT-WARN-DIST(INTERVAL-FOUND-IDX)
                       NOT < FT-DIST-LIMIT(IDX)
                       SET FT-DUE-SOON(IDX) TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF FT-VOYAGE-LIMIT(IDX) > ZERO AND NOT FT-OVERDUE(IDX)
               IF FT-SINCE-VOYAGES(IDX) NOT < FT-VOYAGE-LIMIT(IDX)
                   SET FT-OVERDUE(IDX) TO TRUE
               ELSE
                   IF FT-SINCE-VOYAGES(IDX)
                       + IT-WARN-VOYAGES(INTERVAL-FOUND-IDX)
                       NOT < FT-VOYAGE-LIMIT(IDX)
                       SET FT-DUE-SOON(IDX) TO TRUE
                   END-IF
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN FT-OVERDUE(IDX)
                   ADD 1 TO OVERDUE-COUNT
               WHEN FT-DUE-SOON(IDX)
                   ADD 1 TO DUE-SOON-COUNT
               WHEN OTHER
                   ADD 1 TO ON-SCHEDULE-COUNT
           END-EVALUATE.

       INTERVAL-LOOKUP.
           IF IT-CLASS(INTERVAL-IDX) = FT-REG-CLASS(IDX)
               MOVE INTERVAL-IDX TO INTERVAL-FOUND-IDX
           END-IF.

       WRITE-DUE-LINE.
           WRITE DUELINE.
           MOVE SPACES TO DUELINE.

       *> worst news first: the overdue vessels lead the report so
       *> the drydock planners see them before anything else
       WRITE-DUE-REPORT.
           MOVE SPACES TO DUELINE.
           STRING 'SERVICE DUE REPORT FOR RUN ' DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO DUELINE
           END-STRING.
           PERFORM WRITE-DUE-LINE.
           MOVE 'O' TO SECTION-WANTED.
           MOVE 'OVERDUE' TO SECTION-TITLE.
           PERFORM WRITE-DUE-SECTION.
           MOVE 'D' TO SECTION-WANTED.
           MOVE 'DUE SOON' TO SECTION-TITLE.
           PERFORM WRITE-DUE-SECTION.
           MOVE 'S' TO SECTION-WANTED.
           MOVE 'ON SCHEDULE' TO SECTION-TITLE.
           PERFORM WRITE-DUE-SECTION.
           MOVE 'N' TO SECTION-WANTED.
           MOVE 'NO INTERVAL FOR CLASS' TO SECTION-TITLE.
           PERFORM WRITE-DUE-SECTION.
           PERFORM WRITE-DUE-LINE.
           STRING 'TOTAL OVERDUE ' DELIMITED BY SIZE
               OVERDUE-COUNT DELIMITED BY SIZE
               ', DUE SOON ' DELIMITED BY SIZE
               DUE-SOON-COUNT DELIMITED BY SIZE
               ', ON SCHEDULE ' DELIMITED BY SIZE
               ON-SCHEDULE-COUNT DELIMITED BY SIZE
               ', NO INTERVAL ' DELIMITED BY SIZE
               NO-INTERVAL-COUNT DELIMITED BY SIZE
               INTO DUELINE
           END-STRING.
           PERFORM WRITE-DUE-LINE.
           MOVE 'A LIMIT OF ZERO IS NOT CHECKED.' TO DUELINE.
           PERFORM WRITE-DUE-LINE.

       WRITE-DUE-SECTION.
           PERFORM WRITE-DUE-LINE.
           MOVE SECTION-TITLE TO DUELINE.
           PERFORM WRITE-DUE-LINE.
           MOVE 'VSL  VESSEL NAME' TO DUELINE.
           MOVE 'CLASS' TO DUELINE(28:5).
           MOVE 'SERVICED' TO DUELINE(38:8).
           MOVE 'DIST SINCE' TO DUELINE(48:10).
           MOVE 'LIMIT' TO DUELINE(59:5).
           MOVE 'VOYS' TO DUELINE(73:4).
           MOVE 'LIMIT' TO DUELINE(79:5).
           PERFORM WRITE-DUE-LINE.
           MOVE ZERO TO SECTION-COUNT.
           PERFORM WRITE-DUE-VESSEL
               VARYING IDX FROM 1 BY 1 UNTIL IDX > 1000.
           IF SECTION-COUNT = ZERO
               MOVE 'NONE.' TO DUELINE
               PERFORM WRITE-DUE-LINE
           END-IF.

       WRITE-DUE-VESSEL.
           IF FT-STANDING(IDX) NOT = SECTION-WANTED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO SECTION-COUNT.
           MOVE SPACES TO DETAIL-LINE.
           COMPUTE DL-VESSEL = IDX - 1.
           MOVE FT-REG-NAME(IDX) TO DL-NAME.
           MOVE FT-REG-CLASS(IDX) TO DL-CLASS.
           IF FT-SERVICE-DATE(IDX) = ZERO
               MOVE 'NEVER' TO DL-SERVICE-DATE
           ELSE
               MOVE FT-SERVICE-DATE(IDX) TO DL-SERVICE-DATE
           END-IF.
           MOVE FT-SINCE-DIST(IDX) TO DL-SINCE-DIST.
           MOVE FT-DIST-LIMIT(IDX) TO DL-DIST-LIMIT.
           MOVE FT-SINCE-VOYAGES(IDX) TO DL-SINCE-VOYAGES.
           MOVE FT-VOYAGE-LIMIT(IDX) TO DL-VOYAGE-LIMIT.
           MOVE DETAIL-LINE TO DUELINE.
           PERFORM WRITE-DUE-LINE.
