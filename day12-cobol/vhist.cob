       IDENTIFICATION DIVISION.
       PROGRAM-ID. aoc-day12-vhist.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT REPORTF ASSIGN TO "report-p1.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RP-FSTATUS.
               SELECT TIMINGF ASSIGN TO "timing-p1.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TM-FSTATUS.
               SELECT EXCEPTIONSF ASSIGN TO "exceptions-p1.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EX-FSTATUS.
               SELECT REGISTRYF ASSIGN TO "registry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RG-FSTATUS.
               SELECT RUNDATEF ASSIGN TO "rundate-parm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RD-FSTATUS.
               SELECT HISTORYF ASSIGN TO "voyage-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VH-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
           FD REPORTF.
               01 REPORTRECORD.
               05 RP-RUN-DATE PIC 9(8).
               05 FILLER PIC X.
               05 RP-VESSEL-ID PIC 9(3).
               05 FILLER PIC X.
               05 RP-X PIC S9(8) SIGN LEADING SEPARATE.
               05 FILLER PIC X.
               05 RP-Y PIC S9(8) SIGN LEADING SEPARATE.
               05 FILLER PIC X.
               05 RP-DIST PIC 9(8).
               05 FILLER PIC X.
               05 RP-TOTAL-DIST PIC 9(8).
               05 FILLER PIC X.
               05 RP-DIR PIC X.
               05 FILLER PIC X.
               05 RP-FUEL PIC 9(8).9(2).
               05 FILLER PIC X.
               05 RP-BERTH-NAME PIC X(20).

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

           FD EXCEPTIONSF.
               01 EXCEPTIONRECORD.
               05 EX-REC-NUM PIC 9(6).
               05 FILLER PIC X.
               05 EX-VESSEL-ID PIC 9(3).
               05 FILLER PIC X.
               05 EX-ACTION PIC X.
               05 FILLER PIC X.
               05 EX-ARG PIC 9(3).
               05 FILLER PIC X.
               05 EX-REASON-CODE PIC 9(2).
               05 FILLER PIC X.
               05 EX-REASON-TEXT PIC X(24).

           FD REGISTRYF.
               01 REGISTRYRECORD.
               05 RG-VESSEL-ID PIC 9(3).
               05 FILLER PIC X.
               05 RG-NAME PIC X(20).
               05 FILLER PIC X.
               05 RG-CLASS PIC X(8).
               05 FILLER PIC X.
               05 RG-STATUS PIC X.

       *> present only when an archived day is being replayed: the
       *> date that day ran under, in place of the system clock
           FD RUNDATEF.
               01 RUNDATERECORD.
               05 RD-RUN-DATE PIC 9(8).

       *> the dated voyage history, appended by every run. Each run
       *> adds one load, all lines stamped with the same load stamp:
       *> a V line per finished voyage with the class it sailed under
       *> and the berth it finished at, an X line for a vessel whose
       *> exceptions fell on no finished voyage, and last of all a D
       *> line with the load's counts. A later load for the same run
       *> date (a rerun after corrections) replaces the earlier one
       *> in aoc-day12-perf; a load with no D line never finished
       *> writing and is not used
           FD HISTORYF.
               01 HISTORYRECORD.
               05 VH-TYPE PIC X.
                   88 VH-DAY-LINE VALUE 'D'.
                   88 VH-VOYAGE-LINE VALUE 'V'.
                   88 VH-EXCEPTION-LINE VALUE 'X'.
               05 FILLER PIC X.
               05 VH-RUN-DATE PIC 9(8).
               05 FILLER PIC X.
               05 VH-LOAD-STAMP PIC 9(14).
               05 FILLER PIC X.
               05 VH-VESSEL-ID PIC 9(3).
               05 FILLER PIC X.
               05 VH-SEQ PIC 9(3).
               05 FILLER PIC X.
               05 VH-CLASS PIC X(8).
               05 FILLER PIC X.
               05 VH-BERTH-NAME PIC X(20).
               05 FILLER PIC X.
               05 VH-FIGURES.
               10 VH-STEAMED PIC 9(8).
               10 FILLER PIC X.
               10 VH-NET-DISP PIC 9(8).
               10 FILLER PIC X.
               10 VH-FUEL PIC 9(8).9(2).
               10 FILLER PIC X.
               10 VH-TIMED PIC X.
               10 FILLER PIC X.
               10 VH-ELAPSED-SECS PIC 9(8).
               10 FILLER PIC X.
               10 VH-EXCEPTIONS PIC 9(6).
               05 VH-DAY-FIGURES REDEFINES VH-FIGURES.
               10 VH-DAY-VOYAGES PIC 9(6).
               10 FILLER PIC X.
               10 VH-DAY-EXC-LINES PIC 9(6).
               10 FILLER PIC X.
               10 VH-DAY-EXCEPTIONS PIC 9(6).
               10 FILLER PIC X(27).

       WORKING-STORAGE SECTION.
           01 RP-FSTATUS PIC X(2) VALUE SPACES.
               88 RP-FS-OK VALUE '00'.
               88 RP-FS-EOF VALUE '10'.
               88 RP-FS-NOT-FOUND VALUE '35'.
           01 TM-FSTATUS PIC X(2) VALUE SPACES.
               88 TM-FS-OK VALUE '00'.
               88 TM-FS-EOF VALUE '10'.
               88 TM-FS-NOT-FOUND VALUE '35'.
           01 EX-FSTATUS PIC X(2) VALUE SPACES.
               88 EX-FS-OK VALUE '00'.
               88 EX-FS-EOF VALUE '10'.
               88 EX-FS-NOT-FOUND VALUE '35'.
           01 RG-FSTATUS PIC X(2) VALUE SPACES.
               88 RG-FS-OK VALUE '00'.
               88 RG-FS-EOF VALUE '10'.
               88 RG-FS-NOT-FOUND VALUE '35'.
           01 RD-FSTATUS PIC X(2) VALUE SPACES.
               88 RD-FS-OK VALUE '00'.
               88 RD-FS-NOT-FOUND VALUE '35'.
           01 VH-FSTATUS PIC X(2) VALUE SPACES.
               88 VH-FS-OK VALUE '00'.
               88 VH-FS-NOT-FOUND VALUE '35'.
           01 ADVISORY-REASON CONSTANT AS 54.
           01 RUN-DATE PIC 9(8) VALUE ZERO.
           01 RUN-TIME-RAW.
               05 RT-HHMMSS PIC 9(6).
               05 FILLER PIC 9(2).
           01 LOAD-STAMP PIC 9(14) VALUE ZERO.
           01 IDX PIC 9(4) COMP VALUE ZERO.
           01 TIM-IDX PIC 9(4) COMP VALUE ZERO.
           01 REPORT-BAD-COUNT PIC 9(4) COMP VALUE ZERO.
           01 REPORT-REC-NUM PIC 9(6) VALUE ZERO.
           01 REGISTRY-BAD-COUNT PIC 9(4) COMP VALUE ZERO.
           01 VOYAGE-COUNT PIC 9(6) VALUE ZERO.
           01 EXC-LINE-COUNT PIC 9(6) VALUE ZERO.
           01 EXCEPTION-TOTAL PIC 9(6) VALUE ZERO.
           01 FUEL-WORK PIC 9(8)V9(2) VALUE ZERO.

       *> one slot per vessel id (slot = id + 1): registry class,
       *> voyages seen so far today, and today's exception count,
       *> which goes on the vessel's first finished voyage
           01 VESSEL-TABLE.
               05 VESSEL-ENTRY OCCURS 1000 TIMES.
               10 VS-CLASS PIC X(8).
               10 VS-VOYAGE-SEQ PIC 9(3).
               10 VS-EXCEPTIONS PIC 9(6).
               10 VS-CARRIED-FLAG PIC X.
                   88 VS-EXCEPTIONS-CARRIED VALUE 'Y'.

       *> timed voyages, each with the ordinal of its line in
       *> report-p1.txt; an untimed voyage has no timing line, so a
       *> report line takes only the timing line carrying its ordinal,
       *> as billing does
           01 TIMING-COUNT PIC 9(4) COMP VALUE ZERO.
           01 TIMING-TABLE.
               05 TIMING-ENTRY OCCURS 2000 TIMES.
               10 TL-VESSEL-ID PIC 9(3).
               10 TL-ELAPSED PIC 9(8).
               10 TL-REPORT-REC PIC 9(6).
           01 TIMING-FOUND-SWITCH PIC X VALUE 'N'.
               88 TIMING-FOUND VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-RAW FROM TIME.
           COMPUTE LOAD-STAMP = RUN-DATE * 1000000 + RT-HHMMSS.
           PERFORM RUN-DATE-OVERRIDE.
           PERFORM VESSEL-TABLE-CLEAR
               VARYING IDX FROM 1 BY 1 UNTIL IDX > 1000.
           PERFORM REGISTRY-LOAD.
           PERFORM EXCEPTION-LOAD.
           PERFORM TIMING-LOAD.
           PERFORM HISTORY-OPEN.
           PERFORM REPORT-COPY.
           PERFORM WRITE-EXCEPTION-LINE
               VARYING IDX FROM 1 BY 1 UNTIL IDX > 1000.
           PERFORM WRITE-DAY-LINE.
           CLOSE HISTORYF.
           DISPLAY 'VOYAGE HISTORY: ' VOYAGE-COUNT ' VOYAGES, '
               EXCEPTION-TOTAL ' EXCEPTIONS ADDED FOR ' RUN-DATE.
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

       VESSEL-TABLE-CLEAR.
           MOVE SPACES TO VS-CLASS(IDX).
           MOVE ZERO TO VS-VOYAGE-SEQ(IDX).
           MOVE ZERO TO VS-EXCEPTIONS(IDX).
           MOVE 'N' TO VS-CARRIED-FLAG(IDX).

       *> the class a voyage is filed under is the one it sailed
       *> under, so a later reclassification does not move history
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

       REGISTRY-LOAD-READ.
           READ REGISTRYF
               AT END CONTINUE
               NOT AT END
                   IF RG-VESSEL-ID NOT NUMERIC
                       ADD 1 TO REGISTRY-BAD-COUNT
                   ELSE
                       COMPUTE IDX = RG-VESSEL-ID + 1
                       MOVE RG-CLASS TO VS-CLASS(IDX)
                   END-IF
           END-READ.
           IF NOT RG-FS-OK AND NOT RG-FS-EOF
               DISPLAY 'REGISTRYF READ ERROR, FILE STATUS = '
                   RG-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> exceptions are counted per vessel per run, as the master
       *> counts them; the service overdue flag is advisory and is
       *> not an exception here either
       EXCEPTION-LOAD.
           OPEN INPUT EXCEPTIONSF.
           IF EX-FS-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF NOT EX-FS-OK
               DISPLAY 'EXCEPTIONSF OPEN FAILED, FILE STATUS = '
                   EX-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM EXCEPTION-LOAD-READ UNTIL EX-FS-EOF.
           CLOSE EXCEPTIONSF.

       EXCEPTION-LOAD-READ.
           READ EXCEPTIONSF
               AT END CONTINUE
               NOT AT END
                   IF EX-VESSEL-ID NUMERIC
                       AND EX-REASON-CODE NOT = ADVISORY-REASON
                       COMPUTE IDX = EX-VESSEL-ID + 1
                       ADD 1 TO VS-EXCEPTIONS(IDX)
                       ADD 1 TO EXCEPTION-TOTAL
                   END-IF
           END-READ.
           IF NOT EX-FS-OK AND NOT EX-FS-EOF
               DISPLAY 'EXCEPTIONSF READ ERROR, FILE STATUS = '
                   EX-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       TIMING-LOAD.
           OPEN INPUT TIMINGF.
           IF TM-FS-NOT-FOUND
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
                       AND TM-REPORT-REC NUMERIC
                       AND TIMING-COUNT < 2000
                       ADD 1 TO TIMING-COUNT
                       MOVE TM-VESSEL-ID TO TL-VESSEL-ID(TIMING-COUNT)
                       MOVE TM-ELAPSED-SECS TO TL-ELAPSED(TIMING-COUNT)
                       MOVE TM-REPORT-REC
                           TO TL-REPORT-REC(TIMING-COUNT)
                   END-IF
           END-READ.
           IF NOT TM-FS-OK AND NOT TM-FS-EOF
               DISPLAY 'TIMINGF READ ERROR, FILE STATUS = '
                   TM-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       HISTORY-OPEN.
           OPEN EXTEND HISTORYF.
           IF VH-FS-NOT-FOUND
               OPEN OUTPUT HISTORYF
           END-IF.
           IF NOT VH-FS-OK
               DISPLAY 'HISTORYF OPEN FAILED, FILE STATUS = '
                   VH-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> every finished voyage in report-p1.txt goes into the
       *> history; a vessel's voyages are numbered 1, 2, ... in
       *> report order, which a rerun of the same day reproduces
       REPORT-COPY.
           OPEN INPUT REPORTF.
           IF RP-FS-NOT-FOUND
               DISPLAY 'REPORTF NOT FOUND, NO VOYAGES ADDED'
               EXIT PARAGRAPH
           END-IF.
           IF NOT RP-FS-OK
               DISPLAY 'REPORTF OPEN FAILED, FILE STATUS = ' RP-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM REPORT-COPY-READ UNTIL RP-FS-EOF.
           CLOSE REPORTF.
           IF REPORT-BAD-COUNT > ZERO
               DISPLAY 'REPORTF: ' REPORT-BAD-COUNT
                   ' UNUSABLE LINES SKIPPED'
           END-IF.

       REPORT-COPY-READ.
           READ REPORTF
               AT END CONTINUE
               NOT AT END
                   ADD 1 TO REPORT-REC-NUM
                   IF RP-VESSEL-ID NOT NUMERIC
                       OR RP-DIST NOT NUMERIC
                       OR RP-TOTAL-DIST NOT NUMERIC
                       ADD 1 TO REPORT-BAD-COUNT
                   ELSE
                       PERFORM WRITE-VOYAGE-LINE
                   END-IF
           END-READ.
           IF NOT RP-FS-OK AND NOT RP-FS-EOF
               DISPLAY 'REPORTF READ ERROR, FILE STATUS = ' RP-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> the report's own date files the load, so a run that goes
       *> past midnight is still filed under the day p1 ran for
       WRITE-VOYAGE-LINE.
           IF VOYAGE-COUNT = ZERO AND RP-RUN-DATE NUMERIC
               MOVE RP-RUN-DATE TO RUN-DATE
           END-IF.
           COMPUTE IDX = RP-VESSEL-ID + 1.
           ADD 1 TO VS-VOYAGE-SEQ(IDX).
           MOVE SPACES TO HISTORYRECORD.
           SET VH-VOYAGE-LINE TO TRUE.
           MOVE RUN-DATE TO VH-RUN-DATE.
           MOVE LOAD-STAMP TO VH-LOAD-STAMP.
           MOVE RP-VESSEL-ID TO VH-VESSEL-ID.
           MOVE VS-VOYAGE-SEQ(IDX) TO VH-SEQ.
           MOVE VS-CLASS(IDX) TO VH-CLASS.
           MOVE RP-BERTH-NAME TO VH-BERTH-NAME.
           MOVE RP-TOTAL-DIST TO VH-STEAMED.
           MOVE RP-DIST TO VH-NET-DISP.
           COMPUTE FUEL-WORK = FUNCTION NUMVAL(RP-FUEL).
           MOVE FUEL-WORK TO VH-FUEL.
           MOVE 'N' TO VH-TIMED.
           MOVE ZERO TO VH-ELAPSED-SECS.
           MOVE 'N' TO TIMING-FOUND-SWITCH.
           PERFORM TIMING-MATCH
               VARYING TIM-IDX FROM 1 BY 1
               UNTIL TIM-IDX > TIMING-COUNT OR TIMING-FOUND.
           IF VS-EXCEPTIONS-CARRIED(IDX)
               MOVE ZERO TO VH-EXCEPTIONS
           ELSE
               MOVE VS-EXCEPTIONS(IDX) TO VH-EXCEPTIONS
               SET VS-EXCEPTIONS-CARRIED(IDX) TO TRUE
           END-IF.
           PERFORM WRITE-HISTORY.
           ADD 1 TO VOYAGE-COUNT.

       TIMING-MATCH.
           IF TL-REPORT-REC(TIM-IDX) = REPORT-REC-NUM
               AND TL-VESSEL-ID(TIM-IDX) = RP-VESSEL-ID
               MOVE 'Y' TO VH-TIMED
               MOVE TL-ELAPSED(TIM-IDX) TO VH-ELAPSED-SECS
               SET TIMING-FOUND TO TRUE
           END-IF.

       *> exceptions against a vessel that finished no voyage today
       *> still count against its class
       WRITE-EXCEPTION-LINE.
           IF VS-EXCEPTIONS(IDX) = ZERO
               OR VS-EXCEPTIONS-CARRIED(IDX)
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO HISTORYRECORD.
           SET VH-EXCEPTION-LINE TO TRUE.
           MOVE RUN-DATE TO VH-RUN-DATE.
           MOVE LOAD-STAMP TO VH-LOAD-STAMP.
           COMPUTE VH-VESSEL-ID = IDX - 1.
           MOVE ZERO TO VH-SEQ.
           MOVE VS-CLASS(IDX) TO VH-CLASS.
           MOVE ZERO TO VH-STEAMED.
           MOVE ZERO TO VH-NET-DISP.
           MOVE ZERO TO VH-FUEL.
           MOVE 'N' TO VH-TIMED.
           MOVE ZERO TO VH-ELAPSED-SECS.
           MOVE VS-EXCEPTIONS(IDX) TO VH-EXCEPTIONS.
           PERFORM WRITE-HISTORY.
           ADD 1 TO EXC-LINE-COUNT.

       *> the day line goes last: it is what marks the load complete
       WRITE-DAY-LINE.
           MOVE SPACES TO HISTORYRECORD.
           SET VH-DAY-LINE TO TRUE.
           MOVE RUN-DATE TO VH-RUN-DATE.
           MOVE LOAD-STAMP TO VH-LOAD-STAMP.
           MOVE ZERO TO VH-VESSEL-ID.
           MOVE ZERO TO VH-SEQ.
           MOVE VOYAGE-COUNT TO VH-DAY-VOYAGES.
           MOVE EXC-LINE-COUNT TO VH-DAY-EXC-LINES.
           MOVE EXCEPTION-TOTAL TO VH-DAY-EXCEPTIONS.
           PERFORM WRITE-HISTORY.

       WRITE-HISTORY.
           WRITE HISTORYRECORD.
           IF NOT VH-FS-OK
               DISPLAY 'HISTORYF WRITE FAILED, FILE STATUS = '
                   VH-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
