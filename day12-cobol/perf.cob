       IDENTIFICATION DIVISION.
       PROGRAM-ID. aoc-day12-perf.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT PARMF ASSIGN TO "perf-parm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PP-FSTATUS.
               SELECT HISTORYF ASSIGN TO "voyage-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VH-FSTATUS.
               SELECT REPORTF ASSIGN TO "perf-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PR-FSTATUS.
               SELECT SORTF ASSIGN TO "perf-sort.tmp".

       DATA DIVISION.
       FILE SECTION.
       *> the period wanted: YYYYMM for a calendar month, or a from
       *> and to date YYYYMMDD YYYYMMDD for any range; with no parm
       *> file the last full calendar month is reported
           FD PARMF.
               01 PARMRECORD.
               05 PP-FROM PIC X(8).
               05 FILLER PIC X.
               05 PP-TO PIC X(8).

       *> the dated voyage history appended by aoc-day12-vhist
           FD HISTORYF.
               01 HISTORYRECORD.
               05 VH-TYPE PIC X.
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

           FD REPORTF.
               01 REPORTLINE PIC X(110).

       *> history lines inside the two periods, by run date, newest
       *> load first within the date, the day line first within the
       *> load
           SD SORTF.
               01 SORTRECORD.
               05 SR-RUN-DATE PIC 9(8).
               05 SR-LOAD-STAMP PIC 9(14).
               05 SR-TYPE PIC X.
               05 SR-VESSEL PIC 9(3).
               05 SR-SEQ PIC 9(3).
               05 SR-CLASS PIC X(8).
               05 SR-BERTH-NAME PIC X(20).
               05 SR-STEAMED PIC 9(8).
               05 SR-NET-DISP PIC 9(8).
               05 SR-FUEL PIC 9(8)V9(2).
               05 SR-ELAPSED PIC 9(8).
               05 SR-EXCEPTIONS PIC 9(6).
               05 SR-DAY-VOYAGES PIC 9(6).
               05 SR-DAY-EXC-LINES PIC 9(6).

       WORKING-STORAGE SECTION.
           01 PP-FSTATUS PIC X(2) VALUE SPACES.
               88 PP-FS-OK VALUE '00'.
               88 PP-FS-NOT-FOUND VALUE '35'.
           01 VH-FSTATUS PIC X(2) VALUE SPACES.
               88 VH-FS-OK VALUE '00'.
               88 VH-FS-EOF VALUE '10'.
               88 VH-FS-NOT-FOUND VALUE '35'.
           01 PR-FSTATUS PIC X(2) VALUE SPACES.
               88 PR-FS-OK VALUE '00'.
           01 SORT-EOF-SWITCH PIC X VALUE 'N'.
               88 SORT-EOF VALUE 'Y'.

           01 RUN-DATE PIC 9(8) VALUE ZERO.
           01 RUN-DATE-PARTS REDEFINES RUN-DATE.
               05 RD-YEAR PIC 9(4).
               05 RD-MONTH PIC 9(2).
               05 RD-DAY PIC 9(2).

       *> the period reported and the one it is compared with; a
       *> month is compared with the month before, a range with the
       *> same number of days just before it
           01 CUR-FROM PIC 9(8) VALUE ZERO.
           01 CUR-TO PIC 9(8) VALUE ZERO.
           01 PRI-FROM PIC 9(8) VALUE ZERO.
           01 PRI-TO PIC 9(8) VALUE ZERO.
           01 MONTH-WORK PIC 9(8) VALUE ZERO.
           01 MONTH-PARTS REDEFINES MONTH-WORK.
               05 MW-YEAR PIC 9(4).
               05 MW-MONTH PIC 9(2).
               05 MW-DAY PIC 9(2).
           01 MONTH-FIRST PIC 9(8) VALUE ZERO.
           01 MONTH-LAST PIC 9(8) VALUE ZERO.
           01 DAY-NUMBER PIC 9(8) VALUE ZERO.
           01 DAY-SPAN PIC 9(8) VALUE ZERO.
           01 PARM-SWITCH PIC X VALUE 'N'.
               88 PERIOD-IS-MONTH VALUE 'M'.
               88 PERIOD-IS-RANGE VALUE 'R'.

       *> history bookkeeping; each run date counts once, from its
       *> newest load that carries a day line
           01 HIST-READ PIC 9(8) VALUE ZERO.
           01 HIST-BAD PIC 9(6) VALUE ZERO.
           01 HIST-SELECTED PIC 9(8) VALUE ZERO.
           01 GROUP-DATE PIC 9(8) VALUE ZERO.
           01 KEEP-STAMP PIC 9(14) VALUE ZERO.
           01 LAST-PASSED-STAMP PIC 9(14) VALUE ZERO.
           01 EXPECTED-VOYAGES PIC 9(6) VALUE ZERO.
           01 EXPECTED-EXC-LINES PIC 9(6) VALUE ZERO.
           01 KEPT-VOYAGES PIC 9(6) VALUE ZERO.
           01 KEPT-EXC-LINES PIC 9(6) VALUE ZERO.
           01 DAYS-USED PIC 9(6) VALUE ZERO.
           01 PRIOR-DAYS-USED PIC 9(6) VALUE ZERO.
           01 SUPERSEDED-LOADS PIC 9(6) VALUE ZERO.
           01 SUPERSEDED-VOYAGES PIC 9(6) VALUE ZERO.
           01 UNFINISHED-LOADS PIC 9(6) VALUE ZERO.
           01 UNFINISHED-LINES PIC 9(6) VALUE ZERO.
           01 MISMATCH-DAYS PIC 9(6) VALUE ZERO.
           01 KEYS-DROPPED PIC 9(6) VALUE ZERO.

       *> one voyage or exception line's contribution
           01 PER PIC 9 COMP VALUE 1.
           01 ADD-VOYAGES PIC 9 VALUE ZERO.
           01 ADD-STEAMED PIC 9(8) VALUE ZERO.
           01 ADD-NET-DISP PIC 9(8) VALUE ZERO.
           01 ADD-FUEL PIC 9(8)V9(2) VALUE ZERO.
           01 ADD-TIMED-DIST PIC 9(8) VALUE ZERO.
           01 ADD-ELAPSED PIC 9(8) VALUE ZERO.
           01 ADD-EXCEPTIONS PIC 9(6) VALUE ZERO.

       *> totals by class, by finishing berth and for the fleet, kept
       *> in kind and name order as they arrive; PERIOD 1 is the
       *> period reported, 2 the one before it
           01 WANTED-SORT-KEY.
               05 WANTED-KIND PIC X.
               05 WANTED-KEY PIC X(20).
           01 KEY-COUNT PIC 9(4) COMP VALUE ZERO.
           01 KEY-IDX PIC 9(4) COMP VALUE ZERO.
           01 FOUND-IDX PIC 9(4) COMP VALUE ZERO.
           01 INSERT-IDX PIC 9(4) COMP VALUE ZERO.
           01 SHIFT-IDX PIC 9(4) COMP VALUE ZERO.
           01 KEY-TABLE.
               05 KEY-ENTRY OCCURS 300 TIMES.
               10 KT-SORT-KEY.
                   15 KT-KIND PIC X.
                   15 KT-KEY PIC X(20).
               10 KT-PERIOD OCCURS 2 TIMES.
                   15 KP-VOYAGES PIC 9(7).
                   15 KP-STEAMED PIC 9(11).
                   15 KP-NET-DISP PIC 9(11).
                   15 KP-FUEL PIC 9(11)V9(2).
                   15 KP-TIMED-DIST PIC 9(11).
                   15 KP-ELAPSED PIC 9(11).
                   15 KP-EXCEPTIONS PIC 9(7).

       *> derived figures for one row
           01 SPEED-1 PIC 9(6)V9(2) VALUE ZERO.
           01 SPEED-2 PIC 9(6)V9(2) VALUE ZERO.
           01 RATE-1 PIC 9(3)V9(2) VALUE ZERO.
           01 RATE-2 PIC 9(3)V9(2) VALUE ZERO.
           01 SECTION-KIND PIC X VALUE SPACE.
           01 SECTION-ROWS PIC 9(4) COMP VALUE ZERO.

           01 TITLE-LINE.
               05 FILLER PIC X(32)
                   VALUE 'FLEET PERFORMANCE FOR RUN DATES '.
               05 TL-CUR-FROM PIC 9(8).
               05 FILLER PIC X(4) VALUE ' TO '.
               05 TL-CUR-TO PIC 9(8).
               05 FILLER PIC X(16) VALUE ', COMPARED WITH '.
               05 TL-PRI-FROM PIC 9(8).
               05 FILLER PIC X(4) VALUE ' TO '.
               05 TL-PRI-TO PIC 9(8).
               05 FILLER PIC X(22) VALUE SPACES.

           01 HEADING-LINE.
               05 HD-KEY-TITLE PIC X(20) VALUE SPACES.
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(7) VALUE 'PERIOD'.
               05 FILLER PIC X(1) VALUE SPACES.
               05 FILLER PIC X(7) VALUE 'VOYAGES'.
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(11) VALUE '    STEAMED'.
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(11) VALUE '   NET DISP'.
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(14) VALUE '          FUEL'.
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(10) VALUE ' AVG SPEED'.
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(7) VALUE ' EXCEPT'.
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(7) VALUE 'EXC/VOY'.

           01 DETAIL-LINE.
               05 DL-KEY PIC X(20) VALUE SPACES.
               05 FILLER PIC X(2) VALUE SPACES.
               05 DL-PERIOD PIC X(7) VALUE SPACES.
               05 FILLER PIC X(1) VALUE SPACES.
               05 DL-VOYAGES PIC -(6)9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 DL-STEAMED PIC -(10)9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 DL-NET-DISP PIC -(10)9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 DL-FUEL PIC -(10)9.9(2).
               05 FILLER PIC X(2) VALUE SPACES.
               05 DL-SPEED PIC -(6)9.9(2).
               05 FILLER PIC X(2) VALUE SPACES.
               05 DL-EXCEPTIONS PIC -(6)9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 DL-RATE PIC -(3)9.9(2).

           01 COUNT-LINE.
               05 CL-TEXT PIC X(50) VALUE SPACES.
               05 CL-COUNT PIC Z(7)9.
               05 FILLER PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM PERIOD-SET.
           MOVE ZERO TO KEY-COUNT.
           SORT SORTF
               ON ASCENDING KEY SR-RUN-DATE
               DESCENDING KEY SR-LOAD-STAMP
               ASCENDING KEY SR-TYPE SR-VESSEL SR-SEQ
               INPUT PROCEDURE IS HISTORY-SELECT
               OUTPUT PROCEDURE IS HISTORY-SUMMARIZE.
           OPEN OUTPUT REPORTF.
           IF NOT PR-FS-OK
               DISPLAY 'REPORTF OPEN FAILED, FILE STATUS = ' PR-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-REPORT.
           CLOSE REPORTF.
           DISPLAY 'FLEET PERFORMANCE ' CUR-FROM ' TO ' CUR-TO ': '
               DAYS-USED ' RUN DATES, ' PRIOR-DAYS-USED
               ' IN THE PERIOD BEFORE'.
           IF HIST-BAD > ZERO OR UNFINISHED-LOADS > ZERO
               OR MISMATCH-DAYS > ZERO OR KEYS-DROPPED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       *> work out the two periods from the parm file, or default to
       *> the last full calendar month before today
       PERIOD-SET.
           MOVE SPACES TO PARMRECORD.
           OPEN INPUT PARMF.
           IF PP-FS-OK
               READ PARMF
                   AT END MOVE SPACES TO PARMRECORD
               END-READ
               CLOSE PARMF
           ELSE
               IF NOT PP-FS-NOT-FOUND
                   DISPLAY 'PARMF OPEN FAILED, FILE STATUS = '
                       PP-FSTATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           EVALUATE TRUE
           WHEN PARMRECORD = SPACES
               MOVE RUN-DATE TO MONTH-WORK
               MOVE 1 TO MW-DAY
               PERFORM MONTH-BACK
               SET PERIOD-IS-MONTH TO TRUE
           WHEN PP-FROM(1:6) NUMERIC AND PP-FROM(7:2) = SPACES
               AND PP-TO = SPACES
               MOVE PP-FROM(1:6) TO MONTH-WORK(1:6)
               MOVE 1 TO MW-DAY
               IF MW-MONTH < 1 OR MW-MONTH > 12
                   DISPLAY 'PERF-PARM MONTH NOT VALID: ' PP-FROM
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET PERIOD-IS-MONTH TO TRUE
           WHEN PP-FROM NUMERIC AND PP-TO NUMERIC
               MOVE PP-FROM TO CUR-FROM
               MOVE PP-TO TO CUR-TO
               IF FUNCTION TEST-DATE-YYYYMMDD(CUR-FROM) NOT = ZERO
                   OR FUNCTION TEST-DATE-YYYYMMDD(CUR-TO) NOT = ZERO
                   OR CUR-FROM > CUR-TO
                   DISPLAY 'PERF-PARM DATE RANGE NOT VALID: '
                       PP-FROM ' ' PP-TO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET PERIOD-IS-RANGE TO TRUE
           WHEN OTHER
               DISPLAY 'PERF-PARM NOT UNDERSTOOD, WANT YYYYMM OR'
                   ' YYYYMMDD YYYYMMDD'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-EVALUATE.
           IF PERIOD-IS-MONTH
               PERFORM MONTH-BOUNDS
               MOVE MONTH-FIRST TO CUR-FROM
               MOVE MONTH-LAST TO CUR-TO
               PERFORM MONTH-BACK
               PERFORM MONTH-BOUNDS
               MOVE MONTH-FIRST TO PRI-FROM
               MOVE MONTH-LAST TO PRI-TO
           ELSE
               COMPUTE DAY-NUMBER = FUNCTION INTEGER-OF-DATE(CUR-FROM)
               COMPUTE DAY-SPAN =
                   FUNCTION INTEGER-OF-DATE(CUR-TO) - DAY-NUMBER + 1
               COMPUTE PRI-TO =
                   FUNCTION DATE-OF-INTEGER(DAY-NUMBER - 1)
               COMPUTE PRI-FROM =
                   FUNCTION DATE-OF-INTEGER(DAY-NUMBER - DAY-SPAN)
           END-IF.

       *> MONTH-WORK holds the first of a month; step back one month
       MONTH-BACK.
           IF MW-MONTH = 1
               MOVE 12 TO MW-MONTH
               SUBTRACT 1 FROM MW-YEAR
           ELSE
               SUBTRACT 1 FROM MW-MONTH
           END-IF.

       *> first and last day of the month in MONTH-WORK: the last day
       *> is the day before the first of the next month
       MONTH-BOUNDS.
           MOVE MONTH-WORK TO MONTH-FIRST.
           IF MW-MONTH = 12
               COMPUTE DAY-NUMBER = FUNCTION INTEGER-OF-DATE(
                   (MW-YEAR + 1) * 10000 + 0101)
           ELSE
               COMPUTE DAY-NUMBER = FUNCTION INTEGER-OF-DATE(
                   MW-YEAR * 10000 + (MW-MONTH + 1) * 100 + 1)
           END-IF.
           COMPUTE MONTH-LAST =
               FUNCTION DATE-OF-INTEGER(DAY-NUMBER - 1).

       *> only the lines dated inside the two periods go to the sort
       HISTORY-SELECT.
           OPEN INPUT HISTORYF.
           IF VH-FS-NOT-FOUND
               DISPLAY 'HISTORYF NOT FOUND, NOTHING TO SUMMARISE'
               EXIT PARAGRAPH
           END-IF.
           IF NOT VH-FS-OK
               DISPLAY 'HISTORYF OPEN FAILED, FILE STATUS = '
                   VH-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM HISTORY-SELECT-READ UNTIL VH-FS-EOF.
           CLOSE HISTORYF.
           IF HIST-BAD > ZERO
               DISPLAY 'HISTORYF: ' HIST-BAD ' UNUSABLE LINES SKIPPED'
           END-IF.

       HISTORY-SELECT-READ.
           READ HISTORYF
               AT END CONTINUE
               NOT AT END
                   ADD 1 TO HIST-READ
                   PERFORM HISTORY-SELECT-ONE
           END-READ.
           IF NOT VH-FS-OK AND NOT VH-FS-EOF
               DISPLAY 'HISTORYF READ ERROR, FILE STATUS = '
                   VH-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       HISTORY-SELECT-ONE.
           IF VH-RUN-DATE NOT NUMERIC OR VH-LOAD-STAMP NOT NUMERIC
               ADD 1 TO HIST-BAD
               EXIT PARAGRAPH
           END-IF.
           IF VH-RUN-DATE < PRI-FROM OR VH-RUN-DATE > CUR-TO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SORTRECORD.
           MOVE VH-RUN-DATE TO SR-RUN-DATE.
           MOVE VH-LOAD-STAMP TO SR-LOAD-STAMP.
           MOVE VH-TYPE TO SR-TYPE.
           MOVE ZERO TO SR-VESSEL SR-SEQ SR-STEAMED SR-NET-DISP
               SR-FUEL SR-ELAPSED SR-EXCEPTIONS SR-DAY-VOYAGES
               SR-DAY-EXC-LINES.
           EVALUATE VH-TYPE
           WHEN 'D'
               IF VH-DAY-VOYAGES NOT NUMERIC
                   OR VH-DAY-EXC-LINES NOT NUMERIC
                   ADD 1 TO HIST-BAD
                   EXIT PARAGRAPH
               END-IF
               MOVE VH-DAY-VOYAGES TO SR-DAY-VOYAGES
               MOVE VH-DAY-EXC-LINES TO SR-DAY-EXC-LINES
           WHEN 'V'
           WHEN 'X'
               IF VH-VESSEL-ID NOT NUMERIC OR VH-SEQ NOT NUMERIC
                   OR VH-STEAMED NOT NUMERIC
                   OR VH-NET-DISP NOT NUMERIC
                   OR VH-FUEL(1:8) NOT NUMERIC
                   OR VH-FUEL(10:2) NOT NUMERIC
                   OR VH-ELAPSED-SECS NOT NUMERIC
                   OR VH-EXCEPTIONS NOT NUMERIC
                   ADD 1 TO HIST-BAD
                   EXIT PARAGRAPH
               END-IF
               MOVE VH-VESSEL-ID TO SR-VESSEL
               MOVE VH-SEQ TO SR-SEQ
               MOVE VH-CLASS TO SR-CLASS
               MOVE VH-BERTH-NAME TO SR-BERTH-NAME
               MOVE VH-STEAMED TO SR-STEAMED
               MOVE VH-NET-DISP TO SR-NET-DISP
               COMPUTE SR-FUEL = FUNCTION NUMVAL(VH-FUEL)
               IF VH-TIMED = 'Y'
                   MOVE VH-ELAPSED-SECS TO SR-ELAPSED
               END-IF
               MOVE VH-EXCEPTIONS TO SR-EXCEPTIONS
           WHEN OTHER
               ADD 1 TO HIST-BAD
               EXIT PARAGRAPH
           END-EVALUATE.
           RELEASE SORTRECORD.
           ADD 1 TO HIST-SELECTED.

       HISTORY-SUMMARIZE.
           MOVE ZERO TO GROUP-DATE.
           PERFORM HISTORY-SUMMARIZE-RETURN UNTIL SORT-EOF.
           PERFORM DAY-CLOSE.

       HISTORY-SUMMARIZE-RETURN.
           RETURN SORTF
               AT END SET SORT-EOF TO TRUE
               NOT AT END PERFORM HISTORY-SUMMARIZE-ONE
           END-RETURN.

       *> the first day line met for a run date picks its load: the
       *> newest one that finished writing. Lines of a newer load
       *> with no day line are passed over as unfinished; lines of
       *> older loads were superseded by a rerun and are not counted
       HISTORY-SUMMARIZE-ONE.
           IF SR-RUN-DATE NOT = GROUP-DATE
               PERFORM DAY-CLOSE
               MOVE SR-RUN-DATE TO GROUP-DATE
               MOVE ZERO TO KEEP-STAMP
               MOVE ZERO TO LAST-PASSED-STAMP
               MOVE ZERO TO KEPT-VOYAGES
               MOVE ZERO TO KEPT-EXC-LINES
           END-IF.
           IF KEEP-STAMP = ZERO
               IF SR-TYPE = 'D'
                   MOVE SR-LOAD-STAMP TO KEEP-STAMP
                   MOVE SR-DAY-VOYAGES TO EXPECTED-VOYAGES
                   MOVE SR-DAY-EXC-LINES TO EXPECTED-EXC-LINES
                   IF SR-RUN-DATE < CUR-FROM
                       ADD 1 TO PRIOR-DAYS-USED
                   ELSE
                       ADD 1 TO DAYS-USED
                   END-IF
               ELSE
                   IF SR-LOAD-STAMP NOT = LAST-PASSED-STAMP
                       ADD 1 TO UNFINISHED-LOADS
                       MOVE SR-LOAD-STAMP TO LAST-PASSED-STAMP
                   END-IF
                   ADD 1 TO UNFINISHED-LINES
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF SR-LOAD-STAMP NOT = KEEP-STAMP
               IF SR-TYPE = 'D'
                   ADD 1 TO SUPERSEDED-LOADS
               END-IF
               IF SR-TYPE = 'V'
                   ADD 1 TO SUPERSEDED-VOYAGES
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF SR-RUN-DATE < CUR-FROM
               MOVE 2 TO PER
           ELSE
               MOVE 1 TO PER
           END-IF.
           EVALUATE SR-TYPE
           WHEN 'V'
               ADD 1 TO KEPT-VOYAGES
               MOVE 1 TO ADD-VOYAGES
               MOVE SR-STEAMED TO ADD-STEAMED
               MOVE SR-NET-DISP TO ADD-NET-DISP
               MOVE SR-FUEL TO ADD-FUEL
               MOVE SR-ELAPSED TO ADD-ELAPSED
               IF SR-ELAPSED > ZERO
                   MOVE SR-STEAMED TO ADD-TIMED-DIST
               ELSE
                   MOVE ZERO TO ADD-TIMED-DIST
               END-IF
               MOVE SR-EXCEPTIONS TO ADD-EXCEPTIONS
               PERFORM ADD-TO-ALL
           WHEN 'X'
               ADD 1 TO KEPT-EXC-LINES
               MOVE ZERO TO ADD-VOYAGES ADD-STEAMED ADD-NET-DISP
                   ADD-FUEL ADD-ELAPSED ADD-TIMED-DIST
               MOVE SR-EXCEPTIONS TO ADD-EXCEPTIONS
               MOVE '(NO VOYAGE FINISHED)' TO SR-BERTH-NAME
               PERFORM ADD-TO-ALL
           END-EVALUATE.

       *> a kept load whose lines do not add up to its day line has
       *> lost lines since it was written
       DAY-CLOSE.
           IF KEEP-STAMP NOT = ZERO
               IF KEPT-VOYAGES NOT = EXPECTED-VOYAGES
                   OR KEPT-EXC-LINES NOT = EXPECTED-EXC-LINES
                   ADD 1 TO MISMATCH-DAYS
                   DISPLAY 'RUN DATE ' GROUP-DATE ' HAS '
                       KEPT-VOYAGES ' VOYAGE LINES, DAY LINE SAYS '
                       EXPECTED-VOYAGES
               END-IF
           END-IF.

       ADD-TO-ALL.
           MOVE 'C' TO WANTED-KIND.
           IF SR-CLASS = SPACES
               MOVE '(NO CLASS)' TO WANTED-KEY
           ELSE
               MOVE SR-CLASS TO WANTED-KEY
           END-IF.
           PERFORM ADD-TO-KEY.
           MOVE 'B' TO WANTED-KIND.
           IF SR-BERTH-NAME = SPACES
               MOVE '(NO BERTH)' TO WANTED-KEY
           ELSE
               MOVE SR-BERTH-NAME TO WANTED-KEY
           END-IF.
           PERFORM ADD-TO-KEY.
           MOVE 'F' TO WANTED-KIND.
           MOVE 'FLEET' TO WANTED-KEY.
           PERFORM ADD-TO-KEY.

       ADD-TO-KEY.
           PERFORM KEY-FIND.
           IF FOUND-IDX = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD ADD-VOYAGES TO KP-VOYAGES(FOUND-IDX, PER).
           ADD ADD-STEAMED TO KP-STEAMED(FOUND-IDX, PER).
           ADD ADD-NET-DISP TO KP-NET-DISP(FOUND-IDX, PER).
           ADD ADD-FUEL TO KP-FUEL(FOUND-IDX, PER).
           ADD ADD-TIMED-DIST TO KP-TIMED-DIST(FOUND-IDX, PER).
           ADD ADD-ELAPSED TO KP-ELAPSED(FOUND-IDX, PER).
           ADD ADD-EXCEPTIONS TO KP-EXCEPTIONS(FOUND-IDX, PER).

       *> find the row, or open one in its sorted place
       KEY-FIND.
           MOVE ZERO TO FOUND-IDX.
           MOVE ZERO TO INSERT-IDX.
           PERFORM KEY-FIND-ONE
               VARYING KEY-IDX FROM 1 BY 1
               UNTIL KEY-IDX > KEY-COUNT OR FOUND-IDX > ZERO
               OR INSERT-IDX > ZERO.
           IF FOUND-IDX > ZERO
               EXIT PARAGRAPH
           END-IF.
           IF KEY-COUNT >= 300
               ADD 1 TO KEYS-DROPPED
               EXIT PARAGRAPH
           END-IF.
           IF INSERT-IDX = ZERO
               COMPUTE INSERT-IDX = KEY-COUNT + 1
           END-IF.
           PERFORM KEY-SHIFT
               VARYING SHIFT-IDX FROM KEY-COUNT BY -1
               UNTIL SHIFT-IDX < INSERT-IDX.
           ADD 1 TO KEY-COUNT.
           INITIALIZE KEY-ENTRY(INSERT-IDX).
           MOVE WANTED-SORT-KEY TO KT-SORT-KEY(INSERT-IDX).
           MOVE INSERT-IDX TO FOUND-IDX.

       KEY-FIND-ONE.
           IF KT-SORT-KEY(KEY-IDX) = WANTED-SORT-KEY
               MOVE KEY-IDX TO FOUND-IDX
           ELSE
               IF KT-SORT-KEY(KEY-IDX) > WANTED-SORT-KEY
                   MOVE KEY-IDX TO INSERT-IDX
               END-IF
           END-IF.

       KEY-SHIFT.
           MOVE KEY-ENTRY(SHIFT-IDX) TO KEY-ENTRY(SHIFT-IDX + 1).

       WRITE-REPORT.
           MOVE CUR-FROM TO TL-CUR-FROM.
           MOVE CUR-TO TO TL-CUR-TO.
           MOVE PRI-FROM TO TL-PRI-FROM.
           MOVE PRI-TO TO TL-PRI-TO.
           MOVE TITLE-LINE TO REPORTLINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'BY VESSEL CLASS' TO HD-KEY-TITLE.
           MOVE 'C' TO SECTION-KIND.
           PERFORM WRITE-SECTION.
           MOVE 'BY FINISHING BERTH' TO HD-KEY-TITLE.
           MOVE 'B' TO SECTION-KIND.
           PERFORM WRITE-SECTION.
           MOVE 'WHOLE FLEET' TO HD-KEY-TITLE.
           MOVE 'F' TO SECTION-KIND.
           PERFORM WRITE-SECTION.
           MOVE 'RUN DATES IN THE PERIOD' TO CL-TEXT.
           MOVE DAYS-USED TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'RUN DATES IN THE PERIOD BEFORE' TO CL-TEXT.
           MOVE PRIOR-DAYS-USED TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'EARLIER LOADS REPLACED BY A RERUN' TO CL-TEXT.
           MOVE SUPERSEDED-LOADS TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE '  THEIR VOYAGE LINES, NOT COUNTED' TO CL-TEXT.
           MOVE SUPERSEDED-VOYAGES TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'UNFINISHED LOADS PASSED OVER' TO CL-TEXT.
           MOVE UNFINISHED-LOADS TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'RUN DATES OUT OF BALANCE WITH THEIR DAY LINE'
               TO CL-TEXT.
           MOVE MISMATCH-DAYS TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'UNUSABLE HISTORY LINES SKIPPED' TO CL-TEXT.
           MOVE HIST-BAD TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           IF KEYS-DROPPED > ZERO
               MOVE 'LINES NOT SHOWN, MORE THAN 300 ROWS' TO CL-TEXT
               MOVE KEYS-DROPPED TO CL-COUNT
               PERFORM WRITE-COUNT-LINE
           END-IF.

       WRITE-SECTION.
           MOVE HEADING-LINE TO REPORTLINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ZERO TO SECTION-ROWS.
           PERFORM WRITE-KEY-ROWS
               VARYING KEY-IDX FROM 1 BY 1 UNTIL KEY-IDX > KEY-COUNT.
           IF SECTION-ROWS = ZERO
               MOVE '  (NO VOYAGES IN EITHER PERIOD)' TO REPORTLINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       *> three lines a row: the period, the period before it, and
       *> the change between them
       WRITE-KEY-ROWS.
           IF KT-KIND(KEY-IDX) NOT = SECTION-KIND
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO SECTION-ROWS.
           MOVE 1 TO PER.
           PERFORM ROW-FIGURES.
           MOVE SPEED-1 TO SPEED-2.
           MOVE RATE-1 TO RATE-2.
           MOVE 2 TO PER.
           PERFORM ROW-FIGURES.
           MOVE KT-KEY(KEY-IDX) TO DL-KEY.
           MOVE 'CURRENT' TO DL-PERIOD.
           MOVE KP-VOYAGES(KEY-IDX, 1) TO DL-VOYAGES.
           MOVE KP-STEAMED(KEY-IDX, 1) TO DL-STEAMED.
           MOVE KP-NET-DISP(KEY-IDX, 1) TO DL-NET-DISP.
           MOVE KP-FUEL(KEY-IDX, 1) TO DL-FUEL.
           MOVE SPEED-2 TO DL-SPEED.
           MOVE KP-EXCEPTIONS(KEY-IDX, 1) TO DL-EXCEPTIONS.
           MOVE RATE-2 TO DL-RATE.
           MOVE DETAIL-LINE TO REPORTLINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO DL-KEY.
           MOVE 'PRIOR' TO DL-PERIOD.
           MOVE KP-VOYAGES(KEY-IDX, 2) TO DL-VOYAGES.
           MOVE KP-STEAMED(KEY-IDX, 2) TO DL-STEAMED.
           MOVE KP-NET-DISP(KEY-IDX, 2) TO DL-NET-DISP.
           MOVE KP-FUEL(KEY-IDX, 2) TO DL-FUEL.
           MOVE SPEED-1 TO DL-SPEED.
           MOVE KP-EXCEPTIONS(KEY-IDX, 2) TO DL-EXCEPTIONS.
           MOVE RATE-1 TO DL-RATE.
           MOVE DETAIL-LINE TO REPORTLINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'CHANGE' TO DL-PERIOD.
           COMPUTE DL-VOYAGES =
               KP-VOYAGES(KEY-IDX, 1) - KP-VOYAGES(KEY-IDX, 2).
           COMPUTE DL-STEAMED =
               KP-STEAMED(KEY-IDX, 1) - KP-STEAMED(KEY-IDX, 2).
           COMPUTE DL-NET-DISP =
               KP-NET-DISP(KEY-IDX, 1) - KP-NET-DISP(KEY-IDX, 2).
           COMPUTE DL-FUEL = KP-FUEL(KEY-IDX, 1) - KP-FUEL(KEY-IDX, 2).
           COMPUTE DL-SPEED = SPEED-2 - SPEED-1.
           COMPUTE DL-EXCEPTIONS =
               KP-EXCEPTIONS(KEY-IDX, 1) - KP-EXCEPTIONS(KEY-IDX, 2).
           COMPUTE DL-RATE = RATE-2 - RATE-1.
           MOVE DETAIL-LINE TO REPORTLINE.
           PERFORM WRITE-REPORT-LINE.

       *> average speed is over the timed voyages only, in the same
       *> units per hour p1 puts on timing-p1.txt; the exception rate
       *> is exceptions per finished voyage
       ROW-FIGURES.
           IF KP-ELAPSED(KEY-IDX, PER) > ZERO
               COMPUTE SPEED-1 ROUNDED =
                   KP-TIMED-DIST(KEY-IDX, PER) * 3600
                   / KP-ELAPSED(KEY-IDX, PER)
           ELSE
               MOVE ZERO TO SPEED-1
           END-IF.
           IF KP-VOYAGES(KEY-IDX, PER) > ZERO
               COMPUTE RATE-1 ROUNDED =
                   KP-EXCEPTIONS(KEY-IDX, PER)
                   / KP-VOYAGES(KEY-IDX, PER)
           ELSE
               MOVE ZERO TO RATE-1
           END-IF.

       WRITE-COUNT-LINE.
           MOVE COUNT-LINE TO REPORTLINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO CL-TEXT.

       WRITE-REPORT-LINE.
           WRITE REPORTLINE.
           IF NOT PR-FS-OK
               DISPLAY 'REPORTF WRITE FAILED, FILE STATUS = '
                   PR-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO REPORTLINE.
