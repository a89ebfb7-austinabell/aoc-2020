       IDENTIFICATION DIVISION.
       PROGRAM-ID. aoc-day12-purge.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT PARMF ASSIGN TO "retention-parm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RP-FSTATUS.
               SELECT AUDITF ASSIGN TO "audit-p1.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AU-FSTATUS.
               SELECT EXHISTF ASSIGN TO "exception-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EH-FSTATUS.
               SELECT EXHISTKEEPF ASSIGN TO "exception-history.keep"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EK-FSTATUS.
               SELECT EXHISTOFFF ASSIGN TO "exception-history.off"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EO-FSTATUS.
               SELECT LEDGERF ASSIGN TO "run-ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-FSTATUS.
               SELECT LEDGERKEEPF ASSIGN TO "run-ledger.keep"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RK-FSTATUS.
               SELECT LEDGEROFFF ASSIGN TO "run-ledger.off"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RO-FSTATUS.
               SELECT MAINTAUDITF ASSIGN TO "maintenance-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MA-FSTATUS.
               SELECT MAINTKEEPF ASSIGN TO "maintenance-audit.keep"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MK-FSTATUS.
               SELECT MAINTOFFF ASSIGN TO "maintenance-audit.off"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MO-FSTATUS.
               SELECT SUMMARYF ASSIGN TO "history-summary.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SM-FSTATUS.
               SELECT SUMMARYNEWF ASSIGN TO "history-summary.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SN-FSTATUS.
               SELECT REPORTF ASSIGN TO "purge-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PR-FSTATUS.
               SELECT SORTF ASSIGN TO "purge-sort.tmp".

       DATA DIVISION.
       FILE SECTION.
       *> one line per history file: the file name as it stands in
       *> the directory ('archive/' for the archived inputs) and the
       *> number of days to keep; a file with no line, or zero days,
       *> is kept whole
           FD PARMF.
               01 PARMRECORD.
               05 RP-FILE PIC X(24).
               05 FILLER PIC X.
               05 RP-DAYS PIC 9(4).

           FD AUDITF.
               01 AUDITRECORD.
               05 AU-REC-NUM PIC 9(6).
               05 FILLER PIC X.
               05 AU-OLD-ACTION PIC X.
               05 FILLER PIC X.
               05 AU-OLD-ARG PIC X(3).
               05 FILLER PIC X.
               05 AU-NEW-ACTION PIC X.
               05 FILLER PIC X.
               05 AU-NEW-ARG PIC X(3).
               05 FILLER PIC X.
               05 AU-TEXT PIC X(18).

           FD EXHISTF.
               01 EXHISTRECORD.
               05 EH-RUN-DATE PIC 9(8).
               05 FILLER PIC X.
               05 EH-PROGRAM PIC X(16).
               05 FILLER PIC X.
               05 EH-REC-NUM PIC 9(6).
               05 FILLER PIC X.
               05 EH-VESSEL-ID PIC 9(3).
               05 FILLER PIC X.
               05 EH-ACTION PIC X.
               05 FILLER PIC X.
               05 EH-ARG PIC 9(3).
               05 FILLER PIC X.
               05 EH-REASON-CODE PIC 9(2).
               05 FILLER PIC X.
               05 EH-REASON-TEXT PIC X(24).

           FD EXHISTKEEPF.
               01 EXHISTKEEPRECORD PIC X(70).

           FD EXHISTOFFF.
               01 EXHISTOFFRECORD PIC X(70).

           FD LEDGERF.
               01 LEDGERRECORD.
               05 RL-RUN-DATE PIC 9(8).
               05 FILLER PIC X.
               05 RL-RUN-TIME PIC 9(6).
               05 FILLER PIC X.
               05 RL-PROGRAM PIC X(16).
               05 FILLER PIC X.
               05 RL-RECS-READ PIC 9(6).
               05 FILLER PIC X.
               05 RL-HEADERS PIC 9(6).
               05 FILLER PIC X.
               05 RL-TRAILERS PIC 9(6).
               05 FILLER PIC X.
               05 RL-TRACED PIC 9(6).
               05 FILLER PIC X.
               05 RL-EXCEPTIONS PIC 9(6).
               05 FILLER PIC X.
               05 RL-REPORTED PIC 9(6).
               05 FILLER PIC X.
               05 RL-RETURN-CODE PIC 9(2).
               05 FILLER PIC X.
               05 RL-BALANCED PIC X.

           FD LEDGERKEEPF.
               01 LEDGERKEEPRECORD PIC X(79).

           FD LEDGEROFFF.
               01 LEDGEROFFRECORD PIC X(79).

           FD MAINTAUDITF.
               01 MAINTAUDITRECORD.
               05 MA-RUN-DATE PIC 9(8).
               05 FILLER PIC X.
               05 MA-RUN-TIME PIC 9(6).
               05 FILLER PIC X.
               05 MA-OPERATOR PIC X(8).
               05 FILLER PIC X.
               05 MA-FILE-NAME PIC X(8).
               05 FILLER PIC X.
               05 MA-KEY PIC X(8).
               05 FILLER PIC X.
               05 MA-OLD PIC X(45).
               05 FILLER PIC X.
               05 MA-NEW PIC X(45).

           FD MAINTKEEPF.
               01 MAINTKEEPRECORD PIC X(134).

           FD MAINTOFFF.
               01 MAINTOFFRECORD PIC X(134).

       *> summaries already on file are carried forward unread
           FD SUMMARYF.
               01 SUMMARYLINE PIC X(96).

       *> one record per group of offloaded records, written before
       *> anything leaves the live files: E = exception history by
       *> program, vessel and reason code; L = run ledger by program;
       *> M = maintenance audit by file and operator. The dates are
       *> the first and last run dates in the group.
           FD SUMMARYNEWF.
               01 SUMMARYRECORD.
               05 SM-TYPE PIC X.
                   88 SM-EXCEPTION-SUMMARY VALUE 'E'.
                   88 SM-LEDGER-SUMMARY VALUE 'L'.
                   88 SM-AUDIT-SUMMARY VALUE 'M'.
               05 FILLER PIC X.
               05 SM-PURGE-DATE PIC 9(8).
               05 FILLER PIC X.
               05 SM-FIRST-DATE PIC 9(8).
               05 FILLER PIC X.
               05 SM-LAST-DATE PIC 9(8).
               05 FILLER PIC X.
               05 SM-COUNT PIC 9(6).
               05 FILLER PIC X.
               05 SM-DETAIL PIC X(60).
               05 SM-EXCEPTION-DETAIL REDEFINES SM-DETAIL.
               10 SM-EH-PROGRAM PIC X(16).
               10 FILLER PIC X.
               10 SM-EH-VESSEL-ID PIC 9(3).
               10 FILLER PIC X.
               10 SM-EH-REASON-CODE PIC 9(2).
               10 FILLER PIC X.
               10 SM-EH-HEALED PIC 9(6).
               10 FILLER PIC X.
               10 SM-EH-REASON-TEXT PIC X(24).
               10 FILLER PIC X(5).
               05 SM-LEDGER-DETAIL REDEFINES SM-DETAIL.
               10 SM-RL-PROGRAM PIC X(16).
               10 FILLER PIC X.
               10 SM-RL-RECS-READ PIC 9(10).
               10 FILLER PIC X.
               10 SM-RL-EXCEPTIONS PIC 9(8).
               10 FILLER PIC X.
               10 SM-RL-REPORTED PIC 9(8).
               10 FILLER PIC X.
               10 SM-RL-UNBALANCED PIC 9(6).
               10 FILLER PIC X.
               10 SM-RL-FAILED PIC 9(6).
               10 FILLER PIC X.
               05 SM-AUDIT-DETAIL REDEFINES SM-DETAIL.
               10 SM-MA-FILE-NAME PIC X(8).
               10 FILLER PIC X.
               10 SM-MA-OPERATOR PIC X(8).
               10 FILLER PIC X(43).

           FD REPORTF.
               01 REPORTLINE PIC X(90).

       *> every offloaded record passes through the sort keyed by its
       *> summary group, oldest first within the group
           SD SORTF.
               01 SORTRECORD.
               05 SR-KEY.
                   10 SR-TYPE PIC X.
                   10 SR-NAME PIC X(16).
                   10 SR-VESSEL PIC 9(3).
                   10 SR-REASON PIC 9(2).
               05 SR-DATE PIC 9(8).
               05 SR-HEALED PIC 9.
               05 SR-TEXT PIC X(24).
               05 SR-RECS-READ PIC 9(6).
               05 SR-EXCEPTIONS PIC 9(6).
               05 SR-REPORTED PIC 9(6).
               05 SR-UNBALANCED PIC 9.
               05 SR-FAILED PIC 9.

       WORKING-STORAGE SECTION.
           01 RP-FSTATUS PIC X(2) VALUE SPACES.
               88 RP-FS-OK VALUE '00'.
               88 RP-FS-EOF VALUE '10'.
               88 RP-FS-NOT-FOUND VALUE '35'.
           01 AU-FSTATUS PIC X(2) VALUE SPACES.
               88 AU-FS-OK VALUE '00'.
               88 AU-FS-EOF VALUE '10'.
               88 AU-FS-NOT-FOUND VALUE '35'.
           01 EH-FSTATUS PIC X(2) VALUE SPACES.
               88 EH-FS-OK VALUE '00'.
               88 EH-FS-EOF VALUE '10'.
               88 EH-FS-NOT-FOUND VALUE '35'.
           01 EK-FSTATUS PIC X(2) VALUE SPACES.
               88 EK-FS-OK VALUE '00'.
               88 EK-FS-EOF VALUE '10'.
           01 EO-FSTATUS PIC X(2) VALUE SPACES.
               88 EO-FS-OK VALUE '00'.
               88 EO-FS-EOF VALUE '10'.
           01 RL-FSTATUS PIC X(2) VALUE SPACES.
               88 RL-FS-OK VALUE '00'.
               88 RL-FS-EOF VALUE '10'.
               88 RL-FS-NOT-FOUND VALUE '35'.
           01 RK-FSTATUS PIC X(2) VALUE SPACES.
               88 RK-FS-OK VALUE '00'.
               88 RK-FS-EOF VALUE '10'.
           01 RO-FSTATUS PIC X(2) VALUE SPACES.
               88 RO-FS-OK VALUE '00'.
               88 RO-FS-EOF VALUE '10'.
           01 MA-FSTATUS PIC X(2) VALUE SPACES.
               88 MA-FS-OK VALUE '00'.
               88 MA-FS-EOF VALUE '10'.
               88 MA-FS-NOT-FOUND VALUE '35'.
           01 MK-FSTATUS PIC X(2) VALUE SPACES.
               88 MK-FS-OK VALUE '00'.
               88 MK-FS-EOF VALUE '10'.
           01 MO-FSTATUS PIC X(2) VALUE SPACES.
               88 MO-FS-OK VALUE '00'.
               88 MO-FS-EOF VALUE '10'.
           01 SM-FSTATUS PIC X(2) VALUE SPACES.
               88 SM-FS-OK VALUE '00'.
               88 SM-FS-EOF VALUE '10'.
               88 SM-FS-NOT-FOUND VALUE '35'.
           01 SN-FSTATUS PIC X(2) VALUE SPACES.
               88 SN-FS-OK VALUE '00'.
               88 SN-FS-EOF VALUE '10'.
           01 PR-FSTATUS PIC X(2) VALUE SPACES.
               88 PR-FS-OK VALUE '00'.
           01 RUN-DATE PIC 9(8) VALUE ZERO.
           01 IDX PIC 9 COMP VALUE ZERO.
           01 AUD-IDX PIC 9(4) COMP VALUE ZERO.
           01 HEALED-SWITCH PIC X VALUE 'N'.
               88 RECORD-HEALED VALUE 'Y'.
           01 BALANCE-SWITCH PIC X VALUE 'Y'.
               88 ALL-BALANCED VALUE 'Y'.

       *> the files under retention; the first three are purged here,
       *> the fourth (the archived inputs) only gets its cut-off date
       *> worked out for the job script, which moves whole files
           01 FILE-TABLE.
               05 FILE-ENTRY OCCURS 4 TIMES.
               10 PF-NAME PIC X(24).
               10 PF-DAYS PIC 9(4).
               10 PF-CUTOFF PIC 9(8).
               10 PF-FOUND PIC X.
                   88 PF-ON-FILE VALUE 'Y'.
               10 PF-IN PIC 9(8).
               10 PF-KEPT PIC 9(8).
               10 PF-OFF PIC 9(8).
               10 PF-KEPT-BACK PIC 9(8).
               10 PF-OFF-BACK PIC 9(8).
               10 PF-UNUSABLE PIC 9(8).
               10 PF-SUMMED PIC 9(8).
               10 PF-SUMMARIES PIC 9(6).
               10 PF-BALANCED PIC X.

           01 OLD-SUMMARY-COUNT PIC 9(8) VALUE ZERO.
           01 NEW-SUMMARY-COUNT PIC 9(8) VALUE ZERO.
           01 SUMMARY-BACK-COUNT PIC 9(8) VALUE ZERO.

       *> input record numbers healed by a correction, as exhist
       *> matches them, so the summaries carry the same healed count
           01 AUDIT-COUNT PIC 9(4) COMP VALUE ZERO.
           01 AUDIT-DROPPED PIC 9(4) COMP VALUE ZERO.
           01 AUDIT-TABLE.
               05 AUDIT-REC-NUM OCCURS 5000 TIMES PIC 9(6).

       *> the summary group being accumulated on the sort's output side
           01 SORT-EOF-SWITCH PIC X VALUE 'N'.
               88 SORT-EOF VALUE 'Y'.
           01 GROUP-OPEN-SWITCH PIC X VALUE 'N'.
               88 GROUP-OPEN VALUE 'Y'.
           01 GROUP-KEY PIC X(22) VALUE SPACES.
           01 GROUP-TOTALS.
               05 GT-TYPE PIC X.
               05 GT-NAME PIC X(16).
               05 GT-VESSEL PIC 9(3).
               05 GT-REASON PIC 9(2).
               05 GT-FIRST-DATE PIC 9(8).
               05 GT-LAST-DATE PIC 9(8).
               05 GT-COUNT PIC 9(6).
               05 GT-HEALED PIC 9(6).
               05 GT-TEXT PIC X(24).
               05 GT-RECS-READ PIC 9(10).
               05 GT-EXCEPTIONS PIC 9(8).
               05 GT-REPORTED PIC 9(8).
               05 GT-UNBALANCED PIC 9(6).
               05 GT-FAILED PIC 9(6).

           01 DETAIL-LINE.
               05 DL-FILE PIC X(24).
               05 FILLER PIC X(2).
               05 DL-DAYS PIC 9(4).
               05 FILLER PIC X(2).
               05 DL-CUTOFF PIC 9(8).
               05 FILLER PIC X(2).
               05 DL-IN PIC 9(8).
               05 FILLER PIC X(2).
               05 DL-KEPT PIC 9(8).
               05 FILLER PIC X(2).
               05 DL-OFF PIC 9(8).
               05 FILLER PIC X(2).
               05 DL-SUMMARIES PIC 9(6).
               05 FILLER PIC X(2).
               05 DL-BALANCED PIC X.

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM FILE-TABLE-INIT.
           PERFORM PARM-LOAD.
           PERFORM CUTOFF-SET
               VARYING IDX FROM 1 BY 1 UNTIL IDX > 4.
           PERFORM AUDIT-LOAD.
           SORT SORTF
               ON ASCENDING KEY SR-KEY SR-DATE
               INPUT PROCEDURE IS PURGE-SPLIT
               OUTPUT PROCEDURE IS SUMMARY-EMIT.
           PERFORM READ-BACK.
           PERFORM BALANCE-CHECK
               VARYING IDX FROM 1 BY 1 UNTIL IDX > 3.
           COMPUTE SUMMARY-BACK-COUNT =
               SUMMARY-BACK-COUNT - OLD-SUMMARY-COUNT.
           IF SUMMARY-BACK-COUNT NOT = NEW-SUMMARY-COUNT
               MOVE 'N' TO BALANCE-SWITCH
           END-IF.
           OPEN OUTPUT REPORTF.
           IF NOT PR-FS-OK
               DISPLAY 'REPORTF OPEN FAILED, FILE STATUS = ' PR-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-PURGE-REPORT.
           CLOSE REPORTF.
           IF NOT ALL-BALANCED
               DISPLAY 'RETENTION PURGE OUT OF BALANCE, '
                   'NOTHING TO BE CHANGED, SEE purge-report.txt'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'RETENTION PURGE: '
               PF-OFF(1) ' HISTORY, ' PF-OFF(2) ' LEDGER, '
               PF-OFF(3) ' AUDIT RECORDS OFFLOADED, '
               NEW-SUMMARY-COUNT ' SUMMARIES'.
           STOP RUN.

       FILE-TABLE-INIT.
           MOVE 'exception-history.txt' TO PF-NAME(1).
           MOVE 'run-ledger.txt' TO PF-NAME(2).
           MOVE 'maintenance-audit.txt' TO PF-NAME(3).
           MOVE 'archive/' TO PF-NAME(4).
           PERFORM FILE-CLEAR
               VARYING IDX FROM 1 BY 1 UNTIL IDX > 4.

       FILE-CLEAR.
           MOVE ZERO TO PF-DAYS(IDX).
           MOVE ZERO TO PF-CUTOFF(IDX).
           MOVE 'N' TO PF-FOUND(IDX).
           MOVE ZERO TO PF-IN(IDX).
           MOVE ZERO TO PF-KEPT(IDX).
           MOVE ZERO TO PF-OFF(IDX).
           MOVE ZERO TO PF-KEPT-BACK(IDX).
           MOVE ZERO TO PF-OFF-BACK(IDX).
           MOVE ZERO TO PF-UNUSABLE(IDX).
           MOVE ZERO TO PF-SUMMED(IDX).
           MOVE ZERO TO PF-SUMMARIES(IDX).
           MOVE SPACE TO PF-BALANCED(IDX).

       *> without the parameter file every file is kept whole
       PARM-LOAD.
           OPEN INPUT PARMF.
           IF RP-FS-NOT-FOUND
               DISPLAY 'PARMF NOT FOUND, EVERY FILE KEPT WHOLE'
               EXIT PARAGRAPH
           END-IF.
           IF NOT RP-FS-OK
               DISPLAY 'PARMF OPEN FAILED, FILE STATUS = ' RP-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM PARM-LOAD-READ UNTIL RP-FS-EOF.
           CLOSE PARMF.

       PARM-LOAD-READ.
           READ PARMF
               AT END CONTINUE
               NOT AT END
                   IF RP-DAYS NUMERIC
                       PERFORM PARM-MATCH
                           VARYING IDX FROM 1 BY 1 UNTIL IDX > 4
                   END-IF
           END-READ.
           IF NOT RP-FS-OK AND NOT RP-FS-EOF
               DISPLAY 'PARMF READ ERROR, FILE STATUS = ' RP-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       PARM-MATCH.
           IF RP-FILE = PF-NAME(IDX)
               MOVE RP-DAYS TO PF-DAYS(IDX)
           END-IF.

       *> records dated before the cut-off go; today's records always
       *> stay, so a purge can never take the day eod is checking
       CUTOFF-SET.
           IF PF-DAYS(IDX) > ZERO
               COMPUTE PF-CUTOFF(IDX) = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(RUN-DATE) - PF-DAYS(IDX))
           END-IF.

       AUDIT-LOAD.
           OPEN INPUT AUDITF.
           IF AU-FS-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF NOT AU-FS-OK
               DISPLAY 'AUDITF OPEN FAILED, FILE STATUS = '
                   AU-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM AUDIT-LOAD-READ UNTIL AU-FS-EOF.
           CLOSE AUDITF.
           IF AUDIT-DROPPED > ZERO
               DISPLAY 'AUDIT TABLE FULL, ' AUDIT-DROPPED
                   ' CORRECTIONS NOT MATCHED'
           END-IF.

       AUDIT-LOAD-READ.
           READ AUDITF
               AT END CONTINUE
               NOT AT END
                   IF AU-REC-NUM NUMERIC
                       IF AUDIT-COUNT < 5000
                           ADD 1 TO AUDIT-COUNT
                           MOVE AU-REC-NUM
                               TO AUDIT-REC-NUM(AUDIT-COUNT)
                       ELSE
                           ADD 1 TO AUDIT-DROPPED
                       END-IF
                   END-IF
           END-READ.
           IF NOT AU-FS-OK AND NOT AU-FS-EOF
               DISPLAY 'AUDITF READ ERROR, FILE STATUS = '
                   AU-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> sort input side: split each live file into the records it
       *> keeps and the records it offloads, releasing every
       *> offloaded record to the sort for its summary group. The
       *> live files themselves are only read here.
       PURGE-SPLIT.
           PERFORM EXHIST-SPLIT.
           PERFORM LEDGER-SPLIT.
           PERFORM MAINT-SPLIT.

       EXHIST-SPLIT.
           OPEN INPUT EXHISTF.
           IF EH-FS-NOT-FOUND
               DISPLAY 'EXHISTF NOT FOUND, NOTHING TO PURGE'
               EXIT PARAGRAPH
           END-IF.
           IF NOT EH-FS-OK
               DISPLAY 'EXHISTF OPEN FAILED, FILE STATUS = '
                   EH-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'Y' TO PF-FOUND(1).
           OPEN OUTPUT EXHISTKEEPF.
           IF NOT EK-FS-OK
               DISPLAY 'EXHISTKEEPF OPEN FAILED, FILE STATUS = '
                   EK-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT EXHISTOFFF.
           IF NOT EO-FS-OK
               DISPLAY 'EXHISTOFFF OPEN FAILED, FILE STATUS = '
                   EO-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM EXHIST-SPLIT-READ UNTIL EH-FS-EOF.
           CLOSE EXHISTF.
           CLOSE EXHISTKEEPF.
           CLOSE EXHISTOFFF.

       EXHIST-SPLIT-READ.
           READ EXHISTF
               AT END CONTINUE
               NOT AT END PERFORM EXHIST-SPLIT-ONE
           END-READ.
           IF NOT EH-FS-OK AND NOT EH-FS-EOF
               DISPLAY 'EXHISTF READ ERROR, FILE STATUS = '
                   EH-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> an undated record is never offloaded; a dated one that
       *> exhist would skip as unusable is offloaded but has nothing
       *> to contribute to a summary
       EXHIST-SPLIT-ONE.
           ADD 1 TO PF-IN(1).
           IF EH-RUN-DATE NOT NUMERIC
               OR EH-RUN-DATE NOT < PF-CUTOFF(1)
               MOVE EXHISTRECORD TO EXHISTKEEPRECORD
               WRITE EXHISTKEEPRECORD
               ADD 1 TO PF-KEPT(1)
               EXIT PARAGRAPH
           END-IF.
           MOVE EXHISTRECORD TO EXHISTOFFRECORD.
           WRITE EXHISTOFFRECORD.
           ADD 1 TO PF-OFF(1).
           IF EH-VESSEL-ID NOT NUMERIC
               OR EH-REASON-CODE NOT NUMERIC
               OR EH-REASON-CODE = ZERO
               ADD 1 TO PF-UNUSABLE(1)
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SORTRECORD.
           MOVE 'E' TO SR-TYPE.
           MOVE EH-PROGRAM TO SR-NAME.
           MOVE EH-VESSEL-ID TO SR-VESSEL.
           MOVE EH-REASON-CODE TO SR-REASON.
           MOVE EH-RUN-DATE TO SR-DATE.
           PERFORM HEALED-CHECK.
           IF RECORD-HEALED
               MOVE 1 TO SR-HEALED
           ELSE
               MOVE 0 TO SR-HEALED
           END-IF.
           MOVE EH-REASON-TEXT TO SR-TEXT.
           MOVE ZERO TO SR-RECS-READ.
           MOVE ZERO TO SR-EXCEPTIONS.
           MOVE ZERO TO SR-REPORTED.
           MOVE 0 TO SR-UNBALANCED.
           MOVE 0 TO SR-FAILED.
           RELEASE SORTRECORD.

       HEALED-CHECK.
           MOVE 'N' TO HEALED-SWITCH.
           PERFORM HEALED-CHECK-ONE
               VARYING AUD-IDX FROM 1 BY 1 UNTIL AUD-IDX > AUDIT-COUNT.

       HEALED-CHECK-ONE.
           IF AUDIT-REC-NUM(AUD-IDX) = EH-REC-NUM
               SET RECORD-HEALED TO TRUE
           END-IF.

       LEDGER-SPLIT.
           OPEN INPUT LEDGERF.
           IF RL-FS-NOT-FOUND
               DISPLAY 'LEDGERF NOT FOUND, NOTHING TO PURGE'
               EXIT PARAGRAPH
           END-IF.
           IF NOT RL-FS-OK
               DISPLAY 'LEDGERF OPEN FAILED, FILE STATUS = '
                   RL-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'Y' TO PF-FOUND(2).
           OPEN OUTPUT LEDGERKEEPF.
           IF NOT RK-FS-OK
               DISPLAY 'LEDGERKEEPF OPEN FAILED, FILE STATUS = '
                   RK-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LEDGEROFFF.
           IF NOT RO-FS-OK
               DISPLAY 'LEDGEROFFF OPEN FAILED, FILE STATUS = '
                   RO-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LEDGER-SPLIT-READ UNTIL RL-FS-EOF.
           CLOSE LEDGERF.
           CLOSE LEDGERKEEPF.
           CLOSE LEDGEROFFF.

       LEDGER-SPLIT-READ.
           READ LEDGERF
               AT END CONTINUE
               NOT AT END PERFORM LEDGER-SPLIT-ONE
           END-READ.
           IF NOT RL-FS-OK AND NOT RL-FS-EOF
               DISPLAY 'LEDGERF READ ERROR, FILE STATUS = '
                   RL-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LEDGER-SPLIT-ONE.
           ADD 1 TO PF-IN(2).
           IF RL-RUN-DATE NOT NUMERIC
               OR RL-RUN-DATE NOT < PF-CUTOFF(2)
               MOVE LEDGERRECORD TO LEDGERKEEPRECORD
               WRITE LEDGERKEEPRECORD
               ADD 1 TO PF-KEPT(2)
               EXIT PARAGRAPH
           END-IF.
           MOVE LEDGERRECORD TO LEDGEROFFRECORD.
           WRITE LEDGEROFFRECORD.
           ADD 1 TO PF-OFF(2).
           MOVE SPACES TO SORTRECORD.
           MOVE 'L' TO SR-TYPE.
           MOVE RL-PROGRAM TO SR-NAME.
           MOVE ZERO TO SR-VESSEL.
           MOVE ZERO TO SR-REASON.
           MOVE RL-RUN-DATE TO SR-DATE.
           MOVE 0 TO SR-HEALED.
           MOVE ZERO TO SR-RECS-READ.
           MOVE ZERO TO SR-EXCEPTIONS.
           MOVE ZERO TO SR-REPORTED.
           IF RL-RECS-READ NUMERIC
               MOVE RL-RECS-READ TO SR-RECS-READ
           END-IF.
           IF RL-EXCEPTIONS NUMERIC
               MOVE RL-EXCEPTIONS TO SR-EXCEPTIONS
           END-IF.
           IF RL-REPORTED NUMERIC
               MOVE RL-REPORTED TO SR-REPORTED
           END-IF.
           IF RL-BALANCED = 'Y'
               MOVE 0 TO SR-UNBALANCED
           ELSE
               MOVE 1 TO SR-UNBALANCED
           END-IF.
           IF RL-RETURN-CODE NUMERIC AND RL-RETURN-CODE >= 8
               MOVE 1 TO SR-FAILED
           ELSE
               MOVE 0 TO SR-FAILED
           END-IF.
           RELEASE SORTRECORD.

       MAINT-SPLIT.
           OPEN INPUT MAINTAUDITF.
           IF MA-FS-NOT-FOUND
               DISPLAY 'MAINTAUDITF NOT FOUND, NOTHING TO PURGE'
               EXIT PARAGRAPH
           END-IF.
           IF NOT MA-FS-OK
               DISPLAY 'MAINTAUDITF OPEN FAILED, FILE STATUS = '
                   MA-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'Y' TO PF-FOUND(3).
           OPEN OUTPUT MAINTKEEPF.
           IF NOT MK-FS-OK
               DISPLAY 'MAINTKEEPF OPEN FAILED, FILE STATUS = '
                   MK-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT MAINTOFFF.
           IF NOT MO-FS-OK
               DISPLAY 'MAINTOFFF OPEN FAILED, FILE STATUS = '
                   MO-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM MAINT-SPLIT-READ UNTIL MA-FS-EOF.
           CLOSE MAINTAUDITF.
           CLOSE MAINTKEEPF.
           CLOSE MAINTOFFF.

       MAINT-SPLIT-READ.
           READ MAINTAUDITF
               AT END CONTINUE
               NOT AT END PERFORM MAINT-SPLIT-ONE
           END-READ.
           IF NOT MA-FS-OK AND NOT MA-FS-EOF
               DISPLAY 'MAINTAUDITF READ ERROR, FILE STATUS = '
                   MA-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       MAINT-SPLIT-ONE.
           ADD 1 TO PF-IN(3).
           IF MA-RUN-DATE NOT NUMERIC
               OR MA-RUN-DATE NOT < PF-CUTOFF(3)
               MOVE MAINTAUDITRECORD TO MAINTKEEPRECORD
               WRITE MAINTKEEPRECORD
               ADD 1 TO PF-KEPT(3)
               EXIT PARAGRAPH
           END-IF.
           MOVE MAINTAUDITRECORD TO MAINTOFFRECORD.
           WRITE MAINTOFFRECORD.
           ADD 1 TO PF-OFF(3).
           MOVE SPACES TO SORTRECORD.
           MOVE 'M' TO SR-TYPE.
           MOVE MA-FILE-NAME TO SR-NAME(1:8).
           MOVE MA-OPERATOR TO SR-NAME(9:8).
           MOVE ZERO TO SR-VESSEL.
           MOVE ZERO TO SR-REASON.
           MOVE MA-RUN-DATE TO SR-DATE.
           MOVE 0 TO SR-HEALED.
           MOVE ZERO TO SR-RECS-READ.
           MOVE ZERO TO SR-EXCEPTIONS.
           MOVE ZERO TO SR-REPORTED.
           MOVE 0 TO SR-UNBALANCED.
           MOVE 0 TO SR-FAILED.
           RELEASE SORTRECORD.

       *> sort output side: carry the summaries already on file into
       *> the new summary file, then add one summary per group of
       *> records being offloaded
       SUMMARY-EMIT.
           OPEN OUTPUT SUMMARYNEWF.
           IF NOT SN-FS-OK
               DISPLAY 'SUMMARYNEWF OPEN FAILED, FILE STATUS = '
                   SN-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SUMMARY-CARRY.
           MOVE 'N' TO GROUP-OPEN-SWITCH.
           MOVE 'N' TO SORT-EOF-SWITCH.
           PERFORM SUMMARY-EMIT-RETURN UNTIL SORT-EOF.
           IF GROUP-OPEN
               PERFORM WRITE-SUMMARY
           END-IF.
           CLOSE SUMMARYNEWF.

       SUMMARY-CARRY.
           OPEN INPUT SUMMARYF.
           IF SM-FS-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF NOT SM-FS-OK
               DISPLAY 'SUMMARYF OPEN FAILED, FILE STATUS = '
                   SM-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SUMMARY-CARRY-READ UNTIL SM-FS-EOF.
           CLOSE SUMMARYF.

       SUMMARY-CARRY-READ.
           READ SUMMARYF
               AT END CONTINUE
               NOT AT END
                   MOVE SUMMARYLINE TO SUMMARYRECORD
                   WRITE SUMMARYRECORD
                   ADD 1 TO OLD-SUMMARY-COUNT
           END-READ.
           IF NOT SM-FS-OK AND NOT SM-FS-EOF
               DISPLAY 'SUMMARYF READ ERROR, FILE STATUS = '
                   SM-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       SUMMARY-EMIT-RETURN.
           RETURN SORTF
               AT END SET SORT-EOF TO TRUE
               NOT AT END PERFORM SUMMARY-EMIT-ONE
           END-RETURN.

       SUMMARY-EMIT-ONE.
           IF NOT GROUP-OPEN OR SR-KEY NOT = GROUP-KEY
               IF GROUP-OPEN
                   PERFORM WRITE-SUMMARY
               END-IF
               PERFORM GROUP-START
           END-IF.
           ADD 1 TO GT-COUNT.
           MOVE SR-DATE TO GT-LAST-DATE.
           ADD SR-HEALED TO GT-HEALED.
           MOVE SR-TEXT TO GT-TEXT.
           ADD SR-RECS-READ TO GT-RECS-READ.
           ADD SR-EXCEPTIONS TO GT-EXCEPTIONS.
           ADD SR-REPORTED TO GT-REPORTED.
           ADD SR-UNBALANCED TO GT-UNBALANCED.
           ADD SR-FAILED TO GT-FAILED.

       GROUP-START.
           SET GROUP-OPEN TO TRUE.
           MOVE SR-KEY TO GROUP-KEY.
           MOVE SR-TYPE TO GT-TYPE.
           MOVE SR-NAME TO GT-NAME.
           MOVE SR-VESSEL TO GT-VESSEL.
           MOVE SR-REASON TO GT-REASON.
           MOVE SR-DATE TO GT-FIRST-DATE.
           MOVE SR-DATE TO GT-LAST-DATE.
           MOVE ZERO TO GT-COUNT.
           MOVE ZERO TO GT-HEALED.
           MOVE SPACES TO GT-TEXT.
           MOVE ZERO TO GT-RECS-READ.
           MOVE ZERO TO GT-EXCEPTIONS.
           MOVE ZERO TO GT-REPORTED.
           MOVE ZERO TO GT-UNBALANCED.
           MOVE ZERO TO GT-FAILED.

       WRITE-SUMMARY.
           MOVE SPACES TO SUMMARYRECORD.
           MOVE GT-TYPE TO SM-TYPE.
           MOVE RUN-DATE TO SM-PURGE-DATE.
           MOVE GT-FIRST-DATE TO SM-FIRST-DATE.
           MOVE GT-LAST-DATE TO SM-LAST-DATE.
           MOVE GT-COUNT TO SM-COUNT.
           EVALUATE TRUE
           WHEN SM-EXCEPTION-SUMMARY
               MOVE GT-NAME TO SM-EH-PROGRAM
               MOVE GT-VESSEL TO SM-EH-VESSEL-ID
               MOVE GT-REASON TO SM-EH-REASON-CODE
               MOVE GT-HEALED TO SM-EH-HEALED
               MOVE GT-TEXT TO SM-EH-REASON-TEXT
               MOVE 1 TO IDX
           WHEN SM-LEDGER-SUMMARY
               MOVE GT-NAME TO SM-RL-PROGRAM
               MOVE GT-RECS-READ TO SM-RL-RECS-READ
               MOVE GT-EXCEPTIONS TO SM-RL-EXCEPTIONS
               MOVE GT-REPORTED TO SM-RL-REPORTED
               MOVE GT-UNBALANCED TO SM-RL-UNBALANCED
               MOVE GT-FAILED TO SM-RL-FAILED
               MOVE 2 TO IDX
           WHEN OTHER
               MOVE GT-NAME(1:8) TO SM-MA-FILE-NAME
               MOVE GT-NAME(9:8) TO SM-MA-OPERATOR
               MOVE 3 TO IDX
           END-EVALUATE.
           WRITE SUMMARYRECORD.
           ADD 1 TO NEW-SUMMARY-COUNT.
           ADD 1 TO PF-SUMMARIES(IDX).
           ADD GT-COUNT TO PF-SUMMED(IDX).

       *> count what actually reached the disk, not what we meant to
       *> write: the kept and offloaded files and the new summaries
       READ-BACK.
           IF PF-ON-FILE(1)
               PERFORM EXHIST-READ-BACK
           END-IF.
           IF PF-ON-FILE(2)
               PERFORM LEDGER-READ-BACK
           END-IF.
           IF PF-ON-FILE(3)
               PERFORM MAINT-READ-BACK
           END-IF.
           OPEN INPUT SUMMARYNEWF.
           IF NOT SN-FS-OK
               DISPLAY 'SUMMARYNEWF OPEN FAILED, FILE STATUS = '
                   SN-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SUMMARY-READ-BACK UNTIL SN-FS-EOF.
           CLOSE SUMMARYNEWF.

       SUMMARY-READ-BACK.
           READ SUMMARYNEWF
               AT END CONTINUE
               NOT AT END ADD 1 TO SUMMARY-BACK-COUNT
           END-READ.
           IF NOT SN-FS-OK AND NOT SN-FS-EOF
               DISPLAY 'SUMMARYNEWF READ ERROR, FILE STATUS = '
                   SN-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       EXHIST-READ-BACK.
           OPEN INPUT EXHISTKEEPF.
           OPEN INPUT EXHISTOFFF.
           IF NOT EK-FS-OK OR NOT EO-FS-OK
               DISPLAY 'EXHIST READ-BACK OPEN FAILED, FILE STATUS = '
                   EK-FSTATUS ' ' EO-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM EXHIST-KEEP-COUNT UNTIL EK-FS-EOF.
           PERFORM EXHIST-OFF-COUNT UNTIL EO-FS-EOF.
           CLOSE EXHISTKEEPF.
           CLOSE EXHISTOFFF.

       EXHIST-KEEP-COUNT.
           READ EXHISTKEEPF
               AT END CONTINUE
               NOT AT END ADD 1 TO PF-KEPT-BACK(1)
           END-READ.
           IF NOT EK-FS-OK AND NOT EK-FS-EOF
               DISPLAY 'EXHISTKEEPF READ ERROR, FILE STATUS = '
                   EK-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       EXHIST-OFF-COUNT.
           READ EXHISTOFFF
               AT END CONTINUE
               NOT AT END ADD 1 TO PF-OFF-BACK(1)
           END-READ.
           IF NOT EO-FS-OK AND NOT EO-FS-EOF
               DISPLAY 'EXHISTOFFF READ ERROR, FILE STATUS = '
                   EO-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LEDGER-READ-BACK.
           OPEN INPUT LEDGERKEEPF.
           OPEN INPUT LEDGEROFFF.
           IF NOT RK-FS-OK OR NOT RO-FS-OK
               DISPLAY 'LEDGER READ-BACK OPEN FAILED, FILE STATUS = '
                   RK-FSTATUS ' ' RO-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LEDGER-KEEP-COUNT UNTIL RK-FS-EOF.
           PERFORM LEDGER-OFF-COUNT UNTIL RO-FS-EOF.
           CLOSE LEDGERKEEPF.
           CLOSE LEDGEROFFF.

       LEDGER-KEEP-COUNT.
           READ LEDGERKEEPF
               AT END CONTINUE
               NOT AT END ADD 1 TO PF-KEPT-BACK(2)
           END-READ.
           IF NOT RK-FS-OK AND NOT RK-FS-EOF
               DISPLAY 'LEDGERKEEPF READ ERROR, FILE STATUS = '
                   RK-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LEDGER-OFF-COUNT.
           READ LEDGEROFFF
               AT END CONTINUE
               NOT AT END ADD 1 TO PF-OFF-BACK(2)
           END-READ.
           IF NOT RO-FS-OK AND NOT RO-FS-EOF
               DISPLAY 'LEDGEROFFF READ ERROR, FILE STATUS = '
                   RO-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       MAINT-READ-BACK.
           OPEN INPUT MAINTKEEPF.
           OPEN INPUT MAINTOFFF.
           IF NOT MK-FS-OK OR NOT MO-FS-OK
               DISPLAY 'MAINT READ-BACK OPEN FAILED, FILE STATUS = '
                   MK-FSTATUS ' ' MO-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM MAINT-KEEP-COUNT UNTIL MK-FS-EOF.
           PERFORM MAINT-OFF-COUNT UNTIL MO-FS-EOF.
           CLOSE MAINTKEEPF.
           CLOSE MAINTOFFF.

       MAINT-KEEP-COUNT.
           READ MAINTKEEPF
               AT END CONTINUE
               NOT AT END ADD 1 TO PF-KEPT-BACK(3)
           END-READ.
           IF NOT MK-FS-OK AND NOT MK-FS-EOF
               DISPLAY 'MAINTKEEPF READ ERROR, FILE STATUS = '
                   MK-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       MAINT-OFF-COUNT.
           READ MAINTOFFF
               AT END CONTINUE
               NOT AT END ADD 1 TO PF-OFF-BACK(3)
           END-READ.
           IF NOT MO-FS-OK AND NOT MO-FS-EOF
               DISPLAY 'MAINTOFFF READ ERROR, FILE STATUS = '
                   MO-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> records in = kept + offloaded, both as counted going out
       *> and as read back, and every usable offloaded record is
       *> accounted for in a summary
       BALANCE-CHECK.
           MOVE 'Y' TO PF-BALANCED(IDX).
           IF PF-IN(IDX) NOT = PF-KEPT(IDX) + PF-OFF(IDX)
               OR PF-KEPT-BACK(IDX) NOT = PF-KEPT(IDX)
               OR PF-OFF-BACK(IDX) NOT = PF-OFF(IDX)
               OR PF-SUMMED(IDX) + PF-UNUSABLE(IDX) NOT = PF-OFF(IDX)
               MOVE 'N' TO PF-BALANCED(IDX)
               MOVE 'N' TO BALANCE-SWITCH
           END-IF.

       WRITE-REPORT-LINE.
           WRITE REPORTLINE.
           MOVE SPACES TO REPORTLINE.

       WRITE-PURGE-REPORT.
           MOVE SPACES TO REPORTLINE.
           STRING 'RETENTION PURGE FOR ' DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO REPORTLINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'FILE                      DAYS  CUT-OFF   READ'
               TO REPORTLINE.
           MOVE 'KEPT      OFFLOADED SUMMARY BAL' TO REPORTLINE(53:31).
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-REPORT-DETAIL
               VARYING IDX FROM 1 BY 1 UNTIL IDX > 4.
           PERFORM WRITE-REPORT-LINE.
           STRING 'SUMMARIES CARRIED ' DELIMITED BY SIZE
               OLD-SUMMARY-COUNT DELIMITED BY SIZE
               ', ADDED ' DELIMITED BY SIZE
               NEW-SUMMARY-COUNT DELIMITED BY SIZE
               ', READ BACK ' DELIMITED BY SIZE
               SUMMARY-BACK-COUNT DELIMITED BY SIZE
               INTO REPORTLINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF ALL-BALANCED
               MOVE 'ALL FILES IN BALANCE.' TO REPORTLINE
           ELSE
               MOVE 'OUT OF BALANCE: NOTHING IS TO BE CHANGED.'
                   TO REPORTLINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       *> a file not on hand shows zero days read; the archived
       *> inputs show only their cut-off, the job script moves them
       WRITE-REPORT-DETAIL.
           MOVE SPACES TO DETAIL-LINE.
           MOVE PF-NAME(IDX) TO DL-FILE.
           MOVE PF-DAYS(IDX) TO DL-DAYS.
           MOVE PF-CUTOFF(IDX) TO DL-CUTOFF.
           IF IDX = 4
               MOVE DETAIL-LINE TO REPORTLINE
               MOVE 'WHOLE FILES, MOVED BY THE JOB SCRIPT'
                   TO REPORTLINE(43:36)
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE PF-IN(IDX) TO DL-IN.
           MOVE PF-KEPT(IDX) TO DL-KEPT.
           MOVE PF-OFF(IDX) TO DL-OFF.
           MOVE PF-SUMMARIES(IDX) TO DL-SUMMARIES.
           MOVE PF-BALANCED(IDX) TO DL-BALANCED.
           MOVE DETAIL-LINE TO REPORTLINE.
           PERFORM WRITE-REPORT-LINE.
