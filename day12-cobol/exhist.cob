               SELECT EXHISTF ASSIGN TO "exception-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EH-FSTATUS.
               SELECT SUMMARYF ASSIGN TO "history-summary.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SM-FSTATUS.
               SELECT AUDITF ASSIGN TO "audit-p1.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AU-FSTATUS.
               05 FILLER PIC X.
               05 EH-REASON-TEXT PIC X(24).

       *> history offloaded by the retention purge, one summary per
       *> program, vessel and reason code; only the E records concern
       *> this analysis
           FD SUMMARYF.
               01 SUMMARYRECORD.
               05 SM-TYPE PIC X.
                   88 SM-EXCEPTION-SUMMARY VALUE 'E'.
               05 FILLER PIC X.
               05 SM-PURGE-DATE PIC 9(8).
               05 FILLER PIC X.
               05 SM-FIRST-DATE PIC 9(8).
               05 FILLER PIC X.
               05 SM-LAST-DATE PIC 9(8).
               05 FILLER PIC X.
               05 SM-COUNT PIC 9(6).
               05 FILLER PIC X.
               05 SM-EH-PROGRAM PIC X(16).
               05 FILLER PIC X.
               05 SM-EH-VESSEL-ID PIC 9(3).
               05 FILLER PIC X.
               05 SM-EH-REASON-CODE PIC 9(2).
               05 FILLER PIC X.
               05 SM-EH-HEALED PIC 9(6).
               05 FILLER PIC X.
               05 SM-EH-REASON-TEXT PIC X(24).
               05 FILLER PIC X(5).

           FD AUDITF.
               01 AUDITRECORD.
               05 AU-REC-NUM PIC 9(6).
               88 EH-FS-OK VALUE '00'.
               88 EH-FS-EOF VALUE '10'.
               88 EH-FS-NOT-FOUND VALUE '35'.
           01 SM-FSTATUS PIC X(2) VALUE SPACES.
               88 SM-FS-OK VALUE '00'.
               88 SM-FS-EOF VALUE '10'.
               88 SM-FS-NOT-FOUND VALUE '35'.
           01 AU-FSTATUS PIC X(2) VALUE SPACES.
               88 AU-FS-OK VALUE '00'.
               88 AU-FS-EOF VALUE '10'.
       MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM AUDIT-LOAD.
           PERFORM SUMMARY-SCAN.
           PERFORM HISTORY-SCAN.
           OPEN OUTPUT ANALYSISF.
           IF NOT AN-FS-OK
               STOP RUN
           END-IF.

       *> the purged periods come first, so the wording of a reason
       *> still on the live history overrides the summarised one
       SUMMARY-SCAN.
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
           PERFORM SUMMARY-SCAN-READ UNTIL SM-FS-EOF.
           CLOSE SUMMARYF.
           IF BAD-COUNT > ZERO
               DISPLAY 'SUMMARYF: ' BAD-COUNT ' UNUSABLE LINES SKIPPED'
               MOVE ZERO TO BAD-COUNT
           END-IF.

       SUMMARY-SCAN-READ.
           READ SUMMARYF
               AT END CONTINUE
               NOT AT END
                   IF SM-EXCEPTION-SUMMARY
                       PERFORM SUMMARY-FOLD
                   END-IF
           END-READ.
           IF NOT SM-FS-OK AND NOT SM-FS-EOF
               DISPLAY 'SUMMARYF READ ERROR, FILE STATUS = '
                   SM-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> a summary stands for SM-COUNT history records of one
       *> vessel/reason pairing seen from its first to its last date;
       *> its healed count is the one worked out when it was purged
       SUMMARY-FOLD.
           IF SM-EH-VESSEL-ID NOT NUMERIC
               OR SM-EH-REASON-CODE NOT NUMERIC
               OR SM-FIRST-DATE NOT NUMERIC
               OR SM-LAST-DATE NOT NUMERIC
               OR SM-COUNT NOT NUMERIC
               OR SM-EH-HEALED NOT NUMERIC
               OR SM-EH-REASON-CODE = ZERO
               ADD 1 TO BAD-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD SM-COUNT TO HISTORY-COUNT.
           COMPUTE VSL-IDX = SM-EH-VESSEL-ID + 1.
           MOVE SM-EH-REASON-CODE TO RSN-IDX.
           IF GR-COUNT(VSL-IDX, RSN-IDX) = ZERO
               MOVE SM-FIRST-DATE TO GR-FIRST-SEEN(VSL-IDX, RSN-IDX)
           END-IF.
           ADD SM-COUNT TO GR-COUNT(VSL-IDX, RSN-IDX).
           IF SM-LAST-DATE > GR-LAST-SEEN(VSL-IDX, RSN-IDX)
               MOVE SM-LAST-DATE TO GR-LAST-SEEN(VSL-IDX, RSN-IDX)
           END-IF.
           IF SM-FIRST-DATE < GR-FIRST-SEEN(VSL-IDX, RSN-IDX)
               MOVE SM-FIRST-DATE TO GR-FIRST-SEEN(VSL-IDX, RSN-IDX)
           END-IF.
           MOVE SM-EH-REASON-TEXT TO REASON-TEXT-ENTRY(RSN-IDX).
           ADD SM-EH-HEALED TO GR-HEALED(VSL-IDX, RSN-IDX).

       HISTORY-SCAN.
           OPEN INPUT EXHISTF.
           IF EH-FS-NOT-FOUND
