       IDENTIFICATION DIVISION.
       PROGRAM-ID. aoc-day12-billing.

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
               SELECT PARTNERF ASSIGN TO "vessel-partners.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VP-FSTATUS.
               SELECT TARIFFF ASSIGN TO "tariffs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TF-FSTATUS.
               SELECT MASTERF ASSIGN TO "vessel-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VM-VESSEL-ID
               FILE STATUS IS VM-FSTATUS.
               SELECT BILLEDF ASSIGN TO "billed-voyages.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BV-FSTATUS.
               SELECT CHARGESF ASSIGN TO "charges.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CH-FSTATUS.
               SELECT REGISTERF ASSIGN TO "invoice-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IR-FSTATUS.

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

       *> which partner is invoiced for each vessel's voyages
           FD PARTNERF.
               01 PARTNERRECORD.
               05 VP-VESSEL-ID PIC 9(3).
               05 FILLER PIC X.
               05 VP-PARTNER PIC X(8).

       *> rates per partner and vessel class: per unit of distance
       *> steamed, per unit of fuel burned, and per elapsed hour;
       *> '*' in the partner or class column matches any
           FD TARIFFF.
               01 TARIFFRECORD.
               05 TF-PARTNER PIC X(8).
               05 FILLER PIC X.
               05 TF-CLASS PIC X(8).
               05 FILLER PIC X.
               05 TF-DIST-TEXT PIC X(9).
               05 FILLER PIC X.
               05 TF-FUEL-TEXT PIC X(9).
               05 FILLER PIC X.
               05 TF-HOUR-TEXT PIC X(9).

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
                   88 VM-RECON-ON-FILE VALUE 'Y'.
               05 VM-RECON-DELTA PIC S9(8) SIGN LEADING SEPARATE.
               05 VM-BERTH-NAME PIC X(20).
               05 VM-LAST-WX PIC S9(8) SIGN LEADING SEPARATE.
               05 VM-LAST-WY PIC S9(8) SIGN LEADING SEPARATE.

       *> one line per voyage already invoiced: the run date, vessel
       *> and the voyage's place among that vessel's report lines
       *> that day identify it on any rerun of the same day
           FD BILLEDF.
               01 BILLEDRECORD.
               05 BV-RUN-DATE PIC 9(8).
               05 FILLER PIC X.
               05 BV-VESSEL-ID PIC 9(3).
               05 FILLER PIC X.
               05 BV-VOYAGE-SEQ PIC 9(3).
               05 FILLER PIC X.
               05 BV-BILL-STAMP PIC 9(14).
               05 FILLER PIC X.
               05 BV-PARTNER PIC X(8).

           FD CHARGESF.
               01 CHARGERECORD.
               05 CH-RUN-DATE PIC 9(8).
               05 FILLER PIC X.
               05 CH-VESSEL-ID PIC 9(3).
               05 FILLER PIC X.
               05 CH-VOYAGE-SEQ PIC 9(3).
               05 FILLER PIC X.
               05 CH-PARTNER PIC X(8).
               05 FILLER PIC X.
               05 CH-CLASS PIC X(8).
               05 FILLER PIC X.
               05 CH-DIST PIC 9(8).
               05 FILLER PIC X.
               05 CH-FUEL PIC 9(8).9(2).
               05 FILLER PIC X.
               05 CH-ELAPSED-SECS PIC 9(8).
               05 FILLER PIC X.
               05 CH-DIST-CHARGE PIC 9(8).9(2).
               05 FILLER PIC X.
               05 CH-FUEL-CHARGE PIC 9(8).9(2).
               05 FILLER PIC X.
               05 CH-TIME-CHARGE PIC 9(8).9(2).
               05 FILLER PIC X.
               05 CH-TOTAL PIC 9(9).9(2).
               05 FILLER PIC X.
               05 CH-BILL-STAMP PIC 9(14).

           FD REGISTERF.
               01 REGISTERLINE PIC X(90).

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
           01 VP-FSTATUS PIC X(2) VALUE SPACES.
               88 VP-FS-OK VALUE '00'.
               88 VP-FS-EOF VALUE '10'.
               88 VP-FS-NOT-FOUND VALUE '35'.
           01 TF-FSTATUS PIC X(2) VALUE SPACES.
               88 TF-FS-OK VALUE '00'.
               88 TF-FS-EOF VALUE '10'.
               88 TF-FS-NOT-FOUND VALUE '35'.
           01 VM-FSTATUS PIC X(2) VALUE SPACES.
               88 VM-FS-OK VALUE '00'.
               88 VM-FS-EOF VALUE '10'.
               88 VM-FS-NOT-FOUND VALUE '35'.
           01 BV-FSTATUS PIC X(2) VALUE SPACES.
               88 BV-FS-OK VALUE '00'.
               88 BV-FS-EOF VALUE '10'.
               88 BV-FS-NOT-FOUND VALUE '35'.
           01 CH-FSTATUS PIC X(2) VALUE SPACES.
               88 CH-FS-OK VALUE '00'.
               88 CH-FS-NOT-FOUND VALUE '35'.
           01 IR-FSTATUS PIC X(2) VALUE SPACES.
               88 IR-FS-OK VALUE '00'.
           01 ADVISORY-REASON CONSTANT AS 54.
           01 RUN-DATE PIC 9(8) VALUE ZERO.
           01 RUN-TIME-RAW.
               05 RT-HHMMSS PIC 9(6).
               05 FILLER PIC 9(2).
           01 RUN-STAMP PIC 9(14) VALUE ZERO.
           01 IDX PIC 9(4) COMP VALUE ZERO.
           01 REPORT-BAD-COUNT PIC 9(4) COMP VALUE ZERO.
           01 REPORT-REC-NUM PIC 9(6) VALUE ZERO.
           01 REGISTRY-BAD-COUNT PIC 9(4) COMP VALUE ZERO.
           01 PARTNER-BAD-COUNT PIC 9(4) COMP VALUE ZERO.
           01 TARIFF-BAD-COUNT PIC 9(4) COMP VALUE ZERO.
           01 MASTER-BAD-COUNT PIC 9(4) COMP VALUE ZERO.
           01 BILLED-BAD-COUNT PIC 9(4) COMP VALUE ZERO.
           01 BILLED-COUNT PIC 9(6) VALUE ZERO.
           01 HELD-COUNT PIC 9(6) VALUE ZERO.
           01 ALREADY-COUNT PIC 9(6) VALUE ZERO.
           01 HOLD-REASON-TEXT PIC X(20) VALUE SPACES.
           01 GRAND-TOTAL PIC 9(9)V9(2) VALUE ZERO.
           01 PARTNER-TOTAL PIC 9(9)V9(2) VALUE ZERO.
           01 PARTNER-VOYAGES PIC 9(6) VALUE ZERO.
           01 TOTAL-EDIT PIC 9(9).9(2).

       *> one slot per vessel id (slot = id + 1): registry name and
       *> class, invoicing partner, today's exception count and the
       *> master's reconciliation standing
           01 VESSEL-TABLE.
               05 VESSEL-ENTRY OCCURS 1000 TIMES.
               10 VS-NAME PIC X(20).
               10 VS-CLASS PIC X(8).
               10 VS-PARTNER PIC X(8).
               10 VS-VOYAGE-SEQ PIC 9(3).
               10 VS-EXCEPTIONS PIC 9(6).
               10 VS-MASTER-PRESENT PIC X.
                   88 VS-ON-MASTER VALUE 'Y'.
               10 VS-DISAGREE-FLAG PIC X.
                   88 VS-DISAGREE VALUE 'Y'.

       *> today's finished voyages in report order, at most 2000
           01 VOYAGE-COUNT PIC 9(4) COMP VALUE ZERO.
           01 VOYAGE-DROPPED PIC 9(4) COMP VALUE ZERO.
           01 VOY-IDX PIC 9(4) COMP VALUE ZERO.
           01 VOYAGE-TABLE.
               05 VOYAGE-ENTRY OCCURS 2000 TIMES.
               10 VY-RUN-DATE PIC 9(8).
               10 VY-VESSEL-ID PIC 9(3).
               10 VY-SEQ PIC 9(3).
               10 VY-DIST PIC 9(8).
               10 VY-FUEL PIC 9(8)V9(2).
               10 VY-ELAPSED PIC 9(8).
               10 VY-PARTNER PIC X(8).
               10 VY-DIST-CHARGE PIC 9(8)V9(2).
               10 VY-FUEL-CHARGE PIC 9(8)V9(2).
               10 VY-TIME-CHARGE PIC 9(8)V9(2).
               10 VY-TOTAL PIC 9(9)V9(2).
               10 VY-STATE PIC X.
                   88 VY-BILLABLE VALUE 'B'.
                   88 VY-HELD VALUE 'H'.
                   88 VY-ALREADY-BILLED VALUE 'A'.
               10 VY-HOLD-REASON PIC X(20).

       *> timed voyages, each with the ordinal of its line in
       *> report-p1.txt; an untimed voyage has no timing line, so a
       *> report line takes only the timing line carrying its ordinal
           01 TIMING-COUNT PIC 9(4) COMP VALUE ZERO.
           01 TIM-IDX PIC 9(4) COMP VALUE ZERO.
           01 TIMING-TABLE.
               05 TIMING-ENTRY OCCURS 2000 TIMES.
               10 TL-VESSEL-ID PIC 9(3).
               10 TL-ELAPSED PIC 9(8).
               10 TL-REPORT-REC PIC 9(6).
           01 TIMING-FOUND-SWITCH PIC X VALUE 'N'.
               88 TIMING-FOUND VALUE 'Y'.

       *> tariff lines, at most 50; the closest match wins: partner
       *> and class, then partner and any class, then any partner
       *> and class, then the catch-all
           01 TARIFF-COUNT PIC 9(2) COMP VALUE ZERO.
           01 TARIFF-DROPPED PIC 9(4) COMP VALUE ZERO.
           01 TAR-IDX PIC 9(2) COMP VALUE ZERO.
           01 TARIFF-FOUND-IDX PIC 9(2) COMP VALUE ZERO.
           01 TARIFF-FOUND-SCORE PIC 9 VALUE ZERO.
           01 TARIFF-SCORE PIC 9 VALUE ZERO.
           01 TARIFF-TABLE.
               05 TARIFF-ENTRY OCCURS 50 TIMES.
               10 TT-PARTNER PIC X(8).
               10 TT-CLASS PIC X(8).
               10 TT-DIST-RATE PIC 9(4)V9(4).
               10 TT-FUEL-RATE PIC 9(4)V9(4).
               10 TT-HOUR-RATE PIC 9(6)V9(2).

       *> partners with something billed today, in first-billed order
           01 PARTNER-COUNT PIC 9(2) COMP VALUE ZERO.
           01 PAR-IDX PIC 9(2) COMP VALUE ZERO.
           01 PARTNER-FOUND-SWITCH PIC X VALUE 'N'.
               88 PARTNER-FOUND VALUE 'Y'.
           01 PARTNER-TABLE.
               05 PARTNER-ENTRY OCCURS 50 TIMES.
               10 PT-PARTNER PIC X(8).
           01 REGISTER-PARTNER PIC X(8) VALUE SPACES.

           01 DETAIL-LINE.
               05 DL-VESSEL PIC 9(3).
               05 FILLER PIC X(2).
               05 DL-NAME PIC X(20).
               05 FILLER PIC X(2).
               05 DL-SEQ PIC 9(3).
               05 FILLER PIC X(2).
               05 DL-CLASS PIC X(8).
               05 FILLER PIC X(2).
               05 DL-DIST PIC 9(8).
               05 FILLER PIC X(2).
               05 DL-FUEL PIC 9(8).9(2).
               05 FILLER PIC X(2).
               05 DL-HOURS PIC 9(5).9(2).
               05 FILLER PIC X(2).
               05 DL-CHARGE PIC 9(9).9(2).
           01 HOLD-LINE REDEFINES DETAIL-LINE.
               05 FILLER PIC X(42).
               05 HL-REASON PIC X(20).
               05 HL-REST PIC X(25).

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-RAW FROM TIME.
           COMPUTE RUN-STAMP = RUN-DATE * 1000000 + RT-HHMMSS.
           PERFORM VESSEL-TABLE-CLEAR
               VARYING IDX FROM 1 BY 1 UNTIL IDX > 1000.
           PERFORM REGISTRY-LOAD.
           PERFORM PARTNER-LOAD.
           PERFORM TARIFF-LOAD.
           PERFORM EXCEPTION-LOAD.
           PERFORM MASTER-LOAD.
           PERFORM TIMING-LOAD.
           PERFORM REPORT-LOAD.
           PERFORM BILLED-LOAD.
           PERFORM PRICE-VOYAGE
               VARYING VOY-IDX FROM 1 BY 1
               UNTIL VOY-IDX > VOYAGE-COUNT.
           PERFORM CHARGES-OPEN.
           PERFORM WRITE-CHARGE
               VARYING VOY-IDX FROM 1 BY 1
               UNTIL VOY-IDX > VOYAGE-COUNT.
           CLOSE CHARGESF.
           CLOSE BILLEDF.
           OPEN OUTPUT REGISTERF.
           IF NOT IR-FS-OK
               DISPLAY 'REGISTERF OPEN FAILED, FILE STATUS = '
                   IR-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-REGISTER.
           CLOSE REGISTERF.
           DISPLAY 'BILLING: ' BILLED-COUNT ' VOYAGES BILLED, '
               HELD-COUNT ' HELD, ' ALREADY-COUNT ' ALREADY BILLED'.
           IF HELD-COUNT > ZERO OR VOYAGE-DROPPED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       VESSEL-TABLE-CLEAR.
           MOVE SPACES TO VS-NAME(IDX).
           MOVE SPACES TO VS-CLASS(IDX).
           MOVE SPACES TO VS-PARTNER(IDX).
           MOVE ZERO TO VS-VOYAGE-SEQ(IDX).
           MOVE ZERO TO VS-EXCEPTIONS(IDX).
           MOVE 'N' TO VS-MASTER-PRESENT(IDX).
           MOVE 'N' TO VS-DISAGREE-FLAG(IDX).

       *> names and classes for the register and the tariff lookup;
       *> with no registry every vessel prices at the '*' class rate
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
                       MOVE RG-NAME TO VS-NAME(IDX)
                       MOVE RG-CLASS TO VS-CLASS(IDX)
                   END-IF
           END-READ.
           IF NOT RG-FS-OK AND NOT RG-FS-EOF
               DISPLAY 'REGISTRYF READ ERROR, FILE STATUS = '
                   RG-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> a vessel with no partner on file has nobody to invoice and
       *> its voyages are held
       PARTNER-LOAD.
           OPEN INPUT PARTNERF.
           IF VP-FS-NOT-FOUND
               DISPLAY 'PARTNERF NOT FOUND, EVERY VOYAGE HELD'
               EXIT PARAGRAPH
           END-IF.
           IF NOT VP-FS-OK
               DISPLAY 'PARTNERF OPEN FAILED, FILE STATUS = '
                   VP-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM PARTNER-LOAD-READ UNTIL VP-FS-EOF.
           CLOSE PARTNERF.
           IF PARTNER-BAD-COUNT > ZERO
               DISPLAY 'PARTNERF: ' PARTNER-BAD-COUNT
                   ' UNUSABLE LINES SKIPPED'
           END-IF.

       PARTNER-LOAD-READ.
           READ PARTNERF
               AT END CONTINUE
               NOT AT END
                   IF VP-VESSEL-ID NOT NUMERIC
                       OR VP-PARTNER = SPACES
                       ADD 1 TO PARTNER-BAD-COUNT
                   ELSE
                       COMPUTE IDX = VP-VESSEL-ID + 1
                       MOVE VP-PARTNER TO VS-PARTNER(IDX)
                   END-IF
           END-READ.
           IF NOT VP-FS-OK AND NOT VP-FS-EOF
               DISPLAY 'PARTNERF READ ERROR, FILE STATUS = '
                   VP-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       TARIFF-LOAD.
           OPEN INPUT TARIFFF.
           IF TF-FS-NOT-FOUND
               DISPLAY 'TARIFFF NOT FOUND, EVERY VOYAGE HELD'
               EXIT PARAGRAPH
           END-IF.
           IF NOT TF-FS-OK
               DISPLAY 'TARIFFF OPEN FAILED, FILE STATUS = ' TF-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM TARIFF-LOAD-READ UNTIL TF-FS-EOF.
           CLOSE TARIFFF.
           IF TARIFF-BAD-COUNT > ZERO
               DISPLAY 'TARIFFF: ' TARIFF-BAD-COUNT
                   ' UNUSABLE LINES SKIPPED'
           END-IF.
           IF TARIFF-DROPPED > ZERO
               DISPLAY 'TARIFF TABLE FULL, ' TARIFF-DROPPED
                   ' LINES NOT USED'
           END-IF.

       TARIFF-LOAD-READ.
           READ TARIFFF
               AT END CONTINUE
               NOT AT END
                   IF TF-PARTNER = SPACES OR TF-CLASS = SPACES
                       ADD 1 TO TARIFF-BAD-COUNT
                   ELSE
                       IF TARIFF-COUNT < 50
                           ADD 1 TO TARIFF-COUNT
                           MOVE TF-PARTNER TO TT-PARTNER(TARIFF-COUNT)
                           MOVE TF-CLASS TO TT-CLASS(TARIFF-COUNT)
                           COMPUTE TT-DIST-RATE(TARIFF-COUNT) =
                               FUNCTION NUMVAL(TF-DIST-TEXT)
                           COMPUTE TT-FUEL-RATE(TARIFF-COUNT) =
                               FUNCTION NUMVAL(TF-FUEL-TEXT)
                           COMPUTE TT-HOUR-RATE(TARIFF-COUNT) =
                               FUNCTION NUMVAL(TF-HOUR-TEXT)
                       ELSE
                           ADD 1 TO TARIFF-DROPPED
                       END-IF
                   END-IF
           END-READ.
           IF NOT TF-FS-OK AND NOT TF-FS-EOF
               DISPLAY 'TARIFFF READ ERROR, FILE STATUS = ' TF-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> any exception p1 logged against a vessel today holds all of
       *> its voyages until a corrected rerun clears it; the service
       *> overdue flag is advisory and does not hold a voyage
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
                   END-IF
           END-READ.
           IF NOT EX-FS-OK AND NOT EX-FS-EOF
               DISPLAY 'EXCEPTIONSF READ ERROR, FILE STATUS = '
                   EX-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> the master carries today's reconciliation once the merge
       *> has run; a nonzero delta means p1 and p2 disagree and the
       *> distance cannot be invoiced yet
       MASTER-LOAD.
           OPEN INPUT MASTERF.
           IF VM-FS-NOT-FOUND
               DISPLAY 'MASTERF NOT FOUND, EVERY VOYAGE HELD'
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
                       SET VS-ON-MASTER(IDX) TO TRUE
                       IF VM-RECON-ON-FILE
                           AND VM-RECON-DELTA NOT = ZERO
                           SET VS-DISAGREE(IDX) TO TRUE
                       END-IF
                   END-IF
           END-READ.
           IF NOT VM-FS-OK AND NOT VM-FS-EOF
               DISPLAY 'MASTERF READ ERROR, FILE STATUS = ' VM-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> untimed voyages are billed on distance and fuel alone
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

       *> every finished voyage is a candidate; a vessel's voyages
       *> are numbered 1, 2, ... in report order, which a rerun of
       *> the same day reproduces
       REPORT-LOAD.
           OPEN INPUT REPORTF.
           IF RP-FS-NOT-FOUND
               DISPLAY 'REPORTF NOT FOUND, NOTHING TO BILL'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT RP-FS-OK
               DISPLAY 'REPORTF OPEN FAILED, FILE STATUS = ' RP-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM REPORT-LOAD-READ UNTIL RP-FS-EOF.
           CLOSE REPORTF.
           IF REPORT-BAD-COUNT > ZERO
               DISPLAY 'REPORTF: ' REPORT-BAD-COUNT
                   ' UNUSABLE LINES SKIPPED'
           END-IF.
           IF VOYAGE-DROPPED > ZERO
               DISPLAY 'VOYAGE TABLE FULL, ' VOYAGE-DROPPED
                   ' VOYAGES LEFT FOR A RERUN'
           END-IF.

       REPORT-LOAD-READ.
           READ REPORTF
               AT END CONTINUE
               NOT AT END
                   ADD 1 TO REPORT-REC-NUM
                   IF RP-VESSEL-ID NOT NUMERIC
                       OR RP-RUN-DATE NOT NUMERIC
                       OR RP-TOTAL-DIST NOT NUMERIC
                       ADD 1 TO REPORT-BAD-COUNT
                   ELSE
                       IF VOYAGE-COUNT < 2000
                           PERFORM NOTE-VOYAGE
                       ELSE
                           ADD 1 TO VOYAGE-DROPPED
                       END-IF
                   END-IF
           END-READ.
           IF NOT RP-FS-OK AND NOT RP-FS-EOF
               DISPLAY 'REPORTF READ ERROR, FILE STATUS = ' RP-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       NOTE-VOYAGE.
           ADD 1 TO VOYAGE-COUNT.
           COMPUTE IDX = RP-VESSEL-ID + 1.
           ADD 1 TO VS-VOYAGE-SEQ(IDX).
           MOVE SPACES TO VOYAGE-ENTRY(VOYAGE-COUNT).
           MOVE RP-RUN-DATE TO VY-RUN-DATE(VOYAGE-COUNT).
           MOVE RP-VESSEL-ID TO VY-VESSEL-ID(VOYAGE-COUNT).
           MOVE VS-VOYAGE-SEQ(IDX) TO VY-SEQ(VOYAGE-COUNT).
           MOVE RP-TOTAL-DIST TO VY-DIST(VOYAGE-COUNT).
           COMPUTE VY-FUEL(VOYAGE-COUNT) = FUNCTION NUMVAL(RP-FUEL).
           MOVE ZERO TO VY-ELAPSED(VOYAGE-COUNT).
           MOVE ZERO TO VY-DIST-CHARGE(VOYAGE-COUNT).
           MOVE ZERO TO VY-FUEL-CHARGE(VOYAGE-COUNT).
           MOVE ZERO TO VY-TIME-CHARGE(VOYAGE-COUNT).
           MOVE ZERO TO VY-TOTAL(VOYAGE-COUNT).
           MOVE 'N' TO TIMING-FOUND-SWITCH.
           PERFORM TIMING-MATCH
               VARYING TIM-IDX FROM 1 BY 1
               UNTIL TIM-IDX > TIMING-COUNT OR TIMING-FOUND.

       TIMING-MATCH.
           IF TL-REPORT-REC(TIM-IDX) = REPORT-REC-NUM
               AND TL-VESSEL-ID(TIM-IDX) = RP-VESSEL-ID
               MOVE TL-ELAPSED(TIM-IDX) TO VY-ELAPSED(VOYAGE-COUNT)
               SET TIMING-FOUND TO TRUE
           END-IF.

       *> the marker file is opened for the run's appends here too,
       *> once everything already in it has been matched off
       BILLED-LOAD.
           OPEN INPUT BILLEDF.
           IF BV-FS-OK
               PERFORM BILLED-LOAD-READ UNTIL BV-FS-EOF
               CLOSE BILLEDF
               IF BILLED-BAD-COUNT > ZERO
                   DISPLAY 'BILLEDF: ' BILLED-BAD-COUNT
                       ' UNUSABLE LINES SKIPPED'
               END-IF
               OPEN EXTEND BILLEDF
           ELSE
               IF BV-FS-NOT-FOUND
                   OPEN OUTPUT BILLEDF
               END-IF
           END-IF.
           IF NOT BV-FS-OK
               DISPLAY 'BILLEDF OPEN FAILED, FILE STATUS = ' BV-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       BILLED-LOAD-READ.
           READ BILLEDF
               AT END CONTINUE
               NOT AT END
                   IF BV-RUN-DATE NOT NUMERIC
                       OR BV-VESSEL-ID NOT NUMERIC
                       OR BV-VOYAGE-SEQ NOT NUMERIC
                       ADD 1 TO BILLED-BAD-COUNT
                   ELSE
                       PERFORM BILLED-MATCH
                           VARYING VOY-IDX FROM 1 BY 1
                           UNTIL VOY-IDX > VOYAGE-COUNT
                   END-IF
           END-READ.
           IF NOT BV-FS-OK AND NOT BV-FS-EOF
               DISPLAY 'BILLEDF READ ERROR, FILE STATUS = ' BV-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       BILLED-MATCH.
           IF VY-RUN-DATE(VOY-IDX) = BV-RUN-DATE
               AND VY-VESSEL-ID(VOY-IDX) = BV-VESSEL-ID
               AND VY-SEQ(VOY-IDX) = BV-VOYAGE-SEQ
               SET VY-ALREADY-BILLED(VOY-IDX) TO TRUE
           END-IF.

       *> screen the voyage, then price it: distance and fuel at the
       *> tariff's unit rates, elapsed time at the hourly rate
       PRICE-VOYAGE.
           IF VY-ALREADY-BILLED(VOY-IDX)
               ADD 1 TO ALREADY-COUNT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE IDX = VY-VESSEL-ID(VOY-IDX) + 1.
           MOVE VS-PARTNER(IDX) TO VY-PARTNER(VOY-IDX).
           IF VS-EXCEPTIONS(IDX) > ZERO
               MOVE 'OPEN EXCEPTIONS' TO HOLD-REASON-TEXT
               PERFORM HOLD-VOYAGE
               EXIT PARAGRAPH
           END-IF.
           IF NOT VS-ON-MASTER(IDX)
               MOVE 'VESSEL NOT ON MASTER' TO HOLD-REASON-TEXT
               PERFORM HOLD-VOYAGE
               EXIT PARAGRAPH
           END-IF.
           IF VS-DISAGREE(IDX)
               MOVE 'P1/P2 DISAGREE' TO HOLD-REASON-TEXT
               PERFORM HOLD-VOYAGE
               EXIT PARAGRAPH
           END-IF.
           IF VS-PARTNER(IDX) = SPACES
               MOVE 'NO PARTNER' TO HOLD-REASON-TEXT
               PERFORM HOLD-VOYAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO TARIFF-FOUND-IDX.
           MOVE ZERO TO TARIFF-FOUND-SCORE.
           PERFORM TARIFF-LOOKUP
               VARYING TAR-IDX FROM 1 BY 1
               UNTIL TAR-IDX > TARIFF-COUNT.
           IF TARIFF-FOUND-IDX = ZERO
               MOVE 'NO TARIFF' TO HOLD-REASON-TEXT
               PERFORM HOLD-VOYAGE
               EXIT PARAGRAPH
           END-IF.
           PERFORM NOTE-PARTNER.
           IF NOT PARTNER-FOUND
               MOVE 'PARTNER TABLE FULL' TO HOLD-REASON-TEXT
               PERFORM HOLD-VOYAGE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE VY-DIST-CHARGE(VOY-IDX) ROUNDED =
               VY-DIST(VOY-IDX) * TT-DIST-RATE(TARIFF-FOUND-IDX).
           COMPUTE VY-FUEL-CHARGE(VOY-IDX) ROUNDED =
               VY-FUEL(VOY-IDX) * TT-FUEL-RATE(TARIFF-FOUND-IDX).
           COMPUTE VY-TIME-CHARGE(VOY-IDX) ROUNDED =
               VY-ELAPSED(VOY-IDX) * TT-HOUR-RATE(TARIFF-FOUND-IDX)
               / 3600.
           COMPUTE VY-TOTAL(VOY-IDX) = VY-DIST-CHARGE(VOY-IDX)
               + VY-FUEL-CHARGE(VOY-IDX) + VY-TIME-CHARGE(VOY-IDX).
           SET VY-BILLABLE(VOY-IDX) TO TRUE.
           ADD 1 TO BILLED-COUNT.
           ADD VY-TOTAL(VOY-IDX) TO GRAND-TOTAL.

       *> a held voyage is not marked, so a later rerun of the same
       *> day bills it once the hold is cleared
       HOLD-VOYAGE.
           SET VY-HELD(VOY-IDX) TO TRUE.
           MOVE HOLD-REASON-TEXT TO VY-HOLD-REASON(VOY-IDX).
           ADD 1 TO HELD-COUNT.

       TARIFF-LOOKUP.
           MOVE ZERO TO TARIFF-SCORE.
           IF TT-PARTNER(TAR-IDX) = VS-PARTNER(IDX)
               IF TT-CLASS(TAR-IDX) = VS-CLASS(IDX)
                   MOVE 4 TO TARIFF-SCORE
               ELSE
                   IF TT-CLASS(TAR-IDX) = '*'
                       MOVE 3 TO TARIFF-SCORE
                   END-IF
               END-IF
           ELSE
               IF TT-PARTNER(TAR-IDX) = '*'
                   IF TT-CLASS(TAR-IDX) = VS-CLASS(IDX)
                       MOVE 2 TO TARIFF-SCORE
                   ELSE
                       IF TT-CLASS(TAR-IDX) = '*'
                           MOVE 1 TO TARIFF-SCORE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF TARIFF-SCORE > TARIFF-FOUND-SCORE
               MOVE TARIFF-SCORE TO TARIFF-FOUND-SCORE
               MOVE TAR-IDX TO TARIFF-FOUND-IDX
           END-IF.

       *> the register is written partner by partner from this
       *> table, so a voyage whose partner cannot be added to it is
       *> held rather than charged and marked without an invoice
       NOTE-PARTNER.
           MOVE 'N' TO PARTNER-FOUND-SWITCH.
           PERFORM PARTNER-FIND
               VARYING PAR-IDX FROM 1 BY 1
               UNTIL PAR-IDX > PARTNER-COUNT OR PARTNER-FOUND.
           IF NOT PARTNER-FOUND AND PARTNER-COUNT < 50
               ADD 1 TO PARTNER-COUNT
               MOVE VY-PARTNER(VOY-IDX) TO PT-PARTNER(PARTNER-COUNT)
               SET PARTNER-FOUND TO TRUE
           END-IF.

       PARTNER-FIND.
           IF PT-PARTNER(PAR-IDX) = VY-PARTNER(VOY-IDX)
               SET PARTNER-FOUND TO TRUE
           END-IF.

       CHARGES-OPEN.
           OPEN EXTEND CHARGESF.
           IF CH-FS-NOT-FOUND
               OPEN OUTPUT CHARGESF
           END-IF.
           IF NOT CH-FS-OK
               DISPLAY 'CHARGESF OPEN FAILED, FILE STATUS = '
                   CH-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> the charge and its marker go out together, so a voyage is
       *> never invoiced without being marked
       WRITE-CHARGE.
           IF NOT VY-BILLABLE(VOY-IDX)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE IDX = VY-VESSEL-ID(VOY-IDX) + 1.
           MOVE SPACES TO CHARGERECORD.
           MOVE VY-RUN-DATE(VOY-IDX) TO CH-RUN-DATE.
           MOVE VY-VESSEL-ID(VOY-IDX) TO CH-VESSEL-ID.
           MOVE VY-SEQ(VOY-IDX) TO CH-VOYAGE-SEQ.
           MOVE VY-PARTNER(VOY-IDX) TO CH-PARTNER.
           MOVE VS-CLASS(IDX) TO CH-CLASS.
           MOVE VY-DIST(VOY-IDX) TO CH-DIST.
           MOVE VY-FUEL(VOY-IDX) TO CH-FUEL.
           MOVE VY-ELAPSED(VOY-IDX) TO CH-ELAPSED-SECS.
           MOVE VY-DIST-CHARGE(VOY-IDX) TO CH-DIST-CHARGE.
           MOVE VY-FUEL-CHARGE(VOY-IDX) TO CH-FUEL-CHARGE.
           MOVE VY-TIME-CHARGE(VOY-IDX) TO CH-TIME-CHARGE.
           MOVE VY-TOTAL(VOY-IDX) TO CH-TOTAL.
           MOVE RUN-STAMP TO CH-BILL-STAMP.
           WRITE CHARGERECORD.
           MOVE SPACES TO BILLEDRECORD.
           MOVE VY-RUN-DATE(VOY-IDX) TO BV-RUN-DATE.
           MOVE VY-VESSEL-ID(VOY-IDX) TO BV-VESSEL-ID.
           MOVE VY-SEQ(VOY-IDX) TO BV-VOYAGE-SEQ.
           MOVE RUN-STAMP TO BV-BILL-STAMP.
           MOVE VY-PARTNER(VOY-IDX) TO BV-PARTNER.
           WRITE BILLEDRECORD.

       WRITE-REGISTER-LINE.
           WRITE REGISTERLINE.
           MOVE SPACES TO REGISTERLINE.

       *> one section per partner with its voyages and total, then
       *> the held voyages with why each was held
       WRITE-REGISTER.
           MOVE SPACES TO REGISTERLINE.
           STRING 'INVOICE REGISTER FOR RUN ' DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO REGISTERLINE
           END-STRING.
           PERFORM WRITE-REGISTER-LINE.
           PERFORM WRITE-REGISTER-PARTNER
               VARYING PAR-IDX FROM 1 BY 1
               UNTIL PAR-IDX > PARTNER-COUNT.
           IF PARTNER-COUNT = ZERO
               PERFORM WRITE-REGISTER-LINE
               MOVE 'NO VOYAGES BILLED THIS RUN.' TO REGISTERLINE
               PERFORM WRITE-REGISTER-LINE
           END-IF.
           PERFORM WRITE-REGISTER-LINE.
           MOVE GRAND-TOTAL TO TOTAL-EDIT.
           STRING 'TOTAL INVOICED ' DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               ' FOR ' DELIMITED BY SIZE
               BILLED-COUNT DELIMITED BY SIZE
               ' VOYAGES' DELIMITED BY SIZE
               INTO REGISTERLINE
           END-STRING.
           PERFORM WRITE-REGISTER-LINE.
           IF HELD-COUNT > ZERO
               PERFORM WRITE-REGISTER-LINE
               MOVE 'HELD, NOT INVOICED' TO REGISTERLINE
               PERFORM WRITE-REGISTER-LINE
               MOVE 'VSL  VESSEL NAME' TO REGISTERLINE
               MOVE 'SEQ' TO REGISTERLINE(28:3)
               MOVE 'CLASS' TO REGISTERLINE(33:5)
               MOVE 'REASON' TO REGISTERLINE(43:6)
               PERFORM WRITE-REGISTER-LINE
               PERFORM WRITE-REGISTER-HELD
                   VARYING VOY-IDX FROM 1 BY 1
                   UNTIL VOY-IDX > VOYAGE-COUNT
           END-IF.
           PERFORM WRITE-REGISTER-LINE.
           STRING 'VOYAGES BILLED ' DELIMITED BY SIZE
               BILLED-COUNT DELIMITED BY SIZE
               ', HELD ' DELIMITED BY SIZE
               HELD-COUNT DELIMITED BY SIZE
               ', ALREADY BILLED ' DELIMITED BY SIZE
               ALREADY-COUNT DELIMITED BY SIZE
               INTO REGISTERLINE
           END-STRING.
           PERFORM WRITE-REGISTER-LINE.

       WRITE-REGISTER-PARTNER.
           MOVE PT-PARTNER(PAR-IDX) TO REGISTER-PARTNER.
           MOVE ZERO TO PARTNER-TOTAL.
           MOVE ZERO TO PARTNER-VOYAGES.
           PERFORM WRITE-REGISTER-LINE.
           STRING 'PARTNER ' DELIMITED BY SIZE
               REGISTER-PARTNER DELIMITED BY SIZE
               INTO REGISTERLINE
           END-STRING.
           PERFORM WRITE-REGISTER-LINE.
           MOVE 'VSL  VESSEL NAME' TO REGISTERLINE.
           MOVE 'SEQ' TO REGISTERLINE(28:3).
           MOVE 'CLASS' TO REGISTERLINE(33:5).
           MOVE 'DISTANCE' TO REGISTERLINE(43:8).
           MOVE 'FUEL' TO REGISTERLINE(60:4).
           MOVE 'HOURS' TO REGISTERLINE(69:5).
           MOVE 'CHARGE' TO REGISTERLINE(82:6).
           PERFORM WRITE-REGISTER-LINE.
           PERFORM WRITE-REGISTER-VOYAGE
               VARYING VOY-IDX FROM 1 BY 1
               UNTIL VOY-IDX > VOYAGE-COUNT.
           MOVE PARTNER-TOTAL TO TOTAL-EDIT.
           STRING 'PARTNER TOTAL ' DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               ' FOR ' DELIMITED BY SIZE
               PARTNER-VOYAGES DELIMITED BY SIZE
               ' VOYAGES' DELIMITED BY SIZE
               INTO REGISTERLINE
           END-STRING.
           PERFORM WRITE-REGISTER-LINE.

       WRITE-REGISTER-VOYAGE.
           IF NOT VY-BILLABLE(VOY-IDX)
               OR VY-PARTNER(VOY-IDX) NOT = REGISTER-PARTNER
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PARTNER-VOYAGES.
           ADD VY-TOTAL(VOY-IDX) TO PARTNER-TOTAL.
           PERFORM FILL-DETAIL-LINE.
           COMPUTE DL-HOURS ROUNDED = VY-ELAPSED(VOY-IDX) / 3600.
           MOVE VY-TOTAL(VOY-IDX) TO DL-CHARGE.
           MOVE DETAIL-LINE TO REGISTERLINE.
           PERFORM WRITE-REGISTER-LINE.

       WRITE-REGISTER-HELD.
           IF NOT VY-HELD(VOY-IDX)
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILL-DETAIL-LINE.
           MOVE VY-HOLD-REASON(VOY-IDX) TO HL-REASON.
           MOVE SPACES TO HL-REST.
           MOVE HOLD-LINE TO REGISTERLINE.
           PERFORM WRITE-REGISTER-LINE.

       FILL-DETAIL-LINE.
           COMPUTE IDX = VY-VESSEL-ID(VOY-IDX) + 1.
           MOVE SPACES TO DETAIL-LINE.
           MOVE VY-VESSEL-ID(VOY-IDX) TO DL-VESSEL.
           MOVE VS-NAME(IDX) TO DL-NAME.
           MOVE VY-SEQ(VOY-IDX) TO DL-SEQ.
           MOVE VS-CLASS(IDX) TO DL-CLASS.
           MOVE VY-DIST(VOY-IDX) TO DL-DIST.
           MOVE VY-FUEL(VOY-IDX) TO DL-FUEL.
