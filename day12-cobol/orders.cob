       IDENTIFICATION DIVISION.
       PROGRAM-ID. aoc-day12-orders.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT PLANF ASSIGN TO "plans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PL-FSTATUS.
               SELECT REGISTRYF ASSIGN TO "registry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RG-FSTATUS.
               SELECT MASTERF ASSIGN TO "vessel-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VM-VESSEL-ID
               FILE STATUS IS VM-FSTATUS.
               SELECT OUTPUTF ASSIGN TO "sailing-orders.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OU-FSTATUS.
               SELECT REJECTSF ASSIGN TO "order-rejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OR-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PLANF.
               01 PLANRECORD.
               05 PL-VESSEL-ID PIC 9(3).
               05 FILLER PIC X.
               05 PL-X PIC S9(8) SIGN LEADING SEPARATE.
               05 FILLER PIC X.
               05 PL-Y PIC S9(8) SIGN LEADING SEPARATE.
               05 FILLER PIC X.
               05 PL-TOLERANCE PIC 9(4).

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

       *> the same variable-length layout aoc-day12-convert writes
       *> and the navigation programs read as INPUTF
           FD OUTPUTF
           RECORD IS VARYING IN SIZE FROM 1 to 19
           DEPENDING ON OUT-LEN.
               01 OUTPUTRECORD.
               05 OUT-ACTION PIC X.
               05 OUT-ARG PIC X(3).
               05 FILLER PIC X.
               05 OUT-STAMP PIC X(14).
               05 OUT-STAMP-R REDEFINES OUT-STAMP.
               10 OUT-BLOCK-COUNT PIC 9(6).
               10 FILLER PIC X(8).

           FD REJECTSF.
               01 REJECTRECORD.
               05 OR-VESSEL-ID PIC 9(3).
               05 FILLER PIC X.
               05 OR-REASON PIC X(24).
               05 FILLER PIC X.
               05 OR-PLAN-X PIC S9(8) SIGN LEADING SEPARATE.
               05 FILLER PIC X.
               05 OR-PLAN-Y PIC S9(8) SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
           01 PL-FSTATUS PIC X(2) VALUE SPACES.
               88 PL-FS-OK VALUE '00'.
               88 PL-FS-EOF VALUE '10'.
               88 PL-FS-NOT-FOUND VALUE '35'.
           01 RG-FSTATUS PIC X(2) VALUE SPACES.
               88 RG-FS-OK VALUE '00'.
               88 RG-FS-EOF VALUE '10'.
               88 RG-FS-NOT-FOUND VALUE '35'.
           01 VM-FSTATUS PIC X(2) VALUE SPACES.
               88 VM-FS-OK VALUE '00'.
               88 VM-FS-EOF VALUE '10'.
               88 VM-FS-NOT-FOUND VALUE '35'.
           01 OU-FSTATUS PIC X(2) VALUE SPACES.
               88 OU-FS-OK VALUE '00'.
           01 OR-FSTATUS PIC X(2) VALUE SPACES.
               88 OR-FS-OK VALUE '00'.
           01 NORTH CONSTANT AS 'N'.
           01 SOUTH CONSTANT AS 'S'.
           01 EAST CONSTANT AS 'E'.
           01 WEST CONSTANT AS 'W'.
           01 FORWARD CONSTANT AS 'F'.
           01 HDR CONSTANT AS 'H'.
           01 CONT CONSTANT AS 'C'.
           01 TRL CONSTANT AS 'T'.
           01 OUT-LEN PIC 9(2) COMP.
           01 IDX PIC 9(4) COMP VALUE ZERO.
           01 PLAN-BAD-COUNT PIC 9(4) COMP VALUE ZERO.
           01 REGISTRY-BAD-COUNT PIC 9(4) COMP VALUE ZERO.
           01 MASTER-BAD-COUNT PIC 9(4) COMP VALUE ZERO.
           01 BLOCK-COUNT PIC 9(6) VALUE ZERO.
           01 ORDER-COUNT PIC 9(6) VALUE ZERO.
           01 REJECT-COUNT PIC 9(6) VALUE ZERO.
           01 ON-PLAN-COUNT PIC 9(6) VALUE ZERO.
           01 REJECT-REASON-TEXT PIC X(24) VALUE SPACES.
           01 REGISTRY-LOADED-SWITCH PIC X VALUE 'N'.
               88 REGISTRY-LOADED VALUE 'Y'.

       *> one slot per vessel id (slot = id + 1): the filed plan, the
       *> registry status, and the master's last position and heading
       *> that a continuation header would seed
           01 ORDER-TABLE.
               05 ORDER-ENTRY OCCURS 1000 TIMES.
               10 OT-PLAN-PRESENT PIC X.
                   88 OT-PLAN-ON-FILE VALUE 'Y'.
               10 OT-PLAN-X PIC S9(8).
               10 OT-PLAN-Y PIC S9(8).
               10 OT-PLAN-TOL PIC 9(4).
               10 OT-REG-STATUS PIC X.
                   88 OT-REG-ACTIVE VALUE 'A'.
                   88 OT-REG-RETIRED VALUE 'R'.
               10 OT-MASTER-PRESENT PIC X.
                   88 OT-ON-MASTER VALUE 'Y'.
               10 OT-LAST-X PIC S9(8).
               10 OT-LAST-Y PIC S9(8).
               10 OT-LAST-DIR PIC X.

       *> the block being written for one vessel
           01 EMIT-VESSEL PIC 9(3) VALUE ZERO.
           01 EMIT-LINE-COUNT PIC 9(6) VALUE ZERO.
           01 START-DIR PIC X VALUE SPACE.
           01 LEG-ACTION PIC X VALUE SPACE.
           01 LEG-DIST PIC 9(8) VALUE ZERO.
           01 CHUNK-DIST PIC 9(3) VALUE ZERO.
           01 DELTA-X PIC S9(8) VALUE ZERO.
           01 DELTA-Y PIC S9(8) VALUE ZERO.
           01 OFF-PLAN-DIST PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN.
           MOVE SPACES TO ORDER-TABLE.
           PERFORM PLAN-LOAD.
           PERFORM REGISTRY-LOAD.
           PERFORM MASTER-LOAD.
           OPEN OUTPUT OUTPUTF.
           IF NOT OU-FS-OK
               DISPLAY 'OUTPUTF OPEN FAILED, FILE STATUS = '
                   OU-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REJECTSF.
           IF NOT OR-FS-OK
               DISPLAY 'REJECTSF OPEN FAILED, FILE STATUS = '
                   OR-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ORDER-VESSEL
               VARYING IDX FROM 1 BY 1 UNTIL IDX > 1000.
           CLOSE OUTPUTF.
           CLOSE REJECTSF.
           DISPLAY 'SAILING ORDERS: ' BLOCK-COUNT ' BLOCKS, '
               ORDER-COUNT ' ORDERS, ' REJECT-COUNT ' REJECTS, '
               ON-PLAN-COUNT ' ALREADY ON PLAN'.
           IF REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       *> the plans are the work list; with none on file there is
       *> nothing to order
       PLAN-LOAD.
           OPEN INPUT PLANF.
           IF PL-FS-NOT-FOUND
               DISPLAY 'PLANF NOT FOUND, NO SAILING ORDERS WRITTEN'
               EXIT PARAGRAPH
           END-IF.
           IF NOT PL-FS-OK
               DISPLAY 'PLANF OPEN FAILED, FILE STATUS = ' PL-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM PLAN-LOAD-READ UNTIL PL-FS-EOF.
           CLOSE PLANF.
           IF PLAN-BAD-COUNT > ZERO
               DISPLAY 'PLANF: ' PLAN-BAD-COUNT
                   ' UNUSABLE LINES SKIPPED'
           END-IF.

       PLAN-LOAD-READ.
           READ PLANF
               AT END CONTINUE
               NOT AT END
                   IF PL-VESSEL-ID NOT NUMERIC
                       ADD 1 TO PLAN-BAD-COUNT
                   ELSE
                       COMPUTE IDX = PL-VESSEL-ID + 1
                       SET OT-PLAN-ON-FILE(IDX) TO TRUE
                       MOVE PL-X TO OT-PLAN-X(IDX)
                       MOVE PL-Y TO OT-PLAN-Y(IDX)
                       MOVE PL-TOLERANCE TO OT-PLAN-TOL(IDX)
                   END-IF
           END-READ.
           IF NOT PL-FS-OK AND NOT PL-FS-EOF
               DISPLAY 'PLANF READ ERROR, FILE STATUS = ' PL-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> with no registry on file every plan is taken at face value,
       *> just as the navigation programs take every header
       REGISTRY-LOAD.
           OPEN INPUT REGISTRYF.
           IF RG-FS-NOT-FOUND
               DISPLAY 'REGISTRYF NOT FOUND, REGISTRY CHECK OFF'
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
                       MOVE RG-STATUS TO OT-REG-STATUS(IDX)
                   END-IF
           END-READ.
           IF NOT RG-FS-OK AND NOT RG-FS-EOF
               DISPLAY 'REGISTRYF READ ERROR, FILE STATUS = '
                   RG-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> the master's last position and heading are where the next
       *> voyage starts; a vessel the master has never seen has no
       *> known position to plan from
       MASTER-LOAD.
           OPEN INPUT MASTERF.
           IF VM-FS-NOT-FOUND
               DISPLAY 'MASTERF NOT FOUND, EVERY PLAN REJECTED'
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
                       SET OT-ON-MASTER(IDX) TO TRUE
                       MOVE VM-LAST-X TO OT-LAST-X(IDX)
                       MOVE VM-LAST-Y TO OT-LAST-Y(IDX)
                       MOVE VM-LAST-DIR TO OT-LAST-DIR(IDX)
                   END-IF
           END-READ.
           IF NOT VM-FS-OK AND NOT VM-FS-EOF
               DISPLAY 'MASTERF READ ERROR, FILE STATUS = ' VM-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> one planned vessel: screen it the way p1 would screen its
       *> header, then steer from the master position to the plan
       ORDER-VESSEL.
           IF NOT OT-PLAN-ON-FILE(IDX)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE EMIT-VESSEL = IDX - 1.
           IF REGISTRY-LOADED
               IF NOT OT-REG-ACTIVE(IDX) AND NOT OT-REG-RETIRED(IDX)
                   MOVE 'VESSEL NOT IN REGISTRY' TO REJECT-REASON-TEXT
                   PERFORM REJECT-PLAN
                   EXIT PARAGRAPH
               END-IF
               IF OT-REG-RETIRED(IDX)
                   MOVE 'VESSEL RETIRED' TO REJECT-REASON-TEXT
                   PERFORM REJECT-PLAN
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF NOT OT-ON-MASTER(IDX)
               MOVE 'VESSEL NOT ON MASTER' TO REJECT-REASON-TEXT
               PERFORM REJECT-PLAN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE DELTA-X = OT-PLAN-X(IDX) - OT-LAST-X(IDX).
           COMPUTE DELTA-Y = OT-PLAN-Y(IDX) - OT-LAST-Y(IDX).
           COMPUTE OFF-PLAN-DIST = FUNCTION ABS(DELTA-X)
               + FUNCTION ABS(DELTA-Y).
           IF OFF-PLAN-DIST NOT > OT-PLAN-TOL(IDX)
               ADD 1 TO ON-PLAN-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM EMIT-HEADER.
           IF DELTA-X > ZERO
               MOVE EAST TO LEG-ACTION
           ELSE
               MOVE WEST TO LEG-ACTION
           END-IF.
           COMPUTE LEG-DIST = FUNCTION ABS(DELTA-X).
           PERFORM EMIT-LEG.
       *> p1 counts y downward: north takes y down, south takes it up
           IF DELTA-Y > ZERO
               MOVE SOUTH TO LEG-ACTION
           ELSE
               MOVE NORTH TO LEG-ACTION
           END-IF.
           COMPUTE LEG-DIST = FUNCTION ABS(DELTA-Y).
           PERFORM EMIT-LEG.
           PERFORM EMIT-TRAILER.

       REJECT-PLAN.
           ADD 1 TO REJECT-COUNT.
           MOVE SPACES TO REJECTRECORD.
           MOVE EMIT-VESSEL TO OR-VESSEL-ID.
           MOVE REJECT-REASON-TEXT TO OR-REASON.
           MOVE OT-PLAN-X(IDX) TO OR-PLAN-X.
           MOVE OT-PLAN-Y(IDX) TO OR-PLAN-Y.
           WRITE REJECTRECORD.

       *> a vessel lying at the origin heading east is exactly what a
       *> fresh H header seeds; anywhere else it must reopen with C
       *> so p1 seeds the master position and heading
       EMIT-HEADER.
           MOVE ZERO TO EMIT-LINE-COUNT.
           MOVE OT-LAST-DIR(IDX) TO START-DIR.
           MOVE SPACES TO OUTPUTRECORD.
           IF OT-LAST-X(IDX) = ZERO AND OT-LAST-Y(IDX) = ZERO
               AND START-DIR = EAST
               MOVE HDR TO OUT-ACTION
           ELSE
               MOVE CONT TO OUT-ACTION
           END-IF.
           MOVE EMIT-VESSEL TO OUT-ARG.
           MOVE 4 TO OUT-LEN.
           WRITE OUTPUTRECORD.
           ADD 1 TO BLOCK-COUNT.

       *> one leg along one axis, cut into orders of at most 999;
       *> a leg that runs the way the vessel is already heading goes
       *> out as F so the heading is never disturbed
       EMIT-LEG.
           IF LEG-ACTION = START-DIR
               MOVE FORWARD TO LEG-ACTION
           END-IF.
           PERFORM EMIT-ORDER UNTIL LEG-DIST = ZERO.

       EMIT-ORDER.
           IF LEG-DIST > 999
               MOVE 999 TO CHUNK-DIST
           ELSE
               MOVE LEG-DIST TO CHUNK-DIST
           END-IF.
           SUBTRACT CHUNK-DIST FROM LEG-DIST.
           MOVE SPACES TO OUTPUTRECORD.
           MOVE LEG-ACTION TO OUT-ACTION.
           MOVE CHUNK-DIST TO OUT-ARG.
           MOVE 4 TO OUT-LEN.
           WRITE OUTPUTRECORD.
           ADD 1 TO EMIT-LINE-COUNT.
           ADD 1 TO ORDER-COUNT.

       *> the trailer carries the count of order lines in its block
       EMIT-TRAILER.
           MOVE SPACES TO OUTPUTRECORD.
           MOVE TRL TO OUT-ACTION.
           MOVE EMIT-VESSEL TO OUT-ARG.
           MOVE EMIT-LINE-COUNT TO OUT-BLOCK-COUNT.
           MOVE 11 TO OUT-LEN.
           WRITE OUTPUTRECORD.
