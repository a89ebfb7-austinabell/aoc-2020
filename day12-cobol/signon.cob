       IDENTIFICATION DIVISION.
       PROGRAM-ID. aoc-day12-signon.
       *> operator sign-on, CALLed by the maintenance and inquiry
       *> screens; each screen is built together with this source by
       *> screens.sh

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT OPERATORF ASSIGN TO "operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OP-FSTATUS.
               SELECT SIGNONLOGF ASSIGN TO "signon-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SL-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       *> one line per operator: id, pin, role (I inquiry only,
       *> M maintainer, S supervisor), A active or I inactive, the
       *> failed sign-ons since the last good one, and Y once the id
       *> has been locked out; kept by the supervisor screen in
       *> aoc-day12-maint
           FD OPERATORF.
               01 OPERATORRECORD.
               05 OP-ID PIC X(8).
               05 FILLER PIC X.
               05 OP-PIN PIC X(8).
               05 FILLER PIC X.
               05 OP-ROLE PIC X.
               05 FILLER PIC X.
               05 OP-ACTIVE PIC X.
               05 FILLER PIC X.
               05 OP-FAILS PIC 9(2).
               05 FILLER PIC X.
               05 OP-LOCKED PIC X.

       *> every refused sign-on is appended here: when, from which
       *> screen, the id that was typed and why it was refused
           FD SIGNONLOGF.
               01 SIGNONLOGRECORD.
               05 SL-RUN-DATE PIC 9(8).
               05 FILLER PIC X.
               05 SL-RUN-TIME PIC 9(6).
               05 FILLER PIC X.
               05 SL-PROGRAM PIC X(20).
               05 FILLER PIC X.
               05 SL-OPERATOR PIC X(8).
               05 FILLER PIC X.
               05 SL-OUTCOME PIC X(24).

       WORKING-STORAGE SECTION.
           01 OP-FSTATUS PIC X(2) VALUE SPACES.
               88 OP-FS-OK VALUE '00'.
               88 OP-FS-EOF VALUE '10'.
               88 OP-FS-NOT-FOUND VALUE '35'.
           01 SL-FSTATUS PIC X(2) VALUE SPACES.
               88 SL-FS-OK VALUE '00'.
               88 SL-FS-NOT-FOUND VALUE '35'.

       *> three tries per sign-on, and three wrong pins in a row
       *> locks the id until a supervisor unlocks it
           01 MAX-TRIES CONSTANT AS 3.
           01 LOCK-LIMIT CONSTANT AS 3.

           01 RUN-DATE PIC 9(8) VALUE ZERO.
           01 RUN-TIME-RAW.
               05 RT-HHMMSS PIC 9(6).
               05 FILLER PIC 9(2).
           01 ENTERED-ID PIC X(8) VALUE SPACES.
           01 ENTERED-PIN PIC X(8) VALUE SPACES.
           01 TRY-COUNT PIC 9 COMP VALUE ZERO.
           01 STOP-SWITCH PIC X VALUE 'N'.
               88 SIGNON-STOPPED VALUE 'Y'.
           01 LOG-OUTCOME PIC X(24) VALUE SPACES.
           01 ROLE-WORD PIC X(12) VALUE SPACES.
           01 IDX PIC 9(4) COMP VALUE ZERO.
           01 FOUND-IDX PIC 9(4) COMP VALUE ZERO.

       *> the operator file as read, line for line, so that writing
       *> back a failure count leaves every other line as it was
           01 OPERATOR-COUNT PIC 9(4) COMP VALUE ZERO.
           01 OVERFLOW-COUNT PIC 9(4) COMP VALUE ZERO.
           01 OPERATOR-TABLE.
               05 OPERATOR-ENTRY OCCURS 200 TIMES.
               10 OT-ID PIC X(8).
               10 OT-PIN PIC X(8).
               10 OT-ROLE PIC X.
                   88 OT-ROLE-VALID VALUE 'I' 'M' 'S'.
               10 OT-ACTIVE PIC X.
                   88 OT-IS-ACTIVE VALUE 'A'.
               10 OT-FAILS PIC 9(2).
               10 OT-LOCKED PIC X.
                   88 OT-IS-LOCKED VALUE 'Y'.

       LINKAGE SECTION.
       *> filled in by the calling screen with its own program name;
       *> handed back with the operator, the role and Y when the
       *> operator is signed on
           01 SIGNON-AREA.
               05 SO-PROGRAM PIC X(20).
               05 SO-OPERATOR PIC X(8).
               05 SO-ROLE PIC X.
                   88 SO-INQUIRY-ONLY VALUE 'I'.
                   88 SO-MAINTAINER VALUE 'M'.
                   88 SO-SUPERVISOR VALUE 'S'.
               05 SO-RESULT PIC X.
                   88 SO-SIGNED-ON VALUE 'Y'.

       PROCEDURE DIVISION USING SIGNON-AREA.
       MAIN.
           MOVE SPACES TO SO-OPERATOR.
           MOVE SPACE TO SO-ROLE.
           MOVE 'N' TO SO-RESULT.
           MOVE 'N' TO STOP-SWITCH.
           MOVE ZERO TO TRY-COUNT.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM SIGNON-TRY
               UNTIL SO-SIGNED-ON OR SIGNON-STOPPED
               OR TRY-COUNT >= MAX-TRIES.
           IF NOT SO-SIGNED-ON
               DISPLAY 'SIGN-ON REFUSED.'
           END-IF.
           GOBACK.

       *> the file is read afresh for every try so a lock set from
       *> another terminal is seen at once; a blank id gives up
       SIGNON-TRY.
           ADD 1 TO TRY-COUNT.
           DISPLAY 'OPERATOR ID?'.
           MOVE SPACES TO ENTERED-ID.
           ACCEPT ENTERED-ID.
           IF ENTERED-ID = SPACES
               SET SIGNON-STOPPED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'PIN?'.
           MOVE SPACES TO ENTERED-PIN.
           ACCEPT ENTERED-PIN.
           PERFORM OPERATOR-FILE-LOAD.
           IF OP-FS-NOT-FOUND
               DISPLAY 'OPERATOR FILE NOT ON HAND, NOBODY CAN SIGN ON.'
               SET SIGNON-STOPPED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO FOUND-IDX.
           PERFORM OPERATOR-FIND
               VARYING IDX FROM 1 BY 1 UNTIL IDX > OPERATOR-COUNT.
           IF FOUND-IDX = ZERO
               MOVE 'UNKNOWN OPERATOR ID' TO LOG-OUTCOME
               PERFORM WRITE-SIGNON-LOG
               DISPLAY 'SIGN-ON FAILED.'
               EXIT PARAGRAPH
           END-IF.
           IF OT-IS-LOCKED(FOUND-IDX)
               MOVE 'ID LOCKED' TO LOG-OUTCOME
               PERFORM WRITE-SIGNON-LOG
               DISPLAY 'OPERATOR ID ' ENTERED-ID ' IS LOCKED,'
                   ' SEE A SUPERVISOR.'
               SET SIGNON-STOPPED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF OT-PIN(FOUND-IDX) NOT = ENTERED-PIN
               PERFORM SIGNON-WRONG-PIN
               EXIT PARAGRAPH
           END-IF.
           IF NOT OT-IS-ACTIVE(FOUND-IDX)
               MOVE 'ID NOT ACTIVE' TO LOG-OUTCOME
               PERFORM WRITE-SIGNON-LOG
               DISPLAY 'SIGN-ON FAILED.'
               EXIT PARAGRAPH
           END-IF.
           IF NOT OT-ROLE-VALID(FOUND-IDX)
               MOVE 'NO VALID ROLE ON FILE' TO LOG-OUTCOME
               PERFORM WRITE-SIGNON-LOG
               DISPLAY 'SIGN-ON FAILED.'
               EXIT PARAGRAPH
           END-IF.
           IF OT-FAILS(FOUND-IDX) NOT = ZERO
               MOVE ZERO TO OT-FAILS(FOUND-IDX)
               PERFORM OPERATOR-FILE-WRITE
           END-IF.
           MOVE OT-ID(FOUND-IDX) TO SO-OPERATOR.
           MOVE OT-ROLE(FOUND-IDX) TO SO-ROLE.
           SET SO-SIGNED-ON TO TRUE.
           EVALUATE TRUE
           WHEN SO-INQUIRY-ONLY
               MOVE 'INQUIRY ONLY' TO ROLE-WORD
           WHEN SO-MAINTAINER
               MOVE 'MAINTAINER' TO ROLE-WORD
           WHEN SO-SUPERVISOR
               MOVE 'SUPERVISOR' TO ROLE-WORD
           END-EVALUATE.
           DISPLAY 'SIGNED ON AS ' SO-OPERATOR ', ' ROLE-WORD.

       *> a wrong pin counts against the id whether or not it is
       *> active; the count is kept on the file so the limit holds
       *> across sign-ons, and only a good pin resets it
       SIGNON-WRONG-PIN.
           ADD 1 TO OT-FAILS(FOUND-IDX).
           IF OT-FAILS(FOUND-IDX) >= LOCK-LIMIT
               MOVE 'Y' TO OT-LOCKED(FOUND-IDX)
               MOVE 'WRONG PIN, ID LOCKED' TO LOG-OUTCOME
           ELSE
               MOVE 'WRONG PIN' TO LOG-OUTCOME
           END-IF.
           PERFORM OPERATOR-FILE-WRITE.
           PERFORM WRITE-SIGNON-LOG.
           IF OT-IS-LOCKED(FOUND-IDX)
               DISPLAY 'OPERATOR ID ' ENTERED-ID ' IS NOW LOCKED,'
                   ' SEE A SUPERVISOR.'
               SET SIGNON-STOPPED TO TRUE
           ELSE
               DISPLAY 'SIGN-ON FAILED.'
           END-IF.

       OPERATOR-FIND.
           IF OT-ID(IDX) = ENTERED-ID AND FOUND-IDX = ZERO
               MOVE IDX TO FOUND-IDX
           END-IF.

       OPERATOR-FILE-LOAD.
           MOVE SPACES TO OPERATOR-TABLE.
           MOVE ZERO TO OPERATOR-COUNT.
           MOVE ZERO TO OVERFLOW-COUNT.
           OPEN INPUT OPERATORF.
           IF OP-FS-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF NOT OP-FS-OK
               DISPLAY 'OPERATORF OPEN FAILED, FILE STATUS = '
                   OP-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPERATOR-FILE-LOAD-READ UNTIL OP-FS-EOF.
           CLOSE OPERATORF.

       OPERATOR-FILE-LOAD-READ.
           READ OPERATORF
               AT END CONTINUE
               NOT AT END
                   IF OPERATOR-COUNT < 200
                       ADD 1 TO OPERATOR-COUNT
                       MOVE OP-ID TO OT-ID(OPERATOR-COUNT)
                       MOVE OP-PIN TO OT-PIN(OPERATOR-COUNT)
                       MOVE OP-ROLE TO OT-ROLE(OPERATOR-COUNT)
                       MOVE OP-ACTIVE TO OT-ACTIVE(OPERATOR-COUNT)
                       IF OP-FAILS NUMERIC
                           MOVE OP-FAILS TO OT-FAILS(OPERATOR-COUNT)
                       ELSE
                           MOVE ZERO TO OT-FAILS(OPERATOR-COUNT)
                       END-IF
                       MOVE OP-LOCKED TO OT-LOCKED(OPERATOR-COUNT)
                   ELSE
                       ADD 1 TO OVERFLOW-COUNT
                   END-IF
           END-READ.
           IF NOT OP-FS-OK AND NOT OP-FS-EOF
               DISPLAY 'OPERATORF READ ERROR, FILE STATUS = '
                   OP-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> a file longer than the table is never written back, so no
       *> operator line is lost; the failure count just is not kept
       OPERATOR-FILE-WRITE.
           IF OVERFLOW-COUNT > ZERO
               DISPLAY 'OPERATORF: MORE THAN 200 LINES, FAILED'
                   ' SIGN-ON COUNT NOT KEPT'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT OPERATORF.
           IF NOT OP-FS-OK
               DISPLAY 'OPERATORF OPEN FAILED, FILE STATUS = '
                   OP-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPERATOR-FILE-WRITE-ONE
               VARYING IDX FROM 1 BY 1 UNTIL IDX > OPERATOR-COUNT.
           CLOSE OPERATORF.

       OPERATOR-FILE-WRITE-ONE.
           MOVE SPACES TO OPERATORRECORD.
           MOVE OT-ID(IDX) TO OP-ID.
           MOVE OT-PIN(IDX) TO OP-PIN.
           MOVE OT-ROLE(IDX) TO OP-ROLE.
           MOVE OT-ACTIVE(IDX) TO OP-ACTIVE.
           MOVE OT-FAILS(IDX) TO OP-FAILS.
           MOVE OT-LOCKED(IDX) TO OP-LOCKED.
           WRITE OPERATORRECORD.

       *> appended, never rewritten, like the maintenance audit
       WRITE-SIGNON-LOG.
           ACCEPT RUN-TIME-RAW FROM TIME.
           OPEN EXTEND SIGNONLOGF.
           IF SL-FS-NOT-FOUND
               OPEN OUTPUT SIGNONLOGF
           END-IF.
           IF NOT SL-FS-OK
               DISPLAY 'SIGNONLOGF OPEN FAILED, FILE STATUS = '
                   SL-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO SIGNONLOGRECORD.
           MOVE RUN-DATE TO SL-RUN-DATE.
           MOVE RT-HHMMSS TO SL-RUN-TIME.
           MOVE SO-PROGRAM TO SL-PROGRAM.
           MOVE ENTERED-ID TO SL-OPERATOR.
           MOVE LOG-OUTCOME TO SL-OUTCOME.
           WRITE SIGNONLOGRECORD.
           CLOSE SIGNONLOGF.
