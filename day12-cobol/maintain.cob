               SELECT ZONESF ASSIGN TO "zones.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ZN-FSTATUS.
               SELECT OPERATORF ASSIGN TO "operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OP-FSTATUS.
               SELECT MAINTAUDITF ASSIGN TO "maintenance-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MA-FSTATUS.
               05 FILLER PIC X.
               05 ZN-SEVERITY PIC X.

       *> operator file, as aoc-day12-signon reads it: id, pin,
       *> role, active flag, failed sign-ons and the lock flag
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

       *> every change is logged the way corrections are logged to
       *> audit-p1.txt: who, when, which file, which key, and the
       *> full record image before and after
               88 ZN-FS-OK VALUE '00'.
               88 ZN-FS-EOF VALUE '10'.
               88 ZN-FS-NOT-FOUND VALUE '35'.
           01 OP-FSTATUS PIC X(2) VALUE SPACES.
               88 OP-FS-OK VALUE '00'.
               88 OP-FS-EOF VALUE '10'.
               88 OP-FS-NOT-FOUND VALUE '35'.
           01 MA-FSTATUS PIC X(2) VALUE SPACES.
               88 MA-FS-OK VALUE '00'.
               88 MA-FS-NOT-FOUND VALUE '35'.
               05 RT-HHMMSS PIC 9(6).
               05 FILLER PIC 9(2).
           01 OPERATOR-ID PIC X(8) VALUE SPACES.

       *> handed to aoc-day12-signon, which gives back the operator
       *> and role; fuel rates, retiring a vessel and the operator
       *> file itself need a supervisor
           01 SIGNON-AREA.
               05 SO-PROGRAM PIC X(20) VALUE 'aoc-day12-maint'.
               05 SO-OPERATOR PIC X(8) VALUE SPACES.
               05 SO-ROLE PIC X VALUE SPACE.
                   88 SO-INQUIRY-ONLY VALUE 'I'.
                   88 SO-MAINTAINER VALUE 'M'.
                   88 SO-SUPERVISOR VALUE 'S'.
               05 SO-RESULT PIC X VALUE 'N'.
                   88 SO-SIGNED-ON VALUE 'Y'.

           01 DONE-SWITCH PIC X VALUE 'N'.
               88 OPERATOR-DONE VALUE 'Y'.
           01 ANSWER PIC X(4) VALUE SPACES.
               05 FRI-RATE PIC X(6).
               05 FILLER PIC X.
               05 FRI-ROT PIC X(6).
           01 OPERATOR-IMAGE.
               05 OPI-ID PIC X(8).
               05 FILLER PIC X.
               05 OPI-PIN PIC X(8).
               05 FILLER PIC X.
               05 OPI-ROLE PIC X.
               05 FILLER PIC X.
               05 OPI-ACTIVE PIC X.
               05 FILLER PIC X.
               05 OPI-FAILS PIC 9(2).
               05 FILLER PIC X.
               05 OPI-LOCKED PIC X.
           01 ZONE-IMAGE.
               05 ZNI-ID PIC 9(3).
               05 FILLER PIC X.
               10 ZT-MAX-Y PIC S9(8).
               10 ZT-SEVERITY PIC X.

       *> operators, at most 200; the pin never goes into an audit
       *> image, only whether it was changed
           01 OPERATOR-COUNT PIC 9(4) COMP VALUE ZERO.
           01 OPERATOR-TABLE.
               05 OPERATOR-ENTRY OCCURS 200 TIMES.
               10 OT-ID PIC X(8).
               10 OT-PIN PIC X(8).
               10 OT-ROLE PIC X.
               10 OT-ACTIVE PIC X.
                   88 OT-IS-ACTIVE VALUE 'A'.
               10 OT-FAILS PIC 9(2).
               10 OT-LOCKED PIC X.
                   88 OT-IS-LOCKED VALUE 'Y'.

       *> entry work areas for one change
           01 WORK-NAME PIC X(20) VALUE SPACES.
           01 WORK-CLASS PIC X(8) VALUE SPACES.
           01 WORK-SEVERITY PIC X VALUE SPACE.
           01 WORK-RATE PIC X(6) VALUE SPACES.
           01 WORK-ROT PIC X(6) VALUE SPACES.
           01 WORK-OPERATOR PIC X(8) VALUE SPACES.
           01 WORK-PIN PIC X(8) VALUE SPACES.
           01 WORK-ROLE PIC X VALUE SPACE.
           01 SAVED-PIN PIC X(8) VALUE SPACES.
           01 SPACE-COUNT PIC 9(2) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       *> the sign-on is a CALLed program, so this screen is built
       *> together with signon.cob; screens.sh does this
       MAIN.
           DISPLAY 'REFERENCE FILE MAINTENANCE'.
           CALL 'aoc-day12-signon' USING SIGNON-AREA.
           IF NOT SO-SIGNED-ON
               DISPLAY 'MAINTENANCE ENDED.'
               STOP RUN
           END-IF.
           IF SO-INQUIRY-ONLY
               DISPLAY 'OPERATOR ' SO-OPERATOR ' IS INQUIRY ONLY,'
                   ' MAINTENANCE NOT ALLOWED.'
               DISPLAY 'MAINTENANCE ENDED.'
               STOP RUN
           END-IF.
           MOVE SO-OPERATOR TO OPERATOR-ID.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM MAINT-CYCLE UNTIL OPERATOR-DONE.
           DISPLAY 'MAINTENANCE ENDED.'.

       MAINT-CYCLE.
           DISPLAY 'FILE? (1 REGISTRY, 2 PLANS, 3 FUEL RATES,'
               ' 4 ZONES, 5 OPERATORS, END TO QUIT)'.
           MOVE SPACES TO ANSWER.
           ACCEPT ANSWER.
           EVALUATE ANSWER
               PERFORM RATE-MAINT
           WHEN '4'
               PERFORM ZONE-MAINT
           WHEN '5'
               PERFORM OPERATOR-MAINT
           WHEN SPACES
           WHEN 'END'
           WHEN 'end'
               SET OPERATOR-DONE TO TRUE
           WHEN OTHER
               DISPLAY 'PLEASE ENTER 1-5, OR END.'
           END-EVALUATE.

       *> the duty operator types freely; accept 1 to 3 digits with
       *> side rejects retired hulls with reason 51 instead of
       *> sailing them, so nothing is ever deleted outright
       REGISTRY-RETIRE.
           IF NOT SO-SUPERVISOR
               DISPLAY 'RETIRING A VESSEL NEEDS A SUPERVISOR.'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'VESSEL ID (0-999)?'.
           PERFORM GET-WANTED-ID.
           IF NOT ID-OK
       *> fuel burn rates: set the per-unit and per-quarter-turn
       *> burn for a vessel class
       RATE-MAINT.
           IF NOT SO-SUPERVISOR
               DISPLAY 'FUEL RATE CHANGES NEED A SUPERVISOR.'
               EXIT PARAGRAPH
           END-IF.
           PERFORM RATE-FILE-LOAD.
           MOVE 'N' TO CHANGE-MADE-SWITCH.
           DISPLAY 'VESSEL CLASS (BLANK CANCELS)?'.
           MOVE ZT-MIN-Y(FOUND-IDX) TO ZNI-MIN-Y.
           MOVE ZT-MAX-Y(FOUND-IDX) TO ZNI-MAX-Y.
           MOVE ZT-SEVERITY(FOUND-IDX) TO ZNI-SEVERITY.

       *> operator file: supervisors add operators, change a pin or
       *> role, make an id active or inactive, and unlock an id the
       *> sign-on locked; a supervisor cannot take away their own
       *> role or access, so the file always keeps one who can
       OPERATOR-MAINT.
           IF NOT SO-SUPERVISOR
               DISPLAY 'THE OPERATOR FILE NEEDS A SUPERVISOR.'
               EXIT PARAGRAPH
           END-IF.
           PERFORM OPERATOR-FILE-LOAD.
           MOVE 'N' TO CHANGE-MADE-SWITCH.
           DISPLAY 'ACTION? (A ADD, C CHANGE PIN OR ROLE,'
               ' S ACTIVE/INACTIVE, U UNLOCK, BLANK CANCELS)'.
           MOVE SPACES TO ANSWER.
           ACCEPT ANSWER.
           EVALUATE ANSWER
           WHEN 'A'
               PERFORM OPERATOR-ADD
           WHEN 'C'
               PERFORM OPERATOR-CHANGE
           WHEN 'S'
               PERFORM OPERATOR-STATUS
           WHEN 'U'
               PERFORM OPERATOR-UNLOCK
           WHEN SPACES
               CONTINUE
           WHEN OTHER
               DISPLAY 'PLEASE ENTER A, C, S OR U.'
           END-EVALUATE.
           IF CHANGE-MADE
               PERFORM OPERATOR-FILE-WRITE
               PERFORM WRITE-MAINT-AUDIT
               DISPLAY 'OPERATOR FILE UPDATED.'
           END-IF.

       *> an operator id is 1 to 8 characters with no leading blank
       GET-WANTED-OPERATOR.
           MOVE 'N' TO ID-OK-SWITCH.
           MOVE SPACES TO TEXT-ANSWER.
           ACCEPT TEXT-ANSWER.
           IF TEXT-ANSWER = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF TEXT-ANSWER(1:1) = SPACE
               OR TEXT-ANSWER(9:12) NOT = SPACES
               DISPLAY 'PLEASE ENTER AN ID OF UP TO 8 CHARACTERS.'
               EXIT PARAGRAPH
           END-IF.
           MOVE TEXT-ANSWER TO WORK-OPERATOR.
           MOVE ZERO TO FOUND-IDX.
           PERFORM OPERATOR-FIND
               VARYING IDX FROM 1 BY 1 UNTIL IDX > OPERATOR-COUNT.
           SET ID-OK TO TRUE.

       *> a pin is 4 to 8 characters, the first four not blank
       GET-NEW-PIN.
           MOVE 'N' TO NUM-OK-SWITCH.
           MOVE SPACES TO TEXT-ANSWER.
           ACCEPT TEXT-ANSWER.
           IF TEXT-ANSWER = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO SPACE-COUNT.
           INSPECT TEXT-ANSWER(1:4) TALLYING SPACE-COUNT FOR ALL SPACE.
           IF SPACE-COUNT > ZERO OR TEXT-ANSWER(9:12) NOT = SPACES
               DISPLAY 'A PIN IS 4 TO 8 CHARACTERS WITH NO LEADING'
                   ' BLANKS.'
               EXIT PARAGRAPH
           END-IF.
           MOVE TEXT-ANSWER TO WORK-PIN.
           SET NUM-OK TO TRUE.

       GET-NEW-ROLE.
           MOVE 'N' TO NUM-OK-SWITCH.
           MOVE SPACES TO ANSWER.
           ACCEPT ANSWER.
           IF ANSWER = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF ANSWER(2:3) NOT = SPACES
               OR (ANSWER(1:1) NOT = 'I' AND ANSWER(1:1) NOT = 'M'
                   AND ANSWER(1:1) NOT = 'S')
               DISPLAY 'PLEASE ENTER I, M OR S.'
               EXIT PARAGRAPH
           END-IF.
           MOVE ANSWER(1:1) TO WORK-ROLE.
           SET NUM-OK TO TRUE.

       OPERATOR-ADD.
           DISPLAY 'NEW OPERATOR ID?'.
           PERFORM GET-WANTED-OPERATOR.
           IF NOT ID-OK
               EXIT PARAGRAPH
           END-IF.
           IF FOUND-IDX > ZERO
               DISPLAY 'OPERATOR ' WORK-OPERATOR ' ALREADY ON FILE,'
                   ' USE C TO CHANGE IT.'
               EXIT PARAGRAPH
           END-IF.
           IF OPERATOR-COUNT >= 200
               DISPLAY 'OPERATOR FILE IS AT ITS 200 ID LIMIT,'
                   ' NOT ADDED.'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'PIN (4 TO 8 CHARACTERS)?'.
           PERFORM GET-NEW-PIN.
           IF NOT NUM-OK
               DISPLAY 'NOT ADDED, A PIN IS REQUIRED.'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'ROLE? (I INQUIRY ONLY, M MAINTAINER,'
               ' S SUPERVISOR)'.
           PERFORM GET-NEW-ROLE.
           IF NOT NUM-OK
               DISPLAY 'NOT ADDED, A ROLE IS REQUIRED.'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO OPERATOR-COUNT.
           MOVE OPERATOR-COUNT TO FOUND-IDX.
           MOVE WORK-OPERATOR TO OT-ID(FOUND-IDX).
           MOVE WORK-PIN TO OT-PIN(FOUND-IDX).
           MOVE WORK-ROLE TO OT-ROLE(FOUND-IDX).
           MOVE 'A' TO OT-ACTIVE(FOUND-IDX).
           MOVE ZERO TO OT-FAILS(FOUND-IDX).
           MOVE 'N' TO OT-LOCKED(FOUND-IDX).
           MOVE 'OPERATOR' TO AUDIT-FILE-NAME.
           MOVE WORK-OPERATOR TO AUDIT-KEY.
           MOVE '(NONE)' TO OLD-IMAGE.
           PERFORM OPERATOR-BUILD-IMAGE.
           MOVE OPERATOR-IMAGE TO NEW-IMAGE.
           SET CHANGE-MADE TO TRUE.

       OPERATOR-CHANGE.
           DISPLAY 'OPERATOR ID?'.
           PERFORM GET-WANTED-OPERATOR.
           IF NOT ID-OK
               EXIT PARAGRAPH
           END-IF.
           IF FOUND-IDX = ZERO
               DISPLAY 'OPERATOR ' WORK-OPERATOR ' NOT ON FILE.'
               EXIT PARAGRAPH
           END-IF.
           MOVE OT-PIN(FOUND-IDX) TO WORK-PIN.
           MOVE OT-ROLE(FOUND-IDX) TO WORK-ROLE.
           DISPLAY 'NEW PIN (BLANK KEEPS THE PIN)?'.
           PERFORM GET-NEW-PIN.
           IF NOT NUM-OK AND TEXT-ANSWER NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'NEW ROLE (I, M OR S, BLANK KEEPS '
               OT-ROLE(FOUND-IDX) ')?'.
           PERFORM GET-NEW-ROLE.
           IF NOT NUM-OK AND ANSWER NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WORK-OPERATOR = OPERATOR-ID
               AND WORK-ROLE NOT = OT-ROLE(FOUND-IDX)
               DISPLAY 'YOU CANNOT CHANGE YOUR OWN ROLE.'
               EXIT PARAGRAPH
           END-IF.
           PERFORM OPERATOR-BUILD-IMAGE.
           MOVE OPERATOR-IMAGE TO OLD-IMAGE.
           MOVE OT-PIN(FOUND-IDX) TO SAVED-PIN.
           MOVE WORK-PIN TO OT-PIN(FOUND-IDX).
           MOVE WORK-ROLE TO OT-ROLE(FOUND-IDX).
           MOVE 'OPERATOR' TO AUDIT-FILE-NAME.
           MOVE WORK-OPERATOR TO AUDIT-KEY.
           PERFORM OPERATOR-BUILD-IMAGE.
           IF OT-PIN(FOUND-IDX) NOT = SAVED-PIN
               MOVE 'CHANGED' TO OPI-PIN
           END-IF.
           MOVE OPERATOR-IMAGE TO NEW-IMAGE.
           IF NEW-IMAGE = OLD-IMAGE
               DISPLAY 'NOTHING CHANGED.'
               EXIT PARAGRAPH
           END-IF.
           SET CHANGE-MADE TO TRUE.

       OPERATOR-STATUS.
           DISPLAY 'OPERATOR ID?'.
           PERFORM GET-WANTED-OPERATOR.
           IF NOT ID-OK
               EXIT PARAGRAPH
           END-IF.
           IF FOUND-IDX = ZERO
               DISPLAY 'OPERATOR ' WORK-OPERATOR ' NOT ON FILE.'
               EXIT PARAGRAPH
           END-IF.
           IF WORK-OPERATOR = OPERATOR-ID
               DISPLAY 'YOU CANNOT DEACTIVATE YOURSELF.'
               EXIT PARAGRAPH
           END-IF.
           IF OT-IS-ACTIVE(FOUND-IDX)
               DISPLAY 'DEACTIVATE ' WORK-OPERATOR '? (Y TO CONFIRM)'
           ELSE
               DISPLAY 'REACTIVATE ' WORK-OPERATOR '? (Y TO CONFIRM)'
           END-IF.
           MOVE SPACES TO ANSWER.
           ACCEPT ANSWER.
           IF ANSWER NOT = 'Y'
               DISPLAY 'NOT CHANGED.'
               EXIT PARAGRAPH
           END-IF.
           PERFORM OPERATOR-BUILD-IMAGE.
           MOVE OPERATOR-IMAGE TO OLD-IMAGE.
           IF OT-IS-ACTIVE(FOUND-IDX)
               MOVE 'I' TO OT-ACTIVE(FOUND-IDX)
           ELSE
               MOVE 'A' TO OT-ACTIVE(FOUND-IDX)
           END-IF.
           MOVE 'OPERATOR' TO AUDIT-FILE-NAME.
           MOVE WORK-OPERATOR TO AUDIT-KEY.
           PERFORM OPERATOR-BUILD-IMAGE.
           MOVE OPERATOR-IMAGE TO NEW-IMAGE.
           SET CHANGE-MADE TO TRUE.

       *> unlocking also clears the failed sign-on count, so the
       *> operator gets the full number of tries again
       OPERATOR-UNLOCK.
           DISPLAY 'OPERATOR ID?'.
           PERFORM GET-WANTED-OPERATOR.
           IF NOT ID-OK
               EXIT PARAGRAPH
           END-IF.
           IF FOUND-IDX = ZERO
               DISPLAY 'OPERATOR ' WORK-OPERATOR ' NOT ON FILE.'
               EXIT PARAGRAPH
           END-IF.
           IF NOT OT-IS-LOCKED(FOUND-IDX)
               AND OT-FAILS(FOUND-IDX) = ZERO
               DISPLAY 'OPERATOR ' WORK-OPERATOR ' IS NOT LOCKED.'
               EXIT PARAGRAPH
           END-IF.
           PERFORM OPERATOR-BUILD-IMAGE.
           MOVE OPERATOR-IMAGE TO OLD-IMAGE.
           MOVE 'N' TO OT-LOCKED(FOUND-IDX).
           MOVE ZERO TO OT-FAILS(FOUND-IDX).
           MOVE 'OPERATOR' TO AUDIT-FILE-NAME.
           MOVE WORK-OPERATOR TO AUDIT-KEY.
           PERFORM OPERATOR-BUILD-IMAGE.
           MOVE OPERATOR-IMAGE TO NEW-IMAGE.
           SET CHANGE-MADE TO TRUE.

       OPERATOR-FIND.
           IF OT-ID(IDX) = WORK-OPERATOR AND FOUND-IDX = ZERO
               MOVE IDX TO FOUND-IDX
           END-IF.

       OPERATOR-FILE-LOAD.
           MOVE SPACES TO OPERATOR-TABLE.
           MOVE ZERO TO OPERATOR-COUNT.
           MOVE ZERO TO LOAD-BAD-COUNT.
           OPEN INPUT OPERATORF.
           IF OP-FS-NOT-FOUND
               DISPLAY 'OPERATORS NOT ON FILE YET, STARTING EMPTY.'
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
           IF LOAD-BAD-COUNT > ZERO
               DISPLAY 'OPERATORF: ' LOAD-BAD-COUNT ' UNUSABLE LINES'
                   ' WILL BE DROPPED IF A CHANGE IS FILED'
           END-IF.

       OPERATOR-FILE-LOAD-READ.
           READ OPERATORF
               AT END CONTINUE
               NOT AT END
                   IF OP-ID = SPACES OR OPERATOR-COUNT >= 200
                       ADD 1 TO LOAD-BAD-COUNT
                   ELSE
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
                   END-IF
           END-READ.
           IF NOT OP-FS-OK AND NOT OP-FS-EOF
               DISPLAY 'OPERATORF READ ERROR, FILE STATUS = '
                   OP-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPERATOR-FILE-WRITE.
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

       OPERATOR-BUILD-IMAGE.
           MOVE SPACES TO OPERATOR-IMAGE.
           MOVE OT-ID(FOUND-IDX) TO OPI-ID.
           MOVE '********' TO OPI-PIN.
           MOVE OT-ROLE(FOUND-IDX) TO OPI-ROLE.
           MOVE OT-ACTIVE(FOUND-IDX) TO OPI-ACTIVE.
           MOVE OT-FAILS(FOUND-IDX) TO OPI-FAILS.
           MOVE OT-LOCKED(FOUND-IDX) TO OPI-LOCKED.
