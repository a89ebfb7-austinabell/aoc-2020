       IDENTIFICATION DIVISION.
       PROGRAM-ID. aoc-day12-mastconv.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT MASTERF ASSIGN TO "vessel-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VM-VESSEL-ID
               FILE STATUS IS VM-FSTATUS.
               SELECT NEWMASTERF ASSIGN TO "vessel-master.new"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NM-VESSEL-ID
               FILE STATUS IS NM-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       *> the keyed master read at whatever length it was written:
       *> 123 bytes before the last waypoint was carried, 141 since.
       *> A short record leaves VM-LAST-WX and VM-LAST-WY unread
           FD MASTERF
           RECORD IS VARYING IN SIZE FROM 123 TO 141
           DEPENDING ON MASTER-LENGTH.
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

       *> the converted master, every record at the current length;
       *> run.sh swaps it in for vessel-master.dat
           FD NEWMASTERF.
               01 NEWMASTERRECORD.
               05 NM-VESSEL-ID PIC 9(3).
               05 FILLER PIC X(138).

       WORKING-STORAGE SECTION.
           01 VM-FSTATUS PIC X(2) VALUE SPACES.
               88 VM-FS-OK VALUE '00'.
               88 VM-FS-EOF VALUE '10'.
               88 VM-FS-NOT-FOUND VALUE '35'.
           01 NM-FSTATUS PIC X(2) VALUE SPACES.
               88 NM-FS-OK VALUE '00'.
           01 OLD-LENGTH CONSTANT AS 123.
           01 CURRENT-LENGTH CONSTANT AS 141.
           01 MASTER-LENGTH PIC 9(4) COMP VALUE ZERO.
           01 OLD-COUNT PIC 9(6) VALUE ZERO.
           01 CURRENT-COUNT PIC 9(6) VALUE ZERO.
           01 ODD-COUNT PIC 9(6) VALUE ZERO.
           01 WRITTEN-COUNT PIC 9(6) VALUE ZERO.
           01 PASS-SWITCH PIC X VALUE 'C'.
               88 COUNTING-PASS VALUE 'C'.
               88 COPYING-PASS VALUE 'W'.

       PROCEDURE DIVISION.
       *> a first pass only counts the records by length; nothing is
       *> written unless some are short and none are of a length this
       *> program does not know. The second pass copies every record
       *> to vessel-master.new, giving the short ones the standard
       *> 10 east, 1 north a voyage starts steering for
       MAIN.
           PERFORM MASTER-OPEN.
           IF VM-FS-NOT-FOUND
               DISPLAY 'MASTERF NOT FOUND, NOTHING TO CONVERT'
               STOP RUN
           END-IF.
           SET COUNTING-PASS TO TRUE.
           PERFORM MASTER-READ UNTIL VM-FS-EOF.
           CLOSE MASTERF.
           IF ODD-COUNT > ZERO
               DISPLAY 'MASTERF: ' ODD-COUNT ' RECORDS OF AN UNKNOWN'
                   ' LENGTH, MASTER NOT CONVERTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF OLD-COUNT = ZERO
               DISPLAY 'MASTER ALREADY CARRIES THE WAYPOINT, '
                   CURRENT-COUNT ' VESSELS'
               STOP RUN
           END-IF.
           PERFORM MASTER-OPEN.
           OPEN OUTPUT NEWMASTERF.
           IF NOT NM-FS-OK
               DISPLAY 'NEWMASTERF OPEN FAILED, FILE STATUS = '
                   NM-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET COPYING-PASS TO TRUE.
           PERFORM MASTER-READ UNTIL VM-FS-EOF.
           CLOSE MASTERF.
           CLOSE NEWMASTERF.
           IF WRITTEN-COUNT NOT = OLD-COUNT + CURRENT-COUNT
               DISPLAY 'MASTER CONVERSION OUT OF BALANCE: '
                   WRITTEN-COUNT ' WRITTEN, '
                   OLD-COUNT ' + ' CURRENT-COUNT ' READ'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'MASTER CONVERTED: ' OLD-COUNT
               ' VESSELS GIVEN THE STANDARD WAYPOINT, '
               CURRENT-COUNT ' ALREADY CARRYING ONE'.
           STOP RUN.

       MASTER-OPEN.
           OPEN INPUT MASTERF.
           IF VM-FS-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF NOT VM-FS-OK
               DISPLAY 'MASTERF OPEN FAILED, FILE STATUS = ' VM-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       MASTER-READ.
           READ MASTERF
               AT END CONTINUE
               NOT AT END
                   IF COUNTING-PASS
                       PERFORM MASTER-COUNT-ONE
                   ELSE
                       PERFORM MASTER-COPY-ONE
                   END-IF
           END-READ.
           IF NOT VM-FS-OK AND NOT VM-FS-EOF
               DISPLAY 'MASTERF READ ERROR, FILE STATUS = ' VM-FSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       MASTER-COUNT-ONE.
           EVALUATE MASTER-LENGTH
           WHEN OLD-LENGTH
               ADD 1 TO OLD-COUNT
           WHEN CURRENT-LENGTH
               ADD 1 TO CURRENT-COUNT
           WHEN OTHER
               ADD 1 TO ODD-COUNT
           END-EVALUATE.

       MASTER-COPY-ONE.
           IF MASTER-LENGTH = OLD-LENGTH
               MOVE 10 TO VM-LAST-WX
               MOVE 1 TO VM-LAST-WY
           END-IF.
           MOVE MASTERRECORD TO NEWMASTERRECORD.
           WRITE NEWMASTERRECORD
               INVALID KEY
                   DISPLAY 'NEWMASTERF WRITE FAILED FOR VESSEL '
                       VM-VESSEL-ID ', FILE STATUS = ' NM-FSTATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY ADD 1 TO WRITTEN-COUNT
           END-WRITE.
