               05 TM-MAX-GAP-SECS PIC 9(8).
               05 FILLER PIC X.
               05 TM-STAMPED-ORDERS PIC 9(6).
               05 FILLER PIC X.
               05 TM-REPORT-REC PIC 9(6).

           FD FEEDF.
               01 FEEDRECORD PIC X(120).
