           SELECT XMIT-REGISTER-FILE ASSIGN TO "XMITREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMIT-REGISTER-STATUS.
           SELECT NEXT-DAY-STAGE-FILE ASSIGN TO "ADDONLNX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEXT-DAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PEND-TRAN-CODE PICTURE IS X.
               88 PEND-IS-REVERSAL VALUE "R".
           05 PEND-DEPARTMENT PICTURE IS X(4).
           05 PEND-ORIG-RECORD-KEY.
               10 PEND-ORIG-DATE PICTURE IS 9(8).
               10 PEND-ORIG-KEY PICTURE IS 9(6).

       FD  RUN-CONTROL-FILE.
           COPY RUNFLDS.
       FD  XMIT-REGISTER-FILE.
           COPY XMTFLDS.

       FD  NEXT-DAY-STAGE-FILE.
           COPY NXTFLDS.

       WORKING-STORAGE SECTION.
           COPY ADDFLDS.
           COPY SIGNCOM.
       01 WS-XMIT-REGISTER-STATUS PICTURE IS XX.
       01 WS-IFACE-COUNT PICTURE IS 9(6) VALUE ZERO.
       01 WS-MERGE-COUNT PICTURE IS 9(6) VALUE ZERO.
       01 WS-NEXT-DAY-STATUS PICTURE IS XX.
       01 WS-PROMOTE-COUNT PICTURE IS 9(6) VALUE ZERO.
       01 WS-HELD-EOF-SWITCH PICTURE IS X VALUE "N".
           88 END-OF-HELD VALUE "Y".
       01 WS-EOF-SWITCH PICTURE IS X VALUE "N".
           88 END-OF-FILE VALUE "Y".
       01 WS-OVERFLOW-TYPE PICTURE IS X(8).
           MOVE ZERO TO WS-POSTING-TOTAL.
           MOVE ZERO TO WS-REVERSAL-TOTAL.
           MOVE ZERO TO WS-MERGE-COUNT.
           MOVE ZERO TO WS-PROMOTE-COUNT.
           MOVE ZERO TO WS-IFACE-COUNT.
           MOVE ZERO TO WS-DETAIL-COUNT.
           MOVE ZERO TO WS-HASH-TOTAL.
               MOVE THE-RESULT TO THE-RESULT-OUT
               MOVE "B" TO RESULT-ENTRY-SOURCE
               MOVE TRAN-DEPARTMENT-IN TO RESULT-DEPARTMENT
               MOVE TRAN-ORIG-DATE-IN TO RESULT-ORIG-DATE
               MOVE TRAN-ORIG-KEY-IN TO RESULT-ORIG-KEY
               IF TRAN-IS-REVERSAL
                   MOVE "R" TO RESULT-TRAN-CODE
                   ADD THE-RESULT-OUT TO WS-REVERSAL-TOTAL
               MOVE "P" TO EXC-TRAN-CODE
           END-IF.
           MOVE TRAN-DEPARTMENT-IN TO EXC-DEPARTMENT.
           MOVE TRAN-ORIG-DATE-IN TO EXC-ORIG-DATE.
           MOVE TRAN-ORIG-KEY-IN TO EXC-ORIG-KEY.
           WRITE EXCEPTION-RECORD.
           CLOSE EXCEPTION-LOG-FILE.

      * KEYED AFTER TONIGHT'S RUN SIMPLY WAITS ON THE STAGE FOR
      * TOMORROW'S. CLEARING THE STAGE IS DEFERRED TO
      * CLEAR-ONLINE-STAGE, AFTER THE CONTROL-TOTAL CHECK.
      * ENTRIES TAKEN AFTER AN EARLIER NIGHT'S RUN HAD STARTED WAIT
      * ON THE ADDONLNX.DAT NEXT-DAY STAGE; THOSE HELD FOR A BUSINESS
      * DATE BEFORE TONIGHT'S ARE PROMOTED INTO THE RUN FIRST, AHEAD
      * OF THE DAY'S OWN STAGE. ONE TAKEN AFTER TONIGHT'S RUN
      * STARTED CARRIES TONIGHT'S DATE AND STAYS HELD, SO A RESTART
      * OF THIS NIGHT CAN NEVER PICK IT UP.
       MERGE-ONLINE-PENDING.
           PERFORM MERGE-HELD-ENTRIES.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ONLINE-PENDING-FILE.
           IF WS-PENDING-STATUS NOT = "00"
      * THE ONES THE OPERATORS DISCARD AND RE-RUN, SO CLEARING THE
      * STAGE THEN WOULD LOSE EVERY ONLINE ENTRY THE DISCARDED RUN
      * HAD ABSORBED; LEFT ON THE STAGE, THEY SIMPLY MERGE AGAIN
      * INTO THE RE-RUN'S FRESHLY REBUILT FILES. ONCE CLEARED, THE
      * RESULT AND INTERFACE FILES ARE THE ONLY COPY OF THOSE
      * ENTRIES, SO A DAY LEFT OPEN AFTER A BALANCED BATCH IS
      * RESUMED PAST THIS PROGRAM BY MENUDRIVER AND NIGHTSTRM AND
      * NEVER POSTED A SECOND TIME.
      * ENTRIES PROMOTED OFF THE NEXT-DAY STAGE ARE NOT REMOVED
      * HERE - THE INTERACTIVE PROGRAMS MAY STILL BE ADDING TO THAT
      * FILE. NXTPURGE TAKES THEM OFF ONCE THE DAY IS FILED
      * COMPLETE, WHEN NEW ENTRIES GO TO ADDONLPD INSTEAD.
       CLEAR-ONLINE-STAGE.
           IF WS-MERGE-COUNT = ZERO
               CONTINUE
               END-IF
           END-IF.

       MERGE-HELD-ENTRIES.
           MOVE "N" TO WS-HELD-EOF-SWITCH.
           OPEN INPUT NEXT-DAY-STAGE-FILE.
           IF WS-NEXT-DAY-STATUS = "00"
               PERFORM READ-HELD-RECORD
               PERFORM MERGE-ONE-HELD UNTIL END-OF-HELD
               CLOSE NEXT-DAY-STAGE-FILE
               IF WS-PROMOTE-COUNT > ZERO
                   DISPLAY WS-PROMOTE-COUNT " ONLINE ENTRIES HELD PAST"
                       " AN EARLIER CUTOFF PROMOTED INTO THIS RUN"
               END-IF
           END-IF.

       MERGE-ONE-HELD.
           IF NXT-CUTOFF-DATE IS NUMERIC
                   AND NXT-CUTOFF-DATE < WS-BUSINESS-DATE
               MOVE NXT-TRAN-KEY TO TRAN-KEY-OUT
               MOVE NXT-FIRST-NUMBER TO FIRST-NUMBER-OUT
               MOVE NXT-SECOND-NUMBER TO SECOND-NUMBER-OUT
               MOVE NXT-RESULT TO THE-RESULT-OUT
               MOVE NXT-ENTRY-SOURCE TO RESULT-ENTRY-SOURCE
               MOVE NXT-TRAN-CODE TO RESULT-TRAN-CODE
               MOVE NXT-DEPARTMENT TO RESULT-DEPARTMENT
               MOVE NXT-ORIG-DATE TO RESULT-ORIG-DATE
               MOVE NXT-ORIG-KEY TO RESULT-ORIG-KEY
               IF NXT-IS-REVERSAL
                   SUBTRACT NXT-RESULT FROM WS-GRAND-TOTAL
                   ADD NXT-RESULT TO WS-REVERSAL-TOTAL
               ELSE
                   ADD NXT-RESULT TO WS-GRAND-TOTAL
                       ON SIZE ERROR
                           DISPLAY "*** GRAND TOTAL OVERFLOW MERGING"
                               " HELD TRAN " NXT-TRAN-KEY " ***"
                   END-ADD
                   ADD NXT-RESULT TO WS-POSTING-TOTAL
               END-IF
               WRITE RESULT-RECORD-OUT
               MOVE NXT-FIRST-NUMBER TO IFACE-FIRST-NUMBER
               MOVE NXT-SECOND-NUMBER TO IFACE-SECOND-NUMBER
               MOVE NXT-RESULT TO IFACE-RESULT
               MOVE NXT-ENTRY-SOURCE TO IFACE-ENTRY-SOURCE
               MOVE NXT-TRAN-CODE TO IFACE-TRAN-CODE
               MOVE NXT-DEPARTMENT TO IFACE-DEPARTMENT
               WRITE INTERFACE-RECORD-OUT
               ADD 1 TO WS-IFACE-COUNT
               ADD 1 TO WS-MERGE-COUNT
               ADD 1 TO WS-PROMOTE-COUNT
           END-IF.
           PERFORM READ-HELD-RECORD.

       READ-HELD-RECORD.
           READ NEXT-DAY-STAGE-FILE
               AT END SET END-OF-HELD TO TRUE
           END-READ.

       MERGE-ONE-PENDING.
           MOVE PEND-TRAN-KEY TO TRAN-KEY-OUT.
           MOVE PEND-FIRST-NUMBER TO FIRST-NUMBER-OUT.
           MOVE PEND-ENTRY-SOURCE TO RESULT-ENTRY-SOURCE.
           MOVE PEND-TRAN-CODE TO RESULT-TRAN-CODE.
           MOVE PEND-DEPARTMENT TO RESULT-DEPARTMENT.
           IF PEND-ORIG-RECORD-KEY IS NUMERIC
               MOVE PEND-ORIG-DATE TO RESULT-ORIG-DATE
               MOVE PEND-ORIG-KEY TO RESULT-ORIG-KEY
           ELSE
               MOVE ZERO TO RESULT-ORIG-DATE
               MOVE ZERO TO RESULT-ORIG-KEY
           END-IF.
           IF PEND-IS-REVERSAL
               SUBTRACT PEND-RESULT FROM WS-GRAND-TOTAL
               ADD PEND-RESULT TO WS-REVERSAL-TOTAL
                   MOVE WS-GRAND-TOTAL TO XMIT-TOTAL
               END-IF
               MOVE "PENDING " TO XMIT-ACK-STATUS
               MOVE "O" TO XMIT-SEND-TYPE
               MOVE WS-RUN-DATE-TIME(1:8) TO XMIT-SENT-DATE
               OPEN EXTEND XMIT-REGISTER-FILE
               IF WS-XMIT-REGISTER-STATUS = "35"
                   OPEN OUTPUT XMIT-REGISTER-FILE
