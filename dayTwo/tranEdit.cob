      * TRANREJ.DAT WITH THE REASON APPENDED SO THEY CAN BE FIXED AND
      * RESUBMITTED, AND EDITRPT.DAT SHOWS EACH REJECT PLUS COUNTS OF
      * ACCEPTED AND REJECTED RECORDS BY ERROR REASON.
      * A REVERSAL MUST NAME THE POSTING IT REVERSES. THE ORIGINAL
      * IS LOOKED UP ON THE HISTORY MASTER THROUGH REVCHECK: IT
      * MUST EXIST, MUST BE A POSTING, MUST BELONG TO THE SAME
      * DEPARTMENT AS THE REVERSAL, AND MUST STILL HAVE ENOUGH LEFT
      * UNREVERSED TO COVER IT - COUNTING THE REVERSALS ALREADY ON
      * THE MASTER, THE ONLINE ONES ON TONIGHT'S STAGE, AND THE ONES
      * EARLIER IN THIS SAME FILE. AN ACCEPTED REVERSAL GOES TO THE
      * CLEAN FILE STAMPED WITH ITS ORIGINAL'S RUN DATE.
      * THE RAW FILE CARRIES THE TRNFLDS CONTROL RECORDS: THE "H"
      * HEADER IS PASSED THROUGH TO THE CLEAN FILE, THE "T" TRAILER
      * IS BALANCED AGAINST THE COUNT AND HASH TOTAL OF THE DETAILS
               RECORD KEY IS HIST-RECORD-KEY
               ALTERNATE RECORD KEY IS HIST-TRAN-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-ORIG-RECORD-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

       DATA DIVISION.
               88 RAW-IS-HEADER VALUE "H".
               88 RAW-IS-DETAIL VALUE "D".
               88 RAW-IS-TRAILER VALUE "T".
           05 TRAN-BODY-RAW PICTURE IS X(33).
           05 TRAN-HEADER-RAW REDEFINES TRAN-BODY-RAW.
               10 HDR-RUN-DATE-RAW PICTURE IS X(8).
               10 HDR-DEPARTMENT-RAW PICTURE IS X(4).
               10 FILLER PICTURE IS X(21).
           05 TRAN-DETAIL-RAW REDEFINES TRAN-BODY-RAW.
               10 TRAN-KEY-RAW PICTURE IS X(6).
               10 TRAN-CODE-RAW PICTURE IS X.
               10 TRAN-RESUB-RAW PICTURE IS X.
                   88 RAW-IS-RESUBMIT VALUE "C".
               10 FILLER PICTURE IS X(2).
               10 TRAN-ORIG-KEY-RAW PICTURE IS X(6).
               10 TRAN-ORIG-DATE-RAW PICTURE IS X(8).
           05 TRAN-TRAILER-RAW REDEFINES TRAN-BODY-RAW.
               10 TRL-COUNT-RAW PICTURE IS X(6).
               10 TRL-HASH-RAW PICTURE IS X(9).
               10 FILLER PICTURE IS X(18).

       FD  TRAN-FILE-CLEAN.
       01  TRAN-RECORD-CLEAN PICTURE IS X(34).

       FD  REJECT-FILE-OUT.
       01  REJECT-RECORD-OUT.
           05 REJ-RECORD-IMAGE PICTURE IS X(34).
           05 FILLER PICTURE IS X(2).
           05 REJ-REASON PICTURE IS X(16).

           COPY HSTFLDS.

       WORKING-STORAGE SECTION.
           COPY RVSCOM.
       01 WS-RAW-FILE-STATUS PICTURE IS XX.
       01 WS-CLEAN-FILE-STATUS PICTURE IS XX.
       01 WS-REJECT-FILE-STATUS PICTURE IS XX.
       01 WS-HEADER-DEPARTMENT PICTURE IS X(4) VALUE SPACES.
       01 WS-REJECT-REASON PICTURE IS X(16).
       01 WS-RUN-DATE-TIME PICTURE IS X(21).
       01 WS-ORIG-KEY-NUM PICTURE IS 9(6).
       01 WS-ORIG-DATE-NUM PICTURE IS 9(8).
       01 WS-DETAIL-DEPARTMENT PICTURE IS X(4).
       01 WS-REVERSAL-AMOUNT PICTURE IS 9(4).
       01 WS-ORIG-REMAINING PICTURE IS S9(7).

      * REVERSALS ACCEPTED EARLIER IN THIS FILE, TOTALLED BY THE
      * ORIGINAL THEY REVERSE - THEY ARE NOT ON THE MASTER OR THE
      * ONLINE STAGE YET, SO REVCHECK CANNOT SEE THEM. A NIGHT WITH
      * MORE DISTINCT ORIGINALS REVERSED THAN THE TABLE HOLDS
      * REJECTS THE OVERFLOW RATHER THAN LET IT GO UNCHECKED.
       01 WS-RUN-REVERSAL-TABLE.
           05 WS-RUN-RVSL-COUNT PICTURE IS 9(4) VALUE ZERO.
           05 WS-RUN-RVSL-MAX PICTURE IS 9(4) VALUE 500.
           05 WS-RUN-RVSL-ENTRY OCCURS 500 TIMES.
               10 WS-RUN-RVSL-LINK.
                   15 WS-RUN-RVSL-DATE PICTURE IS 9(8).
                   15 WS-RUN-RVSL-KEY PICTURE IS 9(6).
               10 WS-RUN-RVSL-AMOUNT PICTURE IS 9(7).
       01 WS-RUN-RVSL-SUB PICTURE IS 9(4).
       01 WS-RUN-RVSL-FOUND-SUB PICTURE IS 9(4).
       01 WS-LINK-KEY.
           05 WS-LINK-DATE PICTURE IS 9(8).
           05 WS-LINK-TRAN-KEY PICTURE IS 9(6).

       01 WS-EDIT-COUNTS.
           05 WS-READ-COUNT PICTURE IS 9(6) VALUE ZERO.
           05 WS-BAD-CODE-COUNT PICTURE IS 9(6) VALUE ZERO.
           05 WS-HIST-DUP-COUNT PICTURE IS 9(6) VALUE ZERO.
           05 WS-RESUBMIT-COUNT PICTURE IS 9(6) VALUE ZERO.
           05 WS-NO-ORIG-KEY-COUNT PICTURE IS 9(6) VALUE ZERO.
           05 WS-ORIG-MISSING-COUNT PICTURE IS 9(6) VALUE ZERO.
           05 WS-ORIG-NOT-POST-COUNT PICTURE IS 9(6) VALUE ZERO.
           05 WS-ORIG-OTHER-DEPT-COUNT PICTURE IS 9(6) VALUE ZERO.
           05 WS-ORIG-REVERSED-COUNT PICTURE IS 9(6) VALUE ZERO.
           05 WS-ORIG-EXCEEDED-COUNT PICTURE IS 9(6) VALUE ZERO.
           05 WS-LINKED-COUNT PICTURE IS 9(6) VALUE ZERO.

       01 WS-CONTROL-TOTALS.
           05 WS-DETAIL-COUNT PICTURE IS 9(6) VALUE ZERO.
           05 FILLER PICTURE IS X VALUE "T".
           05 CLN-TRL-COUNT PICTURE IS 9(6).
           05 CLN-TRL-HASH PICTURE IS 9(9).
           05 FILLER PICTURE IS X(18) VALUE SPACES.

       01 WS-EDIT-HEADER-1.
           05 FILLER PICTURE IS X(10) VALUE SPACES.

       01 WS-REJECT-DETAIL.
           05 FILLER PICTURE IS X(10) VALUE "REJECTED: ".
           05 RJD-RECORD-IMAGE PICTURE IS X(34).
           05 FILLER PICTURE IS X(3) VALUE SPACES.
           05 RJD-REASON PICTURE IS X(16).

      * THE HISTORY MASTER FEEDS THE CROSS-DAY DUPLICATE CHECK. A
      * SITE THAT HAS NEVER POSTED (OR A MASTER AWAY FOR A REBUILD)
      * IS NOT A REASON TO STOP THE EDIT - THE CHECK IS SIMPLY
      * SKIPPED AND THE REPORT SAYS SO. REVERSALS ARE ANOTHER
      * MATTER: WITH NO MASTER THERE IS NO ORIGINAL TO MATCH, SO
      * EACH ONE IS REJECTED AND CAN BE RESUBMITTED ONCE THE MASTER
      * IS BACK.
       OPEN-HISTORY-MASTER.
           MOVE "N" TO WS-HISTORY-OPEN-SWITCH.
           OPEN INPUT HISTORY-MASTER-FILE.
                   IF TRAN-DEPT-RAW = SPACES
                       MOVE WS-HEADER-DEPARTMENT TO TRAN-DEPT-RAW
                   END-IF
                   IF TRAN-CODE-RAW = "R"
                       MOVE WS-ORIG-KEY-NUM TO TRAN-ORIG-KEY-RAW
                       MOVE WS-RVS-FOUND-DATE TO TRAN-ORIG-DATE-RAW
                       PERFORM HOLD-RUN-REVERSAL
                       ADD 1 TO WS-LINKED-COUNT
                   ELSE
                       MOVE ZEROS TO TRAN-ORIG-KEY-RAW
                       MOVE ZEROS TO TRAN-ORIG-DATE-RAW
                   END-IF
                   MOVE TRAN-RECORD-RAW TO TRAN-RECORD-CLEAN
                   WRITE TRAN-RECORD-CLEAN
                   ADD 1 TO WS-ACCEPT-COUNT
                   END-IF
               END-IF
           END-IF.
           IF NOT RECORD-IN-ERROR AND TRAN-CODE-RAW = "R"
               PERFORM CHECK-REVERSAL-LINK
           END-IF.

      * THE ORIGINAL KEY IS REQUIRED; THE ORIGINAL'S RUN DATE IS
      * OPTIONAL AND, LEFT BLANK OR ZERO, REVCHECK TAKES THE LATEST
      * POSTING OF THE KEY BEFORE TONIGHT. THE REVERSAL'S OWN
      * DEPARTMENT IS THE ONE IT WILL POST UNDER - ITS DETAIL
      * DEPARTMENT, OR THE HEADER'S WHEN THE DETAIL'S IS BLANK.
       CHECK-REVERSAL-LINK.
           MOVE ZERO TO WS-ORIG-KEY-NUM.
           MOVE ZERO TO WS-ORIG-DATE-NUM.
           IF TRAN-ORIG-KEY-RAW IS NUMERIC
               MOVE TRAN-ORIG-KEY-RAW TO WS-ORIG-KEY-NUM
           END-IF.
           IF WS-ORIG-KEY-NUM = ZERO
               MOVE "NO ORIGINAL KEY" TO WS-REJECT-REASON
               ADD 1 TO WS-NO-ORIG-KEY-COUNT
               SET RECORD-IN-ERROR TO TRUE
           ELSE
               IF TRAN-ORIG-DATE-RAW NOT = SPACES
                   IF TRAN-ORIG-DATE-RAW IS NUMERIC
                       MOVE TRAN-ORIG-DATE-RAW TO WS-ORIG-DATE-NUM
                   ELSE
                       MOVE "BAD ORIG DATE" TO WS-REJECT-REASON
                       ADD 1 TO WS-NO-ORIG-KEY-COUNT
                       SET RECORD-IN-ERROR TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF NOT RECORD-IN-ERROR
               MOVE WS-ORIG-KEY-NUM TO WS-RVS-ORIG-KEY
               MOVE WS-ORIG-DATE-NUM TO WS-RVS-ORIG-DATE
               MOVE WS-BUSINESS-DATE TO WS-RVS-BEFORE-DATE
               CALL "REVCHECK"
               PERFORM JUDGE-REVERSAL-LINK
           END-IF.

       JUDGE-REVERSAL-LINK.
           IF TRAN-DEPT-RAW = SPACES
               MOVE WS-HEADER-DEPARTMENT TO WS-DETAIL-DEPARTMENT
           ELSE
               MOVE TRAN-DEPT-RAW TO WS-DETAIL-DEPARTMENT
           END-IF.
           COMPUTE WS-REVERSAL-AMOUNT =
               WS-FIRST-NUMBER-NUM + WS-SECOND-NUMBER-NUM.
           EVALUATE TRUE
               WHEN RVS-HISTORY-DOWN
                   MOVE "NO HIST TO CHECK" TO WS-REJECT-REASON
                   ADD 1 TO WS-ORIG-MISSING-COUNT
                   SET RECORD-IN-ERROR TO TRUE
               WHEN RVS-ORIG-MISSING
                   MOVE "ORIG NOT FOUND" TO WS-REJECT-REASON
                   ADD 1 TO WS-ORIG-MISSING-COUNT
                   SET RECORD-IN-ERROR TO TRUE
               WHEN RVS-ORIG-NOT-POSTING
                   MOVE "ORIG NOT POSTING" TO WS-REJECT-REASON
                   ADD 1 TO WS-ORIG-NOT-POST-COUNT
                   SET RECORD-IN-ERROR TO TRUE
               WHEN WS-RVS-ORIG-DEPARTMENT NOT = WS-DETAIL-DEPARTMENT
                   MOVE "ORIG OTHER DEPT" TO WS-REJECT-REASON
                   ADD 1 TO WS-ORIG-OTHER-DEPT-COUNT
                   SET RECORD-IN-ERROR TO TRUE
               WHEN OTHER
                   PERFORM CHECK-ORIGINAL-REMAINING
           END-EVALUATE.

       CHECK-ORIGINAL-REMAINING.
           MOVE WS-RVS-FOUND-DATE TO WS-LINK-DATE.
           MOVE WS-ORIG-KEY-NUM TO WS-LINK-TRAN-KEY.
           PERFORM FIND-RUN-REVERSAL.
           COMPUTE WS-ORIG-REMAINING =
               WS-RVS-ORIG-RESULT - WS-RVS-REVERSED-TOTAL.
           IF WS-RUN-RVSL-FOUND-SUB > ZERO
               SUBTRACT WS-RUN-RVSL-AMOUNT(WS-RUN-RVSL-FOUND-SUB)
                   FROM WS-ORIG-REMAINING
           END-IF.
           EVALUATE TRUE
               WHEN WS-ORIG-REMAINING NOT > ZERO
                   MOVE "ORIG FULLY RVSD" TO WS-REJECT-REASON
                   ADD 1 TO WS-ORIG-REVERSED-COUNT
                   SET RECORD-IN-ERROR TO TRUE
               WHEN WS-REVERSAL-AMOUNT > WS-ORIG-REMAINING
                   MOVE "EXCEEDS ORIGINAL" TO WS-REJECT-REASON
                   ADD 1 TO WS-ORIG-EXCEEDED-COUNT
                   SET RECORD-IN-ERROR TO TRUE
               WHEN WS-RUN-RVSL-FOUND-SUB = ZERO
                       AND WS-RUN-RVSL-COUNT >= WS-RUN-RVSL-MAX
                   MOVE "RVSL TABLE FULL" TO WS-REJECT-REASON
                   ADD 1 TO WS-ORIG-EXCEEDED-COUNT
                   SET RECORD-IN-ERROR TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FIND-RUN-REVERSAL.
           MOVE ZERO TO WS-RUN-RVSL-FOUND-SUB.
           MOVE 1 TO WS-RUN-RVSL-SUB.
           PERFORM TEST-ONE-RUN-REVERSAL
               UNTIL WS-RUN-RVSL-SUB > WS-RUN-RVSL-COUNT
               OR WS-RUN-RVSL-FOUND-SUB > ZERO.

       TEST-ONE-RUN-REVERSAL.
           IF WS-RUN-RVSL-LINK(WS-RUN-RVSL-SUB) = WS-LINK-KEY
               MOVE WS-RUN-RVSL-SUB TO WS-RUN-RVSL-FOUND-SUB
           END-IF.
           ADD 1 TO WS-RUN-RVSL-SUB.

      * CALLED ONLY FOR A REVERSAL THAT PASSED EVERY CHECK, SO THE
      * LINK KEY AND FOUND SUBSCRIPT ARE STILL THE ONES JUST USED.
       HOLD-RUN-REVERSAL.
           IF WS-RUN-RVSL-FOUND-SUB = ZERO
               ADD 1 TO WS-RUN-RVSL-COUNT
               MOVE WS-RUN-RVSL-COUNT TO WS-RUN-RVSL-FOUND-SUB
               MOVE WS-LINK-KEY
                   TO WS-RUN-RVSL-LINK(WS-RUN-RVSL-FOUND-SUB)
               MOVE ZERO TO WS-RUN-RVSL-AMOUNT(WS-RUN-RVSL-FOUND-SUB)
           END-IF.
           ADD WS-REVERSAL-AMOUNT
               TO WS-RUN-RVSL-AMOUNT(WS-RUN-RVSL-FOUND-SUB).

      * THE HIST-TRAN-KEY ALTERNATE INDEX HANDS BACK EVERY POSTING
      * OF THE KEY ACROSS EVERY RUN DATE; ONE INSIDE THE LOOKBACK
           MOVE "  DUPLICATE IN HISTORY:" TO CNT-LABEL.
           MOVE WS-HIST-DUP-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  NO/BAD ORIGINAL KEY:" TO CNT-LABEL.
           MOVE WS-NO-ORIG-KEY-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  ORIGINAL NOT FOUND:" TO CNT-LABEL.
           MOVE WS-ORIG-MISSING-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  ORIGINAL NOT POSTING:" TO CNT-LABEL.
           MOVE WS-ORIG-NOT-POST-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  ORIGINAL OTHER DEPT:" TO CNT-LABEL.
           MOVE WS-ORIG-OTHER-DEPT-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  ORIGINAL ALL REVERSED:" TO CNT-LABEL.
           MOVE WS-ORIG-REVERSED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  EXCEEDS ORIGINAL:" TO CNT-LABEL.
           MOVE WS-ORIG-EXCEEDED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "RESUBMITS HONORED:" TO CNT-LABEL.
           MOVE WS-RESUBMIT-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "REVERSALS LINKED:" TO CNT-LABEL.
           MOVE WS-LINKED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           IF NOT HISTORY-AVAILABLE
               MOVE "CROSS-DAY DUPLICATE CHECK SKIPPED - NO HISTORY"
                   TO EDIT-REPORT-LINE
               WRITE EDIT-REPORT-LINE
               MOVE "REVERSALS CANNOT BE MATCHED - NO HISTORY"
                   TO EDIT-REPORT-LINE
               WRITE EDIT-REPORT-LINE
           END-IF.

       WRITE-COUNT-LINE.
