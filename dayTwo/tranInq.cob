      * TRANSACTION INQUIRY. WHEN A DEPARTMENT CALLS ASKING WHAT
      * HAPPENED TO A TRANSACTION, THE OPERATOR KEYS THE TRAN KEY
      * AND THIS PROGRAM TRACES IT ACROSS EVERY PLACE IT COULD BE:
      * TODAY'S RESULTOUT.DAT, THE ADDONLPD.DAT ONLINE STAGE, THE
      * ADDONLNX.DAT NEXT-DAY STAGE OF ENTRIES TAKEN AFTER THE CUTOFF,
      * THE RESULTHST.DAT HISTORY MASTER
      * (EVERY PRIOR RUN, FETCHED DIRECTLY THROUGH THE HIST-TRAN-KEY
      * ALTERNATE INDEX RATHER THAN A FRONT-TO-BACK READ - THE
      * CALLER IS WAITING ON THE LINE), AND THE EXCEPLOG.DAT
      * OVERFLOW LOG. FOR EACH HIT IT DISPLAYS THE INPUT VALUES,
      * THE RESULT IF POSTED, THE OVERFLOW TYPE AND TIMESTAMP IF
      * REJECTED, AND WHICH RUN PROCESSED IT. THE REVERSAL LINK IS
      * SHOWN BOTH WAYS - A REVERSAL NAMES THE POSTING IT REVERSES,
      * AND A POSTING ON THE HISTORY MASTER LISTS EVERY REVERSAL
      * FILED OR STAGED AGAINST IT WITH WHAT REMAINS OF IT NET.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANINQ.
       ENVIRONMENT DIVISION.
               RECORD KEY IS HIST-RECORD-KEY
               ALTERNATE RECORD KEY IS HIST-TRAN-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-ORIG-RECORD-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "EXCEPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT ONLINE-PENDING-FILE ASSIGN TO "ADDONLPD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT NEXT-DAY-STAGE-FILE ASSIGN TO "ADDONLNX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEXT-DAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PEND-ENTRY-SOURCE PICTURE IS X.
           05 PEND-TRAN-CODE PICTURE IS X.
           05 PEND-DEPARTMENT PICTURE IS X(4).
           05 PEND-ORIG-RECORD-KEY.
               10 PEND-ORIG-DATE PICTURE IS 9(8).
               10 PEND-ORIG-KEY PICTURE IS 9(6).

       FD  NEXT-DAY-STAGE-FILE.
           COPY NXTFLDS.

       WORKING-STORAGE SECTION.
           COPY INQCOM.
       01 WS-HISTORY-FILE-STATUS PICTURE IS XX.
       01 WS-EXCEPTION-FILE-STATUS PICTURE IS XX.
       01 WS-PENDING-STATUS PICTURE IS XX.
       01 WS-NEXT-DAY-STATUS PICTURE IS XX.
       01 WS-EOF-SWITCH PICTURE IS X VALUE "N".
           88 END-OF-FILE VALUE "Y".
       01 WS-KEY-ENTRY-SWITCH PICTURE IS X VALUE "N".
       01 WS-INQ-KEY PICTURE IS 9(6).
       01 WS-FOUND-COUNT PICTURE IS 9(4) VALUE ZERO.
       01 WS-ARCHIVE-ANSWER PICTURE IS X.
       01 WS-LINK-EOF-SWITCH PICTURE IS X VALUE "N".
           88 END-OF-LINKS VALUE "Y".
       01 WS-LINK-KEY.
           05 WS-LINK-DATE PICTURE IS 9(8).
           05 WS-LINK-TRAN-KEY PICTURE IS 9(6).
       01 WS-LINK-ORIG-RESULT PICTURE IS 9999.
       01 WS-LINK-COUNT PICTURE IS 9(4).
       01 WS-LINK-REVERSED PICTURE IS 9(7).
       01 WS-LINK-NET PICTURE IS S9(7).
       01 WS-LINK-NET-OUT PICTURE IS ZZZZZZ9-.
       01 WS-LINK-AMOUNT-OUT PICTURE IS ZZZ9.

      * THE POSTINGS OF THE KEY FOUND ON THE HISTORY MASTER. THEIR
      * REVERSALS ARE LOOKED UP ONLY AFTER THE HIST-TRAN-KEY BROWSE
      * IS FINISHED - STARTING ON THE OTHER INDEX IN THE MIDDLE OF
      * IT WOULD LOSE THE PLACE. A KEY IS NOT RECYCLED OFTEN ENOUGH
      * INSIDE THE RETENTION PERIOD TO FILL THE TABLE.
       01 WS-POSTING-TABLE.
           05 WS-POSTING-COUNT PICTURE IS 99 VALUE ZERO.
           05 WS-POSTING-ENTRY OCCURS 20 TIMES.
               10 WS-POSTING-DATE PICTURE IS 9(8).
               10 WS-POSTING-RESULT PICTURE IS 9999.
       01 WS-POSTING-SUB PICTURE IS 99.

       01 WS-INQ-DETAIL.
           05 FILLER PICTURE IS X(5) VALUE "RUN ".
       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE ZERO TO WS-FOUND-COUNT.
           PERFORM GET-INQUIRY-KEY.
           DISPLAY "DISPOSITION OF TRAN " WS-INQ-KEY ":".
           PERFORM SEARCH-DAY-RESULTS.
           PERFORM SEARCH-PENDING-FILE.
           PERFORM SEARCH-HELD-FILE.
           PERFORM SEARCH-HISTORY-MASTER.
           PERFORM SEARCH-EXCEPTION-LOG.
           IF WS-FOUND-COUNT = ZERO
               DISPLAY "NOT FOUND IN TODAY'S RESULTS, THE ONLINE"
                   " STAGES, THE RESULTS HISTORY, OR THE EXCEPTION"
                   " LOG"
           END-IF.
           PERFORM OFFER-ARCHIVE-SEARCH.
               MOVE RESULT-ENTRY-SOURCE TO INQ-ENTRY-SOURCE
               MOVE RESULT-DEPARTMENT TO INQ-DEPARTMENT
               DISPLAY WS-INQ-DETAIL
               IF RESULT-IS-REVERSAL
                       AND RESULT-ORIG-RECORD-KEY IS NUMERIC
                       AND RESULT-ORIG-KEY > ZERO
                   DISPLAY "  REVERSES TRAN " RESULT-ORIG-KEY
                       " OF " RESULT-ORIG-DATE
               END-IF
           END-IF.
           PERFORM READ-RESULT-RECORD.

               MOVE PEND-DEPARTMENT TO INQ-DEPARTMENT
               DISPLAY WS-INQ-DETAIL
               DISPLAY "  (AWAITING TONIGHT'S BATCH RUN)"
               IF PEND-TRAN-CODE = "R"
                       AND PEND-ORIG-RECORD-KEY IS NUMERIC
                       AND PEND-ORIG-KEY > ZERO
                   DISPLAY "  REVERSES TRAN " PEND-ORIG-KEY
                       " OF " PEND-ORIG-DATE
               END-IF
           END-IF.
           PERFORM READ-PENDING-RECORD.

               AT END SET END-OF-FILE TO TRUE
           END-READ.

      * AN ENTRY TAKEN AFTER THE NIGHT'S RUN STARTED WAITS ON THE
      * NEXT-DAY STAGE UNTIL THE FOLLOWING NIGHT PROMOTES IT.
       SEARCH-HELD-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT NEXT-DAY-STAGE-FILE.
           IF WS-NEXT-DAY-STATUS = "00"
               PERFORM READ-HELD-RECORD
               PERFORM CHECK-HELD-RECORD UNTIL END-OF-FILE
               CLOSE NEXT-DAY-STAGE-FILE
           END-IF.

       CHECK-HELD-RECORD.
           IF NXT-TRAN-KEY = WS-INQ-KEY
               ADD 1 TO WS-FOUND-COUNT
               MOVE "HELD    " TO INQ-RUN-DATE
               MOVE NXT-FIRST-NUMBER TO INQ-FIRST-NUMBER
               MOVE NXT-SECOND-NUMBER TO INQ-SECOND-NUMBER
               MOVE NXT-RESULT TO INQ-RESULT
               MOVE NXT-TRAN-CODE TO INQ-TRAN-CODE
               MOVE NXT-ENTRY-SOURCE TO INQ-ENTRY-SOURCE
               MOVE NXT-DEPARTMENT TO INQ-DEPARTMENT
               DISPLAY WS-INQ-DETAIL
               DISPLAY "  (TAKEN BY " NXT-KEYED-BY " AFTER THE "
                   NXT-CUTOFF-DATE " RUN STARTED - POSTS TO THE"
                   " NEXT BUSINESS DATE)"
               IF NXT-IS-REVERSAL
                       AND NXT-ORIG-RECORD-KEY IS NUMERIC
                       AND NXT-ORIG-KEY > ZERO
                   DISPLAY "  REVERSES TRAN " NXT-ORIG-KEY
                       " OF " NXT-ORIG-DATE
               END-IF
           END-IF.
           PERFORM READ-HELD-RECORD.

       READ-HELD-RECORD.
           READ NEXT-DAY-STAGE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       SEARCH-HISTORY-MASTER.
           MOVE ZERO TO WS-POSTING-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT HISTORY-MASTER-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = "00"
                   PERFORM READ-HISTORY-RECORD
               END-IF
               PERFORM CHECK-HISTORY-RECORD UNTIL END-OF-FILE
               MOVE 1 TO WS-POSTING-SUB
               PERFORM SHOW-POSTING-REVERSALS
                   UNTIL WS-POSTING-SUB > WS-POSTING-COUNT
               CLOSE HISTORY-MASTER-FILE
           END-IF.

           MOVE HIST-ENTRY-SOURCE TO INQ-ENTRY-SOURCE.
           MOVE HIST-DEPARTMENT TO INQ-DEPARTMENT.
           DISPLAY WS-INQ-DETAIL.
           IF HIST-IS-REVERSAL
               IF HIST-ORIG-TRAN-KEY > ZERO
                   DISPLAY "  REVERSES TRAN " HIST-ORIG-TRAN-KEY
                       " OF " HIST-ORIG-DATE
               END-IF
           ELSE
               IF WS-POSTING-COUNT < 20
                   ADD 1 TO WS-POSTING-COUNT
                   MOVE HIST-RUN-DATE
                       TO WS-POSTING-DATE (WS-POSTING-COUNT)
                   MOVE HIST-RESULT
                       TO WS-POSTING-RESULT (WS-POSTING-COUNT)
               END-IF
           END-IF.
           PERFORM READ-HISTORY-RECORD.

       READ-HISTORY-RECORD.
               END-IF
           END-IF.

      * EVERY REVERSAL FILED AGAINST ONE POSTING COMES BACK THROUGH
      * THE HIST-ORIG-RECORD-KEY INDEX; ONLINE REVERSALS NOT YET
      * POSTED ARE PICKED UP FROM THE STAGE AND THE NEXT-DAY STAGE,
      * THE SAME PLACES REVCHECK TOTALS BEFORE IT LETS ANOTHER
      * REVERSAL THROUGH.
       SHOW-POSTING-REVERSALS.
           MOVE WS-POSTING-DATE (WS-POSTING-SUB) TO WS-LINK-DATE.
           MOVE WS-INQ-KEY TO WS-LINK-TRAN-KEY.
           MOVE WS-POSTING-RESULT (WS-POSTING-SUB)
               TO WS-LINK-ORIG-RESULT.
           MOVE ZERO TO WS-LINK-COUNT.
           MOVE ZERO TO WS-LINK-REVERSED.
           DISPLAY "REVERSALS OF THE " WS-LINK-DATE " POSTING:".
           MOVE "N" TO WS-LINK-EOF-SWITCH.
           MOVE WS-LINK-KEY TO HIST-ORIG-RECORD-KEY.
           START HISTORY-MASTER-FILE
               KEY IS EQUAL TO HIST-ORIG-RECORD-KEY
               INVALID KEY
                   SET END-OF-LINKS TO TRUE
           END-START.
           IF NOT END-OF-LINKS
               PERFORM READ-LINKED-HISTORY
           END-IF.
           PERFORM SHOW-ONE-HISTORY-REVERSAL UNTIL END-OF-LINKS.
           PERFORM SCAN-STAGED-REVERSALS.
           PERFORM SCAN-HELD-REVERSALS.
           IF WS-LINK-COUNT = ZERO
               DISPLAY "  NONE - THE POSTING STANDS IN FULL"
           ELSE
               COMPUTE WS-LINK-NET =
                   WS-LINK-ORIG-RESULT - WS-LINK-REVERSED
               MOVE WS-LINK-NET TO WS-LINK-NET-OUT
               DISPLAY "  REMAINING NET " WS-LINK-NET-OUT
           END-IF.
           ADD 1 TO WS-POSTING-SUB.

       SHOW-ONE-HISTORY-REVERSAL.
           IF HIST-IS-REVERSAL
               ADD 1 TO WS-LINK-COUNT
               ADD HIST-RESULT TO WS-LINK-REVERSED
               MOVE HIST-RESULT TO WS-LINK-AMOUNT-OUT
               DISPLAY "  REVERSED BY TRAN " HIST-TRAN-KEY
                   " OF " HIST-RUN-DATE
                   "  AMOUNT " WS-LINK-AMOUNT-OUT
           END-IF.
           PERFORM READ-LINKED-HISTORY.

       READ-LINKED-HISTORY.
           READ HISTORY-MASTER-FILE NEXT RECORD
               AT END SET END-OF-LINKS TO TRUE
           END-READ.
           IF NOT END-OF-LINKS
               IF HIST-ORIG-RECORD-KEY NOT = WS-LINK-KEY
                   SET END-OF-LINKS TO TRUE
               END-IF
           END-IF.

       SCAN-STAGED-REVERSALS.
           MOVE "N" TO WS-LINK-EOF-SWITCH.
           OPEN INPUT ONLINE-PENDING-FILE.
           IF WS-PENDING-STATUS = "00"
               PERFORM READ-STAGED-LINK
               PERFORM SHOW-ONE-STAGED-REVERSAL UNTIL END-OF-LINKS
               CLOSE ONLINE-PENDING-FILE
           END-IF.

       SHOW-ONE-STAGED-REVERSAL.
           IF PEND-TRAN-CODE = "R"
                   AND PEND-ORIG-RECORD-KEY = WS-LINK-KEY
               ADD 1 TO WS-LINK-COUNT
               ADD PEND-RESULT TO WS-LINK-REVERSED
               MOVE PEND-RESULT TO WS-LINK-AMOUNT-OUT
               DISPLAY "  REVERSED BY TRAN " PEND-TRAN-KEY
                   " (STAGED)  AMOUNT " WS-LINK-AMOUNT-OUT
           END-IF.
           PERFORM READ-STAGED-LINK.

       READ-STAGED-LINK.
           READ ONLINE-PENDING-FILE
               AT END SET END-OF-LINKS TO TRUE
           END-READ.

       SCAN-HELD-REVERSALS.
           MOVE "N" TO WS-LINK-EOF-SWITCH.
           OPEN INPUT NEXT-DAY-STAGE-FILE.
           IF WS-NEXT-DAY-STATUS = "00"
               PERFORM READ-HELD-LINK
               PERFORM SHOW-ONE-HELD-REVERSAL UNTIL END-OF-LINKS
               CLOSE NEXT-DAY-STAGE-FILE
           END-IF.

       SHOW-ONE-HELD-REVERSAL.
           IF NXT-IS-REVERSAL
                   AND NXT-ORIG-RECORD-KEY = WS-LINK-KEY
               ADD 1 TO WS-LINK-COUNT
               ADD NXT-RESULT TO WS-LINK-REVERSED
               MOVE NXT-RESULT TO WS-LINK-AMOUNT-OUT
               DISPLAY "  REVERSED BY TRAN " NXT-TRAN-KEY
                   " (HELD)    AMOUNT " WS-LINK-AMOUNT-OUT
           END-IF.
           PERFORM READ-HELD-LINK.

       READ-HELD-LINK.
           READ NEXT-DAY-STAGE-FILE
               AT END SET END-OF-LINKS TO TRUE
           END-READ.

       SEARCH-EXCEPTION-LOG.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT EXCEPTION-LOG-FILE.
