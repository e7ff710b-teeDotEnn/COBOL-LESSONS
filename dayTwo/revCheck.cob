      * REVERSAL-TO-ORIGINAL LOOKUP. EVERY REVERSAL NAMES THE
      * POSTING IT REVERSES; GIVEN THAT TRAN KEY (AND, IF THE
      * CALLER KNOWS IT, THE RUN DATE) IN THE SHARED RVSCOM FIELDS,
      * THIS PROGRAM FINDS THE ORIGINAL ON THE RESULTHST.DAT
      * HISTORY MASTER AND HANDS BACK ITS RUN DATE, AMOUNT AND
      * DEPARTMENT, PLUS EVERYTHING ALREADY REVERSED AGAINST IT -
      * THE REVERSALS FILED ON THE MASTER THROUGH THE
      * HIST-ORIG-RECORD-KEY ALTERNATE INDEX AND THE ONLINE
      * REVERSALS STILL SITTING ON THE ADDONLPD.DAT STAGE FOR
      * TONIGHT'S RUN OR HELD ON THE ADDONLNX.DAT NEXT-DAY STAGE
      * AFTER THE CUTOFF. WHILE A NIGHT'S RUN IS OPEN PAST THE
      * BATCH - HELD ON A VARIANCE OR STOPPED BEFORE THE HISTORY
      * POST - THE DAY'S REVERSALS AND THE ONLINE ONES IT MERGED ARE
      * ON NEITHER THE MASTER NOR THE STAGE BUT ONLY ON
      * RESULTOUT.DAT, SO RUNCTL.DAT IS READ AND THAT FILE IS
      * COUNTED TOO. A HELD REVERSAL THE BATCH HAS ALREADY PROMOTED
      * STAYS ON ADDONLNX.DAT UNTIL NXTPURGE CLEARS IT, AND IS NOT
      * COUNTED THERE A SECOND TIME.
      * WITH NO RUN DATE GIVEN, THE LATEST POSTING OF
      * THE KEY FILED BEFORE THE CALLER'S BUSINESS DATE IS TAKEN -
      * TRAN KEYS ARE RECYCLED, AND THE MOST RECENT USE IS THE ONE A
      * DEPARTMENT MEANS. TRANEDIT CALLS IT FOR EVERY BATCH
      * REVERSAL, ADDTWONUMS FOR EVERY ONLINE ONE AND REVAPPR AGAIN
      * AT APPROVAL, SO ALL THREE JUDGE A REVERSAL BY THE SAME
      * RULE. AN ORIGINAL THAT HAS BEEN ARCHIVED OFF THE MASTER BY
      * HISTARCH IS NO LONGER FOUND - A REVERSAL THAT OLD IS A
      * MATTER FOR A MANUAL ADJUSTMENT, NOT THE NIGHTLY RUN. CALLED
      * DYNAMICALLY AND NEEDS ITS OWN LOAD MODULE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVCHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-MASTER-FILE ASSIGN TO "RESULTHST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-RECORD-KEY
               ALTERNATE RECORD KEY IS HIST-TRAN-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-ORIG-RECORD-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT ONLINE-PENDING-FILE ASSIGN TO "ADDONLPD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT NEXT-DAY-STAGE-FILE ASSIGN TO "ADDONLNX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEXT-DAY-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT DAY-RESULT-FILE ASSIGN TO "RESULTOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAY-RESULT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-MASTER-FILE.
           COPY HSTFLDS.

       FD  ONLINE-PENDING-FILE.
           COPY RSLFLDS.

       FD  NEXT-DAY-STAGE-FILE.
           COPY NXTFLDS.

       FD  RUN-CONTROL-FILE.
           COPY RUNFLDS.

      * RESULTOUT.DAT IS WRITTEN IN THE RSLFLDS LAYOUT. THIS RECORD
      * MUST MIRROR IT FIELD FOR FIELD - IT CANNOT COPY THE BOOK
      * BECAUSE THE ONLINE STAGE FD ABOVE ALREADY OWNS THOSE NAMES.
       FD  DAY-RESULT-FILE.
       01  DAY-RESULT-RECORD.
           05 DAY-TRAN-KEY PICTURE IS 9(6).
           05 DAY-FIRST-NUMBER PICTURE IS 99.
           05 DAY-SECOND-NUMBER PICTURE IS 9(4).
           05 DAY-RESULT PICTURE IS 9999.
           05 DAY-ENTRY-SOURCE PICTURE IS X.
           05 DAY-TRAN-CODE PICTURE IS X.
               88 DAY-IS-REVERSAL VALUE "R".
           05 DAY-DEPARTMENT PICTURE IS X(4).
           05 DAY-ORIG-RECORD-KEY.
               10 DAY-ORIG-DATE PICTURE IS 9(8).
               10 DAY-ORIG-KEY PICTURE IS 9(6).

       WORKING-STORAGE SECTION.
           COPY RVSCOM.
       01 WS-HISTORY-FILE-STATUS PICTURE IS XX.
       01 WS-PENDING-STATUS PICTURE IS XX.
       01 WS-NEXT-DAY-STATUS PICTURE IS XX.
       01 WS-RUN-CONTROL-STATUS PICTURE IS XX.
       01 WS-DAY-RESULT-STATUS PICTURE IS XX.
       01 WS-RUN-DATE PICTURE IS 9(8) VALUE ZERO.
       01 WS-KEY-EOF-SWITCH PICTURE IS X VALUE "N".
           88 END-OF-KEY VALUE "Y".
       01 WS-EOF-SWITCH PICTURE IS X VALUE "N".
           88 END-OF-FILE VALUE "Y".

      * THE BATCH'S NIGHTSTRM STEP NUMBER, WHICH BOTH DRIVERS RECORD
      * ON RUNCTL.DAT ONCE THE BATCH HAS BALANCED.
       01 WS-BATCH-STEP PICTURE IS 99 VALUE 3.
       01 WS-DAY-BUILT-SWITCH PICTURE IS X VALUE "N".
           88 DAY-RESULTS-BUILT VALUE "Y".
       01 WS-PROMOTED-SWITCH PICTURE IS X VALUE "N".
           88 EARLIER-HELD-PROMOTED VALUE "Y".
       01 WS-LINK-KEY.
           05 WS-LINK-DATE PICTURE IS 9(8).
           05 WS-LINK-TRAN-KEY PICTURE IS 9(6).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE ZERO TO WS-RVS-FOUND-DATE.
           MOVE ZERO TO WS-RVS-ORIG-RESULT.
           MOVE SPACES TO WS-RVS-ORIG-DEPARTMENT.
           MOVE ZERO TO WS-RVS-REVERSED-TOTAL.
           SET RVS-HISTORY-DOWN TO TRUE.
           OPEN INPUT HISTORY-MASTER-FILE.
           IF WS-HISTORY-FILE-STATUS = "00"
               SET RVS-ORIG-MISSING TO TRUE
               IF WS-RVS-ORIG-DATE IS NUMERIC
                       AND WS-RVS-ORIG-DATE > ZERO
                   PERFORM READ-NAMED-ORIGINAL
               ELSE
                   PERFORM FIND-LATEST-ORIGINAL
               END-IF
               IF RVS-ORIG-FOUND
                   MOVE WS-RVS-FOUND-DATE TO WS-LINK-DATE
                   MOVE WS-RVS-ORIG-KEY TO WS-LINK-TRAN-KEY
                   PERFORM TOTAL-HISTORY-REVERSALS
               END-IF
               CLOSE HISTORY-MASTER-FILE
               IF RVS-ORIG-FOUND
                   PERFORM READ-RUN-CONTROL
                   IF DAY-RESULTS-BUILT
                       PERFORM TOTAL-DAY-REVERSALS
                   END-IF
                   PERFORM TOTAL-STAGED-REVERSALS
                   PERFORM TOTAL-HELD-REVERSALS
               END-IF
           END-IF.
       PROGRAM-DONE.
           GOBACK.

      * THE DEPARTMENT SAID WHICH DAY'S POSTING IT MEANT, SO THAT
      * ONE RECORD IS READ STRAIGHT BY ITS PRIMARY KEY.
       READ-NAMED-ORIGINAL.
           MOVE WS-RVS-ORIG-DATE TO HIST-RUN-DATE.
           MOVE WS-RVS-ORIG-KEY TO HIST-TRAN-KEY.
           READ HISTORY-MASTER-FILE
               KEY IS HIST-RECORD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HIST-IS-REVERSAL
                       SET RVS-ORIG-NOT-POSTING TO TRUE
                   ELSE
                       PERFORM TAKE-ORIGINAL
                   END-IF
           END-READ.

      * EVERY USE OF THE KEY COMES BACK THROUGH THE HIST-TRAN-KEY
      * INDEX; THE LATEST POSTING BEFORE THE BUSINESS DATE WINS. A
      * KEY THAT HAS ONLY EVER BEEN USED FOR REVERSALS IS REPORTED
      * AS SUCH RATHER THAN AS MISSING, SO THE REJECT SAYS WHAT IS
      * ACTUALLY WRONG.
       FIND-LATEST-ORIGINAL.
           MOVE "N" TO WS-KEY-EOF-SWITCH.
           MOVE WS-RVS-ORIG-KEY TO HIST-TRAN-KEY.
           START HISTORY-MASTER-FILE
               KEY IS EQUAL TO HIST-TRAN-KEY
               INVALID KEY
                   SET END-OF-KEY TO TRUE
           END-START.
           IF NOT END-OF-KEY
               PERFORM READ-NEXT-FOR-KEY
           END-IF.
           PERFORM TEST-ONE-CANDIDATE UNTIL END-OF-KEY.

       TEST-ONE-CANDIDATE.
           IF WS-RVS-BEFORE-DATE = ZERO
                   OR HIST-RUN-DATE < WS-RVS-BEFORE-DATE
               IF HIST-IS-REVERSAL
                   IF NOT RVS-ORIG-FOUND
                       SET RVS-ORIG-NOT-POSTING TO TRUE
                   END-IF
               ELSE
                   IF NOT RVS-ORIG-FOUND
                           OR HIST-RUN-DATE > WS-RVS-FOUND-DATE
                       PERFORM TAKE-ORIGINAL
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-FOR-KEY.

       READ-NEXT-FOR-KEY.
           READ HISTORY-MASTER-FILE NEXT RECORD
               AT END SET END-OF-KEY TO TRUE
           END-READ.
           IF NOT END-OF-KEY
               IF HIST-TRAN-KEY NOT = WS-RVS-ORIG-KEY
                   SET END-OF-KEY TO TRUE
               END-IF
           END-IF.

       TAKE-ORIGINAL.
           SET RVS-ORIG-FOUND TO TRUE.
           MOVE HIST-RUN-DATE TO WS-RVS-FOUND-DATE.
           MOVE HIST-RESULT TO WS-RVS-ORIG-RESULT.
           MOVE HIST-DEPARTMENT TO WS-RVS-ORIG-DEPARTMENT.

       TOTAL-HISTORY-REVERSALS.
           MOVE "N" TO WS-KEY-EOF-SWITCH.
           MOVE WS-LINK-KEY TO HIST-ORIG-RECORD-KEY.
           START HISTORY-MASTER-FILE
               KEY IS EQUAL TO HIST-ORIG-RECORD-KEY
               INVALID KEY
                   SET END-OF-KEY TO TRUE
           END-START.
           IF NOT END-OF-KEY
               PERFORM READ-NEXT-FOR-LINK
           END-IF.
           PERFORM ADD-ONE-HISTORY-REVERSAL UNTIL END-OF-KEY.

       ADD-ONE-HISTORY-REVERSAL.
           IF HIST-IS-REVERSAL
               ADD HIST-RESULT TO WS-RVS-REVERSED-TOTAL
           END-IF.
           PERFORM READ-NEXT-FOR-LINK.

       READ-NEXT-FOR-LINK.
           READ HISTORY-MASTER-FILE NEXT RECORD
               AT END SET END-OF-KEY TO TRUE
           END-READ.
           IF NOT END-OF-KEY
               IF HIST-ORIG-RECORD-KEY NOT = WS-LINK-KEY
                   SET END-OF-KEY TO TRUE
               END-IF
           END-IF.

      * AN OPEN RUN AT OR PAST THE BATCH STEP HAS BUILT RESULTOUT.DAT
      * BUT NOT YET POSTED IT. THE HELD ENTRIES FOR AN EARLIER
      * BUSINESS DATE HAVE THEN BEEN PROMOTED INTO IT - AND ONCE
      * THE RUN IS COMPLETE, INTO THE MASTER.
       READ-RUN-CONTROL.
           MOVE "N" TO WS-DAY-BUILT-SWITCH.
           MOVE "N" TO WS-PROMOTED-SWITCH.
           MOVE ZERO TO WS-RUN-DATE.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RUN-BUSINESS-DATE IS NUMERIC
                           MOVE RUN-BUSINESS-DATE TO WS-RUN-DATE
                           PERFORM JUDGE-RUN-STATE
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       JUDGE-RUN-STATE.
           IF RUN-COMPLETE
               SET EARLIER-HELD-PROMOTED TO TRUE
           ELSE
               IF RUN-LAST-STEP IS NUMERIC
                       AND RUN-LAST-STEP >= WS-BATCH-STEP
                   SET DAY-RESULTS-BUILT TO TRUE
                   SET EARLIER-HELD-PROMOTED TO TRUE
               END-IF
           END-IF.

       TOTAL-DAY-REVERSALS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT DAY-RESULT-FILE.
           IF WS-DAY-RESULT-STATUS = "00"
               PERFORM READ-DAY-RESULT
               PERFORM ADD-ONE-DAY-REVERSAL UNTIL END-OF-FILE
               CLOSE DAY-RESULT-FILE
           END-IF.

       ADD-ONE-DAY-REVERSAL.
           IF DAY-IS-REVERSAL
                   AND DAY-ORIG-RECORD-KEY = WS-LINK-KEY
               ADD DAY-RESULT TO WS-RVS-REVERSED-TOTAL
           END-IF.
           PERFORM READ-DAY-RESULT.

       READ-DAY-RESULT.
           READ DAY-RESULT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      * AN ONLINE REVERSAL KEYED TODAY IS NOT ON THE MASTER UNTIL
      * TONIGHT'S RUN POSTS IT, BUT IT HAS ALREADY CLAIMED PART OF
      * THE ORIGINAL - LEAVE IT OUT AND TWO REVERSALS KEYED AN HOUR
      * APART COULD BETWEEN THEM TAKE BACK MORE THAN WAS POSTED.
       TOTAL-STAGED-REVERSALS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ONLINE-PENDING-FILE.
           IF WS-PENDING-STATUS = "00"
               PERFORM READ-PENDING-RECORD
               PERFORM ADD-ONE-STAGED-REVERSAL UNTIL END-OF-FILE
               CLOSE ONLINE-PENDING-FILE
           END-IF.

       ADD-ONE-STAGED-REVERSAL.
           IF RESULT-IS-REVERSAL
                   AND RESULT-ORIG-RECORD-KEY = WS-LINK-KEY
               ADD THE-RESULT-OUT TO WS-RVS-REVERSED-TOTAL
           END-IF.
           PERFORM READ-PENDING-RECORD.

       READ-PENDING-RECORD.
           READ ONLINE-PENDING-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      * A REVERSAL TAKEN AFTER THE CUTOFF WAITS A NIGHT LONGER ON
      * THE NEXT-DAY STAGE, BUT HAS CLAIMED ITS PART OF THE
      * ORIGINAL JUST THE SAME. ONE HELD FOR A DATE BEFORE THE
      * RUN'S, ONCE THE BATCH HAS PROMOTED IT, IS ALREADY COUNTED.
       TOTAL-HELD-REVERSALS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT NEXT-DAY-STAGE-FILE.
           IF WS-NEXT-DAY-STATUS = "00"
               PERFORM READ-HELD-RECORD
               PERFORM ADD-ONE-HELD-REVERSAL UNTIL END-OF-FILE
               CLOSE NEXT-DAY-STAGE-FILE
           END-IF.

       ADD-ONE-HELD-REVERSAL.
           IF NXT-IS-REVERSAL
                   AND NXT-ORIG-RECORD-KEY = WS-LINK-KEY
               IF EARLIER-HELD-PROMOTED
                       AND NXT-CUTOFF-DATE IS NUMERIC
                       AND NXT-CUTOFF-DATE < WS-RUN-DATE
                   CONTINUE
               ELSE
                   ADD NXT-RESULT TO WS-RVS-REVERSED-TOTAL
               END-IF
           END-IF.
           PERFORM READ-HELD-RECORD.

       READ-HELD-RECORD.
           READ NEXT-DAY-STAGE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
