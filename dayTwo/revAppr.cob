      * SKIPPED ENTRIES ARE REWRITTEN TO THE QUEUE THROUGH THE
      * APPRWORK.DAT WORK FILE - THE SAME REBUILD PATTERN EXCPMGMT
      * USES - BECAUSE A LINE SEQUENTIAL FILE CANNOT BE SHORTENED
      * IN PLACE. RESTRICTED TO THE ROLES THE AUTHORIZATION TABLE
      * GRANTS IT TO (SUPERVISORS AS STANDARD), ASKED OF MENUAUTH;
      * MENUDRIVER ENFORCES IT TOO, BUT THE CHECK HERE MAKES A
      * STANDALONE RUN SAFE.
      * MENUDRIVER CLOSES ITS SESSION LOG AROUND THE CALL SO THE
      * TWO PROGRAMS NEVER HOLD SESSLOG.DAT AT THE SAME TIME.
      * AN APPROVAL RE-CHECKS THE REVERSAL AGAINST ITS ORIGINAL
      * THROUGH REVCHECK - OTHER REVERSALS OF THE SAME POSTING MAY
      * HAVE BEEN STAGED OR POSTED WHILE THIS ONE WAITED - AND
      * REFUSES TO STAGE ONE THE ORIGINAL CAN NO LONGER COVER. A
      * SUPERVISOR MAY ONLY APPROVE A REVERSAL FOR A DEPARTMENT THEY
      * HOLD ON OPERDEPT.DAT (AND THAT IS STILL ACTIVE), ASKED OF
      * DEPTAUTH THE SAME WAY ADDTWONUMS ASKS AT ENTRY; ANOTHER
      * DEPARTMENT'S REVERSAL CAN ONLY BE REJECTED OR SKIPPED FOR
      * ITS OWN SUPERVISOR. AN ENTRY QUEUED WITHOUT A DEPARTMENT
      * NEEDS NO DEPARTMENT AUTHORITY.
      * ONCE RUNCTL.DAT SHOWS THE NIGHT'S RUN HAS STARTED, AN
      * APPROVED REVERSAL IS HELD ON THE ADDONLNX.DAT NEXT-DAY STAGE
      * INSTEAD OF THE FROZEN ADDONLPD.DAT, EXACTLY AS ADDTWONUMS
      * HOLDS A LATE ENTRY, AND AN "AFTER CUTOFF" RECORD FOLLOWS THE
      * APPROVAL ON SESSLOG.DAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVAPPR.
       ENVIRONMENT DIVISION.
           SELECT SESSION-LOG-FILE ASSIGN TO "SESSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-FILE-STATUS.
           SELECT NEXT-DAY-STAGE-FILE ASSIGN TO "ADDONLNX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEXT-DAY-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY APRFLDS.

       FD  APPROVAL-WORK-FILE.
       01  APPROVAL-WORK-RECORD PICTURE IS X(62).

       FD  ONLINE-PENDING-FILE.
           COPY RSLFLDS.
       FD  SESSION-LOG-FILE.
           COPY SESFLDS.

       FD  NEXT-DAY-STAGE-FILE.
           COPY NXTFLDS.

       FD  RUN-CONTROL-FILE.
           COPY RUNFLDS.

       WORKING-STORAGE SECTION.
           COPY SIGNCOM.
           COPY RVSCOM.
           COPY MNACOM.
           COPY DAUCOM.
           COPY CALCOM.
       01 WS-APPROVAL-STATUS PICTURE IS XX.
       01 WS-WORK-FILE-STATUS PICTURE IS XX.
       01 WS-PENDING-STATUS PICTURE IS XX.
       01 WS-REJECTED-COUNT PICTURE IS 9(4) VALUE ZERO.
       01 WS-SKIPPED-COUNT PICTURE IS 9(4) VALUE ZERO.
       01 WS-SESSION-ACTION PICTURE IS X(20).
       01 WS-LINK-SWITCH PICTURE IS X VALUE "N".
           88 REVERSAL-LINK-OK VALUE "Y".
       01 WS-ORIG-REMAINING PICTURE IS S9(7).
       01 WS-ORIG-REMAINING-OUT PICTURE IS ZZZZZZ9-.
       01 WS-APPROVER-SWITCH PICTURE IS X VALUE "N".
           88 APPROVER-HOLDS-DEPT VALUE "Y".
       01 WS-APPROVER-REFUSAL PICTURE IS X(40).
       01 WS-NEXT-DAY-STATUS PICTURE IS XX.
       01 WS-RUN-CONTROL-STATUS PICTURE IS XX.
       01 WS-CUTOFF-SWITCH PICTURE IS X VALUE "N".
           88 ENTRY-CUTOFF-PASSED VALUE "Y".
       01 WS-CUTOFF-DATE PICTURE IS 9(8) VALUE ZERO.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE WS-CURRENT-OPERATOR-SHIFT TO WS-MNA-ROLE.
           MOVE "RVSLAPPR" TO WS-MNA-FUNCTION.
           CALL "MENUAUTH".
           IF NOT MNA-GRANTED
               DISPLAY "REVERSAL APPROVAL IS NOT AUTHORIZED FOR YOUR"
                   " ROLE - ACCESS DENIED"
           ELSE
               PERFORM OPEN-REVIEW-FILES
               IF NOT FILE-OPEN-ERROR
                   PERFORM CHECK-ENTRY-CUTOFF
                   IF ENTRY-CUTOFF-PASSED
                       PERFORM ANNOUNCE-NEXT-DAY-POSTING
                   END-IF
                   PERFORM READ-QUEUE-RECORD
                   IF END-OF-FILE
                       DISPLAY "NO REVERSALS AWAITING APPROVAL"
           DISPLAY "  1ST:       " APPR-FIRST-NUMBER.
           DISPLAY "  2ND:       " APPR-SECOND-NUMBER.
           DISPLAY "  AMOUNT:    " APPR-RESULT.
           DISPLAY "  REVERSES:  TRAN " APPR-ORIG-KEY " OF "
               APPR-ORIG-DATE " DEPT " APPR-DEPARTMENT.
           DISPLAY "  KEYED BY:  " APPR-KEYED-BY.
           DISPLAY "  KEYED AT:  " APPR-KEYED-TIME.
           PERFORM CHECK-APPROVER-AUTHORITY.
           IF NOT APPROVER-HOLDS-DEPT
               DISPLAY "  YOU MAY NOT APPROVE THIS ONE - "
                   WS-APPROVER-REFUSAL
           END-IF.
           MOVE "N" TO WS-DECISION-SWITCH.
           PERFORM ACCEPT-DECISION UNTIL DECISION-MADE.
           PERFORM READ-QUEUE-RECORD.
           ACCEPT WS-DECISION-ENTRY.
           EVALUATE WS-DECISION-ENTRY
               WHEN "A"
                   IF NOT APPROVER-HOLDS-DEPT
                       DISPLAY "CANNOT APPROVE - " WS-APPROVER-REFUSAL
                   ELSE
                       PERFORM RECHECK-ORIGINAL
                       IF REVERSAL-LINK-OK
                           PERFORM APPROVE-REVERSAL
                           SET DECISION-MADE TO TRUE
                       END-IF
                   END-IF
               WHEN "R"
                   PERFORM REJECT-REVERSAL
                   SET DECISION-MADE TO TRUE
                   DISPLAY "INVALID CHOICE - MUST BE A, R OR S"
           END-EVALUATE.

       CHECK-APPROVER-AUTHORITY.
           MOVE "N" TO WS-APPROVER-SWITCH.
           MOVE SPACES TO WS-APPROVER-REFUSAL.
           IF APPR-DEPARTMENT = SPACES
               SET APPROVER-HOLDS-DEPT TO TRUE
           ELSE
               MOVE WS-CURRENT-OPERATOR-ID TO WS-DAU-OPER-ID
               MOVE APPR-DEPARTMENT TO WS-DAU-DEPT-CODE
               CALL "DEPTAUTH"
               EVALUATE TRUE
                   WHEN DAU-AUTHORIZED
                       SET APPROVER-HOLDS-DEPT TO TRUE
                   WHEN DAU-AUTH-FILE-DOWN
                       MOVE "AUTHORITY FILE NOT AVAILABLE"
                           TO WS-APPROVER-REFUSAL
                   WHEN DAU-DEPT-MASTER-DOWN
                       MOVE "DEPARTMENT MASTER NOT AVAILABLE"
                           TO WS-APPROVER-REFUSAL
                   WHEN DAU-DEPT-UNKNOWN
                       STRING APPR-DEPARTMENT " IS NOT A DEPARTMENT"
                           DELIMITED BY SIZE INTO WS-APPROVER-REFUSAL
                       END-STRING
                   WHEN DAU-DEPT-INACTIVE
                       STRING APPR-DEPARTMENT " IS INACTIVE"
                           DELIMITED BY SIZE INTO WS-APPROVER-REFUSAL
                       END-STRING
                   WHEN OTHER
                       STRING "YOU DO NOT HOLD DEPARTMENT "
                           APPR-DEPARTMENT
                           DELIMITED BY SIZE INTO WS-APPROVER-REFUSAL
                       END-STRING
               END-EVALUATE
           END-IF.

      * THE QUEUED ENTRY ALREADY NAMES ITS ORIGINAL BY RUN DATE AND
      * KEY, SO THAT EXACT POSTING IS READ BACK. A REFUSAL LEAVES
      * THE DECISION OPEN - THE SUPERVISOR REJECTS OR SKIPS IT.
       RECHECK-ORIGINAL.
           MOVE "N" TO WS-LINK-SWITCH.
           IF APPR-ORIG-KEY IS NOT NUMERIC OR APPR-ORIG-KEY = ZERO
               DISPLAY "CANNOT APPROVE - THE ENTRY NAMES NO ORIGINAL"
                   " TRANSACTION"
           ELSE
               MOVE APPR-ORIG-KEY TO WS-RVS-ORIG-KEY
               MOVE APPR-ORIG-DATE TO WS-RVS-ORIG-DATE
               MOVE ZERO TO WS-RVS-BEFORE-DATE
               CALL "REVCHECK"
               EVALUATE TRUE
                   WHEN RVS-HISTORY-DOWN
                       DISPLAY "CANNOT APPROVE - HISTORY MASTER NOT"
                           " AVAILABLE"
                   WHEN RVS-ORIG-MISSING
                       DISPLAY "CANNOT APPROVE - ORIGINAL NO LONGER"
                           " ON THE HISTORY"
                   WHEN RVS-ORIG-NOT-POSTING
                       DISPLAY "CANNOT APPROVE - ORIGINAL IS NOT A"
                           " POSTING"
                   WHEN OTHER
                       COMPUTE WS-ORIG-REMAINING =
                           WS-RVS-ORIG-RESULT - WS-RVS-REVERSED-TOTAL
                       MOVE WS-ORIG-REMAINING TO WS-ORIG-REMAINING-OUT
                       IF APPR-RESULT > WS-ORIG-REMAINING
                           DISPLAY "CANNOT APPROVE - ONLY "
                               WS-ORIG-REMAINING-OUT
                               " LEFT UNREVERSED ON THE ORIGINAL"
                       ELSE
                           SET REVERSAL-LINK-OK TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.

      * AN APPROVED REVERSAL JOINS THE STAGE IN THE SHARED RESULT
      * LAYOUT AND TONIGHT'S BATCH MERGES IT LIKE ANY OTHER ONLINE
      * ENTRY; IF THE STAGE CANNOT BE OPENED THE ENTRY IS KEPT ON
      * THE QUEUE SO NOTHING IS LOST. THE CUTOFF IS LOOKED AT FOR
      * EACH APPROVAL - THE RUN MAY START PART WAY THROUGH A REVIEW.
       APPROVE-REVERSAL.
           PERFORM CHECK-ENTRY-CUTOFF.
           IF ENTRY-CUTOFF-PASSED
               PERFORM HOLD-FOR-NEXT-DAY
           ELSE
               PERFORM STAGE-FOR-TONIGHT
           END-IF.

       STAGE-FOR-TONIGHT.
           OPEN EXTEND ONLINE-PENDING-FILE.
           IF WS-PENDING-STATUS = "35"
               OPEN OUTPUT ONLINE-PENDING-FILE
               MOVE APPR-ENTRY-SOURCE TO RESULT-ENTRY-SOURCE
               MOVE APPR-TRAN-CODE TO RESULT-TRAN-CODE
               MOVE APPR-DEPARTMENT TO RESULT-DEPARTMENT
               MOVE APPR-ORIG-DATE TO RESULT-ORIG-DATE
               MOVE APPR-ORIG-KEY TO RESULT-ORIG-KEY
               WRITE RESULT-RECORD-OUT
               CLOSE ONLINE-PENDING-FILE
               ADD 1 TO WS-APPROVED-COUNT
               DISPLAY "APPROVED - STAGED FOR TONIGHT'S RUN"
           END-IF.

       HOLD-FOR-NEXT-DAY.
           OPEN EXTEND NEXT-DAY-STAGE-FILE.
           IF WS-NEXT-DAY-STATUS = "35"
               OPEN OUTPUT NEXT-DAY-STAGE-FILE
           END-IF.
           IF WS-NEXT-DAY-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN THE NEXT-DAY STAGE - ENTRY"
                   " LEFT ON THE QUEUE ***"
               PERFORM SKIP-REVERSAL
           ELSE
               MOVE WS-CUTOFF-DATE TO NXT-CUTOFF-DATE
               MOVE APPR-KEYED-BY TO NXT-KEYED-BY
               MOVE APPR-TRAN-KEY TO NXT-TRAN-KEY
               MOVE APPR-FIRST-NUMBER TO NXT-FIRST-NUMBER
               MOVE APPR-SECOND-NUMBER TO NXT-SECOND-NUMBER
               MOVE APPR-RESULT TO NXT-RESULT
               MOVE APPR-ENTRY-SOURCE TO NXT-ENTRY-SOURCE
               MOVE APPR-TRAN-CODE TO NXT-TRAN-CODE
               MOVE APPR-DEPARTMENT TO NXT-DEPARTMENT
               MOVE APPR-ORIG-DATE TO NXT-ORIG-DATE
               MOVE APPR-ORIG-KEY TO NXT-ORIG-KEY
               WRITE NEXT-DAY-STAGE-RECORD
               CLOSE NEXT-DAY-STAGE-FILE
               ADD 1 TO WS-APPROVED-COUNT
               MOVE SPACES TO WS-SESSION-ACTION
               STRING "RVSL " APPR-TRAN-KEY " APPROVED"
                   DELIMITED BY SIZE INTO WS-SESSION-ACTION
               END-STRING
               PERFORM WRITE-SESSION-LOG
               MOVE SPACES TO WS-SESSION-ACTION
               STRING "AFTER CUTOFF " APPR-TRAN-KEY
                   DELIMITED BY SIZE INTO WS-SESSION-ACTION
               END-STRING
               PERFORM WRITE-SESSION-LOG
               DISPLAY "APPROVED - HELD FOR THE NEXT BUSINESS DATE,"
                   " TONIGHT'S RUN HAS STARTED"
           END-IF.

      * THE SAME TEST ADDTWONUMS MAKES - A BUSINESS DATE ON
      * RUNCTL.DAT NOT YET MARKED COMPLETE MEANS THE RUN HAS STARTED.
       CHECK-ENTRY-CUTOFF.
           MOVE "N" TO WS-CUTOFF-SWITCH.
           MOVE ZERO TO WS-CUTOFF-DATE.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RUN-BUSINESS-DATE IS NUMERIC
                               AND NOT RUN-COMPLETE
                           SET ENTRY-CUTOFF-PASSED TO TRUE
                           MOVE RUN-BUSINESS-DATE TO WS-CUTOFF-DATE
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       ANNOUNCE-NEXT-DAY-POSTING.
           MOVE WS-CUTOFF-DATE TO WS-CAL-FROM-DATE.
           CALL "CALNEXT".
           DISPLAY "THE RUN FOR BUSINESS DATE " WS-CUTOFF-DATE
               " HAS STARTED".
           IF CAL-NEXT-FOUND
               DISPLAY "REVERSALS APPROVED NOW POST TO BUSINESS DATE "
                   WS-CAL-NEXT-DATE
           ELSE
               DISPLAY "REVERSALS APPROVED NOW POST TO THE NEXT"
                   " BUSINESS DATE"
           END-IF.

       REJECT-REVERSAL.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES TO WS-SESSION-ACTION.
