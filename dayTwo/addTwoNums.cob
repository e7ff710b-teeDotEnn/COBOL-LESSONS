      * NEXT DAY'S TRANSACTION FILE. THE OPERATOR MAY KEY THE ENTRY
      * AS A POSTING OR A REVERSAL; A REVERSAL ABOVE THE APPROVAL
      * THRESHOLD GOES TO THE ADDAPPRQ.DAT QUEUE FOR A SUPERVISOR
      * INSTEAD OF THE STAGE - SEE REVAPPR. A REVERSAL MUST NAME
      * THE POSTING IT REVERSES: THE OPERATOR KEYS THE ORIGINAL'S
      * TRAN KEY AND REVCHECK FINDS ITS LATEST POSTING ON THE
      * HISTORY MASTER. ONE THAT IS MISSING, IS ITSELF A REVERSAL,
      * OR HAS NOTHING LEFT TO COVER THIS AMOUNT IS REFUSED ON THE
      * SPOT WITH THE REASON AND NOTHING IS STAGED OR QUEUED. THE
      * ACCEPTED REVERSAL TAKES ITS ORIGINAL'S DEPARTMENT, SO THE
      * PAIR ALWAYS NETS WITHIN ONE DEPARTMENT. EVERY ENTRY IS
      * STAMPED WITH A DEPARTMENT: A POSTING ASKS FOR ONE (BLANK
      * TAKES THE OPERATOR'S HOME DEPARTMENT), A REVERSAL USES ITS
      * ORIGINAL'S, AND EITHER WAY DEPTAUTH MUST FIND THAT THE
      * SIGNED-ON OPERATOR HOLDS THE DEPARTMENT ON OPERDEPT.DAT AND
      * THAT IT IS ACTIVE ON DEPTMAST.DAT, OR NOTHING IS STAGED. A
      * REVERSAL OF AN ONLINE POSTING KEYED BEFORE ENTRIES WERE
      * STAMPED KEEPS ITS ORIGINAL'S BLANK DEPARTMENT.
      * ONCE RUNCTL.DAT SHOWS THE NIGHT'S RUN HAS STARTED, THE STAGE
      * BELONGS TO THAT RUN AND IS NOT TOUCHED: AN ENTRY TAKEN FROM
      * THEN ON IS HELD ON THE ADDONLNX.DAT NEXT-DAY STAGE (SEE
      * NXTFLDS), THE OPERATOR IS TOLD IT WILL POST TO THE NEXT
      * BUSINESS DATE, AND AN "AFTER CUTOFF" RECORD IS WRITTEN TO
      * SESSLOG.DAT UNDER THE OPERATOR'S ID. MENUDRIVER CLOSES ITS
      * SESSION LOG AROUND THE CALL SO THE TWO PROGRAMS NEVER HOLD
      * THE FILE AT THE SAME TIME. A REVERSAL QUEUED FOR APPROVAL IS
      * NOT POSTED ANYWHERE YET - REVAPPR APPLIES THE CUTOFF WHEN IT
      * IS APPROVED.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDTWONUMS.
       ENVIRONMENT DIVISION.
           SELECT APPROVAL-QUEUE-FILE ASSIGN TO "ADDAPPRQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.
           SELECT NEXT-DAY-STAGE-FILE ASSIGN TO "ADDONLNX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEXT-DAY-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT SESSION-LOG-FILE ASSIGN TO "SESSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-QUEUE-FILE.
           COPY APRFLDS.

       FD  NEXT-DAY-STAGE-FILE.
           COPY NXTFLDS.

       FD  RUN-CONTROL-FILE.
           COPY RUNFLDS.

       FD  SESSION-LOG-FILE.
           COPY SESFLDS.

       WORKING-STORAGE SECTION.
           COPY ADDFLDS.
           COPY SIGNCOM.
           COPY RVSCOM.
           COPY DAUCOM.
           COPY CALCOM.
       01 WS-EXCEPTION-FILE-STATUS PICTURE IS XX.
       01 WS-PENDING-STATUS PICTURE IS XX.
       01 WS-SEQUENCE-STATUS PICTURE IS XX.
      * IT THE ENTRY WAITS ON THE APPROVAL QUEUE FOR A SUPERVISOR.
      * THE FIGURE IS SITE POLICY - RAISE OR LOWER IT HERE.
       01 WS-APPROVAL-THRESHOLD PICTURE IS 9(4) VALUE 500.
       01 WS-ORIG-KEY-RAW PICTURE IS X(6) JUSTIFIED RIGHT.
       01 WS-ORIG-KEY-NUM REDEFINES WS-ORIG-KEY-RAW
           PICTURE IS 9(6).
       01 WS-ORIG-ENTRY-SWITCH PICTURE IS X VALUE "N".
           88 ORIG-ENTRY-DONE VALUE "Y".
       01 WS-LINK-SWITCH PICTURE IS X VALUE "N".
           88 REVERSAL-LINK-OK VALUE "Y".
       01 WS-LINK-REFUSAL PICTURE IS X(40).
       01 WS-ENTRY-DEPARTMENT PICTURE IS X(4).
       01 WS-ENTRY-ORIG-DATE PICTURE IS 9(8).
       01 WS-ENTRY-ORIG-KEY PICTURE IS 9(6).
       01 WS-ORIG-REMAINING PICTURE IS S9(7).
       01 WS-ORIG-REMAINING-OUT PICTURE IS ZZZ9.
       01 WS-DEPT-SWITCH PICTURE IS X VALUE "N".
           88 ENTRY-DEPARTMENT-OK VALUE "Y".
       01 WS-DEPT-ENTRY-SWITCH PICTURE IS X VALUE "N".
           88 DEPT-ENTRY-DONE VALUE "Y".
       01 WS-DEPT-ENTRY PICTURE IS X(4).
       01 WS-DEPT-REFUSAL PICTURE IS X(40).
       01 WS-NEXT-DAY-STATUS PICTURE IS XX.
       01 WS-RUN-CONTROL-STATUS PICTURE IS XX.
       01 WS-SESSION-FILE-STATUS PICTURE IS XX.
       01 WS-CUTOFF-SWITCH PICTURE IS X VALUE "N".
           88 ENTRY-CUTOFF-PASSED VALUE "Y".
       01 WS-CUTOFF-DATE PICTURE IS 9(8) VALUE ZERO.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           PERFORM CHECK-ENTRY-CUTOFF.
           IF ENTRY-CUTOFF-PASSED
               PERFORM ANNOUNCE-NEXT-DAY-POSTING
           END-IF.
           MOVE "N" TO WS-FIRST-VALID.
           MOVE "N" TO WS-SECOND-VALID.
           PERFORM GET-FIRST-NUMBER UNTIL FIRST-NUMBER-OK.
           MOVE FUNCTION CURRENT-DATE TO EXC-TIMESTAMP.
           MOVE "P" TO EXC-TRAN-CODE.
           MOVE SPACES TO EXC-DEPARTMENT.
           MOVE ZERO TO EXC-ORIG-DATE.
           MOVE ZERO TO EXC-ORIG-KEY.
           WRITE EXCEPTION-RECORD.
           CLOSE EXCEPTION-LOG-FILE.

       POST-ONLINE-ENTRY.
           PERFORM GET-TRAN-CODE.
           MOVE SPACES TO WS-ENTRY-DEPARTMENT.
           MOVE ZERO TO WS-ENTRY-ORIG-DATE.
           MOVE ZERO TO WS-ENTRY-ORIG-KEY.
           IF ENTRY-IS-REVERSAL
               PERFORM GET-ORIGINAL-TRANSACTION
           ELSE
               SET REVERSAL-LINK-OK TO TRUE
           END-IF.
           IF NOT REVERSAL-LINK-OK
               DISPLAY "REVERSAL REFUSED - " WS-LINK-REFUSAL
               DISPLAY "NOTHING STAGED"
           ELSE
               PERFORM ESTABLISH-ENTRY-DEPARTMENT
               IF NOT ENTRY-DEPARTMENT-OK
                   DISPLAY "DEPARTMENT REFUSED - " WS-DEPT-REFUSAL
                   DISPLAY "NOTHING STAGED"
               ELSE
                   PERFORM GET-NEXT-ONLINE-KEY
                   IF ENTRY-IS-REVERSAL
                           AND THE-RESULT > WS-APPROVAL-THRESHOLD
                       PERFORM QUEUE-FOR-APPROVAL
                   ELSE
                       PERFORM STAGE-PENDING-ENTRY
                   END-IF
               END-IF
           END-IF.

      * LIKE THE ORIGINAL KEY, THE DEPARTMENT IS SETTLED BEFORE A
      * TRANSACTION KEY IS HANDED OUT. A POSTING'S OPERATOR MAY TRY
      * AGAIN AFTER A REFUSAL OR KEY * TO ABANDON; A REVERSAL'S
      * DEPARTMENT IS ITS ORIGINAL'S AND IS ONLY CHECKED.
       ESTABLISH-ENTRY-DEPARTMENT.
           MOVE "N" TO WS-DEPT-SWITCH.
           IF ENTRY-IS-REVERSAL
               IF WS-ENTRY-DEPARTMENT = SPACES
                   SET ENTRY-DEPARTMENT-OK TO TRUE
               ELSE
                   MOVE WS-ENTRY-DEPARTMENT TO WS-DAU-DEPT-CODE
                   PERFORM CHECK-DEPARTMENT-AUTHORITY
               END-IF
           ELSE
               MOVE "N" TO WS-DEPT-ENTRY-SWITCH
               PERFORM ACCEPT-ENTRY-DEPARTMENT UNTIL DEPT-ENTRY-DONE
           END-IF.

       ACCEPT-ENTRY-DEPARTMENT.
           DISPLAY "ENTER THE DEPARTMENT CODE - BLANK FOR YOUR HOME"
               " DEPARTMENT, * TO ABANDON".
           MOVE SPACES TO WS-DEPT-ENTRY.
           ACCEPT WS-DEPT-ENTRY.
           IF WS-DEPT-ENTRY = "*"
               MOVE "ABANDONED AT THE DEPARTMENT" TO WS-DEPT-REFUSAL
               SET DEPT-ENTRY-DONE TO TRUE
           ELSE
               MOVE WS-DEPT-ENTRY TO WS-DAU-DEPT-CODE
               PERFORM CHECK-DEPARTMENT-AUTHORITY
               IF ENTRY-DEPARTMENT-OK
                       OR DAU-AUTH-FILE-DOWN
                       OR DAU-DEPT-MASTER-DOWN
                   SET DEPT-ENTRY-DONE TO TRUE
               ELSE
                   DISPLAY "DEPARTMENT REFUSED - " WS-DEPT-REFUSAL
               END-IF
           END-IF.

       CHECK-DEPARTMENT-AUTHORITY.
           MOVE WS-CURRENT-OPERATOR-ID TO WS-DAU-OPER-ID.
           CALL "DEPTAUTH".
           MOVE SPACES TO WS-DEPT-REFUSAL.
           EVALUATE TRUE
               WHEN DAU-AUTHORIZED
                   SET ENTRY-DEPARTMENT-OK TO TRUE
                   MOVE WS-DAU-CHECKED-DEPT TO WS-ENTRY-DEPARTMENT
                   DISPLAY "DEPARTMENT " WS-ENTRY-DEPARTMENT " "
                       WS-DAU-DEPT-NAME
               WHEN DAU-AUTH-FILE-DOWN
                   MOVE "AUTHORITY FILE NOT AVAILABLE"
                       TO WS-DEPT-REFUSAL
               WHEN DAU-DEPT-MASTER-DOWN
                   MOVE "DEPARTMENT MASTER NOT AVAILABLE"
                       TO WS-DEPT-REFUSAL
               WHEN DAU-NO-HOME
                   MOVE "NO HOME DEPARTMENT ON FILE - KEY ONE"
                       TO WS-DEPT-REFUSAL
               WHEN DAU-NOT-HELD
                   STRING "NOT AUTHORIZED FOR " WS-DAU-CHECKED-DEPT
                       DELIMITED BY SIZE INTO WS-DEPT-REFUSAL
                   END-STRING
               WHEN DAU-DEPT-UNKNOWN
                   STRING WS-DAU-CHECKED-DEPT " IS NOT A DEPARTMENT"
                       DELIMITED BY SIZE INTO WS-DEPT-REFUSAL
                   END-STRING
               WHEN DAU-DEPT-INACTIVE
                   STRING WS-DAU-CHECKED-DEPT " IS INACTIVE"
                       DELIMITED BY SIZE INTO WS-DEPT-REFUSAL
                   END-STRING
           END-EVALUATE.

      * THE KEY IS CHECKED BEFORE A TRANSACTION KEY IS HANDED OUT,
      * SO A REFUSED REVERSAL LEAVES NO GAP IN THE ONLINE SEQUENCE.
      * A BLANK ENTRY ABANDONS THE REVERSAL.
       GET-ORIGINAL-TRANSACTION.
           MOVE "N" TO WS-LINK-SWITCH.
           MOVE "N" TO WS-ORIG-ENTRY-SWITCH.
           PERFORM ACCEPT-ORIGINAL-KEY UNTIL ORIG-ENTRY-DONE.
           IF WS-ORIG-KEY-RAW = SPACES
               MOVE "ABANDONED AT THE ORIGINAL KEY"
                   TO WS-LINK-REFUSAL
           ELSE
               MOVE WS-ORIG-KEY-NUM TO WS-RVS-ORIG-KEY
               MOVE ZERO TO WS-RVS-ORIG-DATE
               MOVE ZERO TO WS-RVS-BEFORE-DATE
               CALL "REVCHECK"
               PERFORM JUDGE-REVERSAL-LINK
           END-IF.

       ACCEPT-ORIGINAL-KEY.
           DISPLAY "ENTER THE TRAN KEY OF THE POSTING BEING REVERSED,"
               " BLANK TO ABANDON".
           MOVE SPACES TO WS-ORIG-KEY-RAW.
           ACCEPT WS-ORIG-KEY-RAW.
           IF WS-ORIG-KEY-RAW = SPACES
               SET ORIG-ENTRY-DONE TO TRUE
           ELSE
               INSPECT WS-ORIG-KEY-RAW
                   REPLACING LEADING SPACE BY ZERO
               IF WS-ORIG-KEY-RAW IS NOT NUMERIC
                       OR WS-ORIG-KEY-NUM = ZERO
                   DISPLAY "INVALID KEY - MUST BE SIX DIGITS"
               ELSE
                   SET ORIG-ENTRY-DONE TO TRUE
               END-IF
           END-IF.

       JUDGE-REVERSAL-LINK.
           EVALUATE TRUE
               WHEN RVS-HISTORY-DOWN
                   MOVE "HISTORY MASTER NOT AVAILABLE"
                       TO WS-LINK-REFUSAL
               WHEN RVS-ORIG-MISSING
                   MOVE "ORIGINAL NOT FOUND ON THE HISTORY"
                       TO WS-LINK-REFUSAL
               WHEN RVS-ORIG-NOT-POSTING
                   MOVE "ORIGINAL KEY IS NOT A POSTING"
                       TO WS-LINK-REFUSAL
               WHEN OTHER
                   COMPUTE WS-ORIG-REMAINING =
                       WS-RVS-ORIG-RESULT - WS-RVS-REVERSED-TOTAL
                   MOVE WS-ORIG-REMAINING TO WS-ORIG-REMAINING-OUT
                   IF WS-ORIG-REMAINING NOT > ZERO
                       MOVE "ORIGINAL ALREADY FULLY REVERSED"
                           TO WS-LINK-REFUSAL
                   ELSE
                       IF THE-RESULT > WS-ORIG-REMAINING
                           MOVE SPACES TO WS-LINK-REFUSAL
                           STRING "ONLY " WS-ORIG-REMAINING-OUT
                               " LEFT ON THE ORIGINAL"
                               DELIMITED BY SIZE
                               INTO WS-LINK-REFUSAL
                           END-STRING
                       ELSE
                           SET REVERSAL-LINK-OK TO TRUE
                           MOVE WS-RVS-ORIG-DEPARTMENT
                               TO WS-ENTRY-DEPARTMENT
                           MOVE WS-RVS-FOUND-DATE
                               TO WS-ENTRY-ORIG-DATE
                           MOVE WS-RVS-ORIG-KEY TO WS-ENTRY-ORIG-KEY
                           DISPLAY "REVERSES TRAN " WS-ENTRY-ORIG-KEY
                               " OF " WS-ENTRY-ORIG-DATE
                               " DEPT " WS-ENTRY-DEPARTMENT
                       END-IF
                   END-IF
           END-EVALUATE.

       GET-TRAN-CODE.
           MOVE "N" TO WS-CODE-ENTRY-SWITCH.
           PERFORM ACCEPT-TRAN-CODE UNTIL CODE-ENTRY-DONE.
               MOVE THE-RESULT TO APPR-RESULT
               MOVE "O" TO APPR-ENTRY-SOURCE
               MOVE "R" TO APPR-TRAN-CODE
               MOVE WS-ENTRY-DEPARTMENT TO APPR-DEPARTMENT
               MOVE WS-ENTRY-ORIG-DATE TO APPR-ORIG-DATE
               MOVE WS-ENTRY-ORIG-KEY TO APPR-ORIG-KEY
               MOVE WS-CURRENT-OPERATOR-ID TO APPR-KEYED-BY
               MOVE FUNCTION CURRENT-DATE TO APPR-KEYED-TIME
               WRITE APPROVAL-QUEUE-RECORD
               DISPLAY "*** UNABLE TO UPDATE KEY SEQUENCE FILE ***"
           END-IF.

      * THE CUTOFF IS LOOKED AT AGAIN AS THE ENTRY IS WRITTEN - THE
      * RUN MAY HAVE STARTED WHILE THE OPERATOR WAS KEYING.
       STAGE-PENDING-ENTRY.
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
               MOVE THE-RESULT TO THE-RESULT-OUT
               MOVE "O" TO RESULT-ENTRY-SOURCE
               MOVE WS-ENTRY-TRAN-CODE TO RESULT-TRAN-CODE
               MOVE WS-ENTRY-DEPARTMENT TO RESULT-DEPARTMENT
               MOVE WS-ENTRY-ORIG-DATE TO RESULT-ORIG-DATE
               MOVE WS-ENTRY-ORIG-KEY TO RESULT-ORIG-KEY
               WRITE RESULT-RECORD-OUT
               CLOSE ONLINE-PENDING-FILE
               DISPLAY "STAGED FOR TONIGHT'S RUN AS TRAN "
                   WS-ONLINE-KEY
           END-IF.

      * THE RUN HAS STARTED ONCE RUNCTL.DAT CARRIES A BUSINESS DATE
      * NOT YET MARKED COMPLETE - NOTSTART IS WRITTEN JUST BEFORE
      * THE EDIT PASS, AND A RUN THAT STOPPED PART WAY STAYS OPEN
      * UNTIL ITS RESTART COMPLETES. NO RUN-CONTROL RECORD MEANS NO
      * RUN HAS EVER STARTED, SO THE ENTRY GOES TO TONIGHT'S STAGE.
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
               " HAS STARTED - TODAY'S ENTRY IS CLOSED".
           IF CAL-NEXT-FOUND
               DISPLAY "ENTRIES TAKEN NOW POST TO BUSINESS DATE "
                   WS-CAL-NEXT-DATE
           ELSE
               DISPLAY "ENTRIES TAKEN NOW POST TO THE NEXT BUSINESS"
                   " DATE"
           END-IF.

      * PAST THE CUTOFF THE ENTRY IS HELD ON THE NEXT-DAY STAGE,
      * STAMPED WITH THE BUSINESS DATE WHOSE RUN HAD STARTED, FOR
      * THE FOLLOWING NIGHT'S BATCH TO PROMOTE.
       HOLD-FOR-NEXT-DAY.
           OPEN EXTEND NEXT-DAY-STAGE-FILE.
           IF WS-NEXT-DAY-STATUS = "35"
               OPEN OUTPUT NEXT-DAY-STAGE-FILE
           END-IF.
           IF WS-NEXT-DAY-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO HOLD ONLINE ENTRY - NOTE THE"
                   " VALUES AND RE-KEY LATER ***"
           ELSE
               MOVE WS-CUTOFF-DATE TO NXT-CUTOFF-DATE
               MOVE WS-CURRENT-OPERATOR-ID TO NXT-KEYED-BY
               MOVE WS-ONLINE-KEY TO NXT-TRAN-KEY
               MOVE FIRST-NUMBER TO NXT-FIRST-NUMBER
               MOVE SECOND-NUMBER TO NXT-SECOND-NUMBER
               MOVE THE-RESULT TO NXT-RESULT
               MOVE "O" TO NXT-ENTRY-SOURCE
               MOVE WS-ENTRY-TRAN-CODE TO NXT-TRAN-CODE
               MOVE WS-ENTRY-DEPARTMENT TO NXT-DEPARTMENT
               MOVE WS-ENTRY-ORIG-DATE TO NXT-ORIG-DATE
               MOVE WS-ENTRY-ORIG-KEY TO NXT-ORIG-KEY
               WRITE NEXT-DAY-STAGE-RECORD
               CLOSE NEXT-DAY-STAGE-FILE
               PERFORM ANNOUNCE-NEXT-DAY-POSTING
               DISPLAY "HELD FOR THE NEXT BUSINESS DATE AS TRAN "
                   WS-ONLINE-KEY
               PERFORM LOG-AFTER-CUTOFF
           END-IF.

       LOG-AFTER-CUTOFF.
           OPEN EXTEND SESSION-LOG-FILE.
           IF WS-SESSION-FILE-STATUS = "35"
               OPEN OUTPUT SESSION-LOG-FILE
           END-IF.
           IF WS-SESSION-FILE-STATUS = "00"
               MOVE FUNCTION CURRENT-DATE TO SESS-TIMESTAMP
               MOVE WS-CURRENT-OPERATOR-ID TO SESS-OPER-ID
               MOVE SPACES TO SESS-ACTION
               STRING "AFTER CUTOFF " WS-ONLINE-KEY
                   DELIMITED BY SIZE INTO SESS-ACTION
               END-STRING
               WRITE SESSION-LOG-RECORD
               CLOSE SESSION-LOG-FILE
           END-IF.

       GET-FIRST-NUMBER.
           DISPLAY "ENTER THE FIRST NUMBER".
           MOVE SPACES TO WS-FIRST-NUMBER-RAW.
