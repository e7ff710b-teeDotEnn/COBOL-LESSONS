      * HELD AND WHY. RETURN-CODE: 0 = EVERY FILE ACCEPTED, 4 =
      * SOME FILES HELD (THE BATCH MAY RUN ON WHAT WAS ACCEPTED),
      * 8 = THE INTAKE COULD NOT RUN OR NOTHING WAS ACCEPTED.
      * UNDER THE UNATTENDED NIGHTLY STREAM THERE IS NO OPERATOR TO
      * KEY THE FILE NAMES, SO THEY ARE READ ONE PER LINE FROM THE
      * INTKLIST.DAT CONTROL FILE INSTEAD; A MISSING LIST MEANS NO
      * FILES WERE OFFERED AND THE INTAKE ENDS WITH 8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANINTK.
       ENVIRONMENT DIVISION.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT INTAKE-LIST-FILE ASSIGN TO "INTKLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * DEPARTMENT'S FILE FROM EXCPCORR.DAT ARRIVES IN THE FULL
      * LAYOUT AND ITS "C" RESUBMIT MARKER IS CARRIED THROUGH TO
      * THE CONSOLIDATED FILE SO THE EDIT'S CROSS-DAY DUPLICATE
      * CHECK LETS THE KEY BACK IN. A REVERSAL'S ORIGINAL TRAN KEY
      * AND RUN DATE COLUMNS ARE CARRIED THROUGH AS KEYED - THE
      * EDIT IS WHERE THEY ARE CHECKED.
       FD  DEPT-FILE-IN.
       01  DEPT-RECORD-IN.
           05 DEPT-REC-TYPE PICTURE IS X.
               88 DEPT-REC-IS-HEADER VALUE "H".
               88 DEPT-REC-IS-DETAIL VALUE "D".
               88 DEPT-REC-IS-TRAILER VALUE "T".
           05 DEPT-REC-BODY PICTURE IS X(33).
           05 DEPT-HEADER-BODY REDEFINES DEPT-REC-BODY.
               10 DEPT-HDR-RUN-DATE PICTURE IS X(8).
               10 DEPT-HDR-DEPARTMENT PICTURE IS X(4).
               10 FILLER PICTURE IS X(21).
           05 DEPT-DETAIL-BODY REDEFINES DEPT-REC-BODY.
               10 DEPT-TRAN-KEY PICTURE IS X(6).
               10 DEPT-TRAN-CODE PICTURE IS X.
               10 DEPT-DETAIL-DEPT PICTURE IS X(4).
               10 DEPT-RESUBMIT PICTURE IS X.
               10 FILLER PICTURE IS X(2).
               10 DEPT-ORIG-KEY PICTURE IS X(6).
               10 DEPT-ORIG-DATE PICTURE IS X(8).
           05 DEPT-TRAILER-BODY REDEFINES DEPT-REC-BODY.
               10 DEPT-TRL-COUNT PICTURE IS X(6).
               10 DEPT-TRL-HASH PICTURE IS X(9).
               10 FILLER PICTURE IS X(18).

       FD  DEPARTMENT-MASTER-FILE.
           COPY DPTFLDS.
       FD  RUN-CONTROL-FILE.
           COPY RUNFLDS.

       FD  INTAKE-LIST-FILE.
       01  INTAKE-LIST-RECORD PICTURE IS X(30).

       WORKING-STORAGE SECTION.
           COPY STRMCOM.
       01 WS-INTAKE-FILE-NAME PICTURE IS X(30).
       01 WS-INTAKE-LIST-STATUS PICTURE IS XX.
       01 WS-LIST-OPEN-SWITCH PICTURE IS X VALUE "N".
           88 INTAKE-LIST-OPEN VALUE "Y".
       01 WS-DEPT-FILE-STATUS PICTURE IS XX.
       01 WS-DEPT-MASTER-STATUS PICTURE IS XX.
       01 WS-CONSOLIDATED-STATUS PICTURE IS XX.
               PERFORM WRITE-INTAKE-TOTALS
               CLOSE DEPARTMENT-MASTER-FILE CONSOLIDATED-FILE-OUT
                     INTAKE-REPORT-OUT
               IF INTAKE-LIST-OPEN
                   CLOSE INTAKE-LIST-FILE
               END-IF
               EVALUATE TRUE
                   WHEN WS-FILES-ACCEPTED = ZERO
                       DISPLAY "NO FILES ACCEPTED - NOTHING FOR THE"
                   CLOSE DEPARTMENT-MASTER-FILE
               END-IF
           END-IF.
           IF NOT FILE-OPEN-ERROR AND UNATTENDED-STREAM
               PERFORM OPEN-INTAKE-LIST
           END-IF.

       OPEN-INTAKE-LIST.
           MOVE "N" TO WS-LIST-OPEN-SWITCH.
           OPEN INPUT INTAKE-LIST-FILE.
           IF WS-INTAKE-LIST-STATUS = "00"
               SET INTAKE-LIST-OPEN TO TRUE
           ELSE
               DISPLAY "*** NO INTAKE LIST (INTKLIST.DAT) ON FILE -"
                   " NO DEPARTMENT FILES OFFERED ***"
           END-IF.

      * THE INTAKE RUNS IN THE EVENING, BEFORE THE OPERATOR KEYS
      * TONIGHT'S BUSINESS DATE INTO THE RUN CONTROL - SO A RECORD
           END-IF.

       PROCESS-ONE-INTAKE-FILE.
           MOVE SPACES TO WS-INTAKE-FILE-NAME.
           IF UNATTENDED-STREAM
               PERFORM READ-INTAKE-LIST
           ELSE
               DISPLAY "ENTER THE NEXT DEPARTMENT FILE NAME - BLANK"
                   " WHEN DONE"
               ACCEPT WS-INTAKE-FILE-NAME
           END-IF.
           IF WS-INTAKE-FILE-NAME = SPACES
               SET INTAKE-DONE TO TRUE
           ELSE
               PERFORM WRITE-FILE-LINE
           END-IF.

      * THE END OF THE LIST ENDS THE INTAKE THE WAY A BLANK NAME
      * DOES AT THE CONSOLE; BLANK LINES IN THE LIST ARE SKIPPED SO
      * A STRAY EMPTY LINE DOES NOT CUT THE EVENING SHORT.
       READ-INTAKE-LIST.
           IF INTAKE-LIST-OPEN
               PERFORM READ-ONE-LIST-ENTRY
                   UNTIL WS-INTAKE-FILE-NAME NOT = SPACES
                   OR NOT INTAKE-LIST-OPEN
           END-IF.

       READ-ONE-LIST-ENTRY.
           READ INTAKE-LIST-FILE
               AT END
                   CLOSE INTAKE-LIST-FILE
                   MOVE "N" TO WS-LIST-OPEN-SWITCH
               NOT AT END
                   MOVE INTAKE-LIST-RECORD TO WS-INTAKE-FILE-NAME
           END-READ.

      * PASS ONE - PROVE THE FILE WHOLE. NOTHING IS WRITTEN TO THE
      * CONSOLIDATED FILE FROM THIS PASS, SO A FAILURE FOUND ON THE
      * LAST RECORD HOLDS THE FILE AS CLEANLY AS ONE ON THE FIRST.
      * A DETAIL CARRYING ITS OWN DEPARTMENT (A MERGED CORRECTION
      * KEEPS ITS ORIGINATING DEPARTMENT) KEEPS IT; OTHERWISE THE
      * FILE HEADER'S DEPARTMENT IS STAMPED ON. THE RESUBMIT BYTE
      * AND THE ORIGINAL-TRANSACTION COLUMNS ARE PASSED THROUGH
      * UNTOUCHED.
       COPY-ONE-DETAIL.
           IF DEPT-REC-IS-DETAIL
               MOVE SPACES TO TRAN-RECORD-IN
                   MOVE DEPT-DETAIL-DEPT TO TRAN-DEPARTMENT-IN
               END-IF
               MOVE DEPT-RESUBMIT TO TRAN-RESUBMIT-IN
               MOVE DEPT-ORIG-KEY TO TRAN-ORIG-KEY-IN(1:6)
               MOVE DEPT-ORIG-DATE TO TRAN-ORIG-DATE-IN(1:8)
               WRITE TRAN-RECORD-IN
               ADD 1 TO WS-TOTAL-DETAIL-COUNT
               IF DEPT-FIRST-NUMBER IS NUMERIC
