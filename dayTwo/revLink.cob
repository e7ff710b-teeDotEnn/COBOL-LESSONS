      * REVERSAL LINKAGE REPORT. EVERY REVERSAL ON THE RESULTHST.DAT
      * HISTORY MASTER CARRIES THE HISTORY KEY OF THE POSTING IT
      * REVERSES, AND THE HIST-ORIG-RECORD-KEY ALTERNATE INDEX
      * HANDS THEM BACK GROUPED BY THAT ORIGINAL. THIS PROGRAM WALKS
      * THE INDEX AND, FOR EACH ORIGINAL THAT HAS BEEN REVERSED,
      * PRINTS THE ORIGINAL POSTING, EVERY REVERSAL FILED AGAINST IT
      * AND WHAT IS LEFT OF IT NET - THE TRAIL AUDIT ASKS FOR WHEN A
      * DEPARTMENT'S FIGURES DO NOT AGREE WITH OURS. POSTINGS NEVER
      * REVERSED ARE LEFT OFF; TRANINQ ANSWERS FOR A SINGLE KEY.
      * TWO CONDITIONS ARE FLAGGED: AN ORIGINAL NO LONGER ON THE
      * MASTER (ARCHIVED BY HISTARCH AHEAD OF ITS REVERSALS, OR A
      * KEY THAT NAMES A REVERSAL RATHER THAN A POSTING) AND AN
      * ORIGINAL REVERSED FOR MORE THAN IT POSTED. REVERSALS ON THE
      * ADDONLPD.DAT ONLINE STAGE ARE NOT YET FILED AND DO NOT
      * APPEAR UNTIL TONIGHT'S RUN POSTS THEM. THE REPORT GOES TO
      * REVLNRPT.DAT. RETURNS 0 WHEN EVERY LINK TIES, 4 WHEN ANY
      * ORIGINAL IS FLAGGED, 8 WHEN THE MASTER OR THE REPORT CANNOT
      * BE OPENED.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVLINK.
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
           SELECT LINK-REPORT-OUT ASSIGN TO "REVLNRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-MASTER-FILE.
           COPY HSTFLDS.

       FD  LINK-REPORT-OUT.
       01  LINK-REPORT-LINE PICTURE IS X(80).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-FILE-STATUS PICTURE IS XX.
       01 WS-LINK-REPORT-STATUS PICTURE IS XX.
       01 WS-EOF-SWITCH PICTURE IS X VALUE "N".
           88 END-OF-HISTORY VALUE "Y".
       01 WS-GROUP-SWITCH PICTURE IS X VALUE "N".
           88 END-OF-GROUP VALUE "Y".
       01 WS-FILE-ERROR-SWITCH PICTURE IS X VALUE "N".
           88 FILE-OPEN-ERROR VALUE "Y".
       01 WS-ORIG-SWITCH PICTURE IS X VALUE "N".
           88 ORIGINAL-ON-FILE VALUE "Y".
       01 WS-RUN-DATE-TIME PICTURE IS X(21).

       01 WS-GROUP-KEY.
           05 WS-GROUP-DATE PICTURE IS 9(8).
           05 WS-GROUP-TRAN-KEY PICTURE IS 9(6).
       01 WS-GROUP-ORIG-RESULT PICTURE IS 9999.
       01 WS-GROUP-REVERSED PICTURE IS 9(7).
       01 WS-GROUP-NET PICTURE IS S9(7).

       01 WS-LINK-TOTALS.
           05 WS-ORIGINALS-LISTED PICTURE IS 9(6) VALUE ZERO.
           05 WS-REVERSALS-LISTED PICTURE IS 9(7) VALUE ZERO.
           05 WS-REVERSED-TOTAL PICTURE IS 9(9) VALUE ZERO.
           05 WS-ORIG-MISSING-COUNT PICTURE IS 9(6) VALUE ZERO.
           05 WS-OVER-REVERSED-COUNT PICTURE IS 9(6) VALUE ZERO.

       01 WS-LINK-HEADER-1.
           05 FILLER PICTURE IS X(10) VALUE SPACES.
           05 FILLER PICTURE IS X(23)
               VALUE "REVERSAL LINKAGE REPORT".
       01 WS-LINK-HEADER-2.
           05 FILLER PICTURE IS X(10) VALUE "RUN DATE: ".
           05 HDR-RUN-DATE PICTURE IS X(8).
       01 WS-LINK-HEADER-3.
           05 FILLER PICTURE IS X(24) VALUE "ORIGINAL RUN/TRAN KEY".
           05 FILLER PICTURE IS X(7) VALUE "DEPT".
           05 FILLER PICTURE IS X(9) VALUE "AMOUNT".
           05 FILLER PICTURE IS X(24) VALUE "REVERSED BY RUN/TRAN".
           05 FILLER PICTURE IS X(6) VALUE "AMOUNT".

       01 WS-ORIGINAL-LINE.
           05 ORL-RUN-DATE PICTURE IS 9(8).
           05 FILLER PICTURE IS X VALUE SPACE.
           05 ORL-TRAN-KEY PICTURE IS 9(6).
           05 FILLER PICTURE IS X(9) VALUE SPACES.
           05 ORL-DEPARTMENT PICTURE IS X(4).
           05 FILLER PICTURE IS X(3) VALUE SPACES.
           05 ORL-AMOUNT PICTURE IS ZZZ9.
           05 ORL-NOT-ON-FILE PICTURE IS X(22).

       01 WS-REVERSAL-LINE.
           05 FILLER PICTURE IS X(24) VALUE SPACES.
           05 RVL-DEPARTMENT PICTURE IS X(4).
           05 FILLER PICTURE IS X(12) VALUE SPACES.
           05 RVL-RUN-DATE PICTURE IS 9(8).
           05 FILLER PICTURE IS X VALUE SPACE.
           05 RVL-TRAN-KEY PICTURE IS 9(6).
           05 FILLER PICTURE IS X(9) VALUE SPACES.
           05 RVL-AMOUNT PICTURE IS ZZZ9.

       01 WS-NET-LINE.
           05 FILLER PICTURE IS X(24) VALUE SPACES.
           05 FILLER PICTURE IS X(14) VALUE "REMAINING NET ".
           05 NTL-NET PICTURE IS ZZZZZZ9-.
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 NTL-FLAG PICTURE IS X(22).

       01 WS-ORIGINALS-LINE.
           05 FILLER PICTURE IS X(28) VALUE "ORIGINALS REVERSED:".
           05 TOT-ORIGINALS PICTURE IS ZZZZZ9.
       01 WS-REVERSALS-LINE.
           05 FILLER PICTURE IS X(27) VALUE "REVERSALS FILED:".
           05 TOT-REVERSALS PICTURE IS ZZZZZZ9.
       01 WS-REVERSED-TOTAL-LINE.
           05 FILLER PICTURE IS X(25) VALUE "TOTAL REVERSED:".
           05 TOT-REVERSED PICTURE IS ZZZZZZZZ9.
       01 WS-MISSING-LINE.
           05 FILLER PICTURE IS X(28) VALUE "ORIGINALS NOT ON FILE:".
           05 TOT-MISSING PICTURE IS ZZZZZ9.
       01 WS-OVER-LINE.
           05 FILLER PICTURE IS X(28) VALUE "ORIGINALS OVER-REVERSED:".
           05 TOT-OVER PICTURE IS ZZZZZ9.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE ZEROS TO WS-LINK-TOTALS.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME.
           PERFORM OPEN-LINK-FILES.
           IF FILE-OPEN-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-LINK-HEADER
               PERFORM START-AT-FIRST-LINK
               PERFORM REPORT-ONE-ORIGINAL UNTIL END-OF-HISTORY
               PERFORM WRITE-LINK-TOTALS
               CLOSE HISTORY-MASTER-FILE LINK-REPORT-OUT
               IF WS-ORIG-MISSING-COUNT > ZERO
                       OR WS-OVER-REVERSED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
       PROGRAM-DONE.
           GOBACK.

       OPEN-LINK-FILES.
           MOVE "N" TO WS-FILE-ERROR-SWITCH.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT HISTORY-MASTER-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "HISTORY MASTER NOT AVAILABLE - NO HISTORY"
                   " HAS BEEN POSTED YET"
               SET FILE-OPEN-ERROR TO TRUE
           ELSE
               OPEN OUTPUT LINK-REPORT-OUT
               IF WS-LINK-REPORT-STATUS NOT = "00"
                   DISPLAY "*** UNABLE TO OPEN LINKAGE REPORT ***"
                   SET FILE-OPEN-ERROR TO TRUE
                   CLOSE HISTORY-MASTER-FILE
               END-IF
           END-IF.

      * POSTINGS CARRY ZEROS IN HIST-ORIG-RECORD-KEY, SO STARTING
      * PAST ZEROS LANDS ON THE FIRST REVERSAL OF THE LOWEST
      * ORIGINAL AND NEVER TOUCHES A POSTING.
       START-AT-FIRST-LINK.
           MOVE ZEROS TO HIST-ORIG-RECORD-KEY.
           START HISTORY-MASTER-FILE
               KEY IS GREATER THAN HIST-ORIG-RECORD-KEY
               INVALID KEY
                   SET END-OF-HISTORY TO TRUE
           END-START.
           IF NOT END-OF-HISTORY
               READ HISTORY-MASTER-FILE NEXT RECORD
                   AT END SET END-OF-HISTORY TO TRUE
               END-READ
           END-IF.

      * THE ORIGINAL IS READ BY ITS PRIMARY KEY, WHICH LOSES THE
      * PLACE IN THE ALTERNATE INDEX - SO THE GROUP IS RE-STARTED
      * ON ITS OWN LINK KEY BEFORE ITS REVERSALS ARE LISTED. THE
      * RECORD THAT ENDS THE GROUP IS THE FIRST OF THE NEXT ONE.
       REPORT-ONE-ORIGINAL.
           MOVE HIST-ORIG-RECORD-KEY TO WS-GROUP-KEY.
           MOVE ZERO TO WS-GROUP-REVERSED.
           ADD 1 TO WS-ORIGINALS-LISTED.
           PERFORM WRITE-ORIGINAL-LINE.
           MOVE "N" TO WS-GROUP-SWITCH.
           MOVE WS-GROUP-KEY TO HIST-ORIG-RECORD-KEY.
           START HISTORY-MASTER-FILE
               KEY IS EQUAL TO HIST-ORIG-RECORD-KEY
               INVALID KEY
                   SET END-OF-GROUP TO TRUE
                   SET END-OF-HISTORY TO TRUE
           END-START.
           IF NOT END-OF-GROUP
               PERFORM READ-NEXT-LINKED
           END-IF.
           PERFORM WRITE-ONE-REVERSAL UNTIL END-OF-GROUP.
           PERFORM WRITE-NET-LINE.

       WRITE-ORIGINAL-LINE.
           MOVE SPACES TO LINK-REPORT-LINE.
           WRITE LINK-REPORT-LINE.
           MOVE "N" TO WS-ORIG-SWITCH.
           MOVE ZERO TO WS-GROUP-ORIG-RESULT.
           MOVE WS-GROUP-DATE TO HIST-RUN-DATE.
           MOVE WS-GROUP-TRAN-KEY TO HIST-TRAN-KEY.
           READ HISTORY-MASTER-FILE
               KEY IS HIST-RECORD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT HIST-IS-REVERSAL
                       SET ORIGINAL-ON-FILE TO TRUE
                   END-IF
           END-READ.
           MOVE WS-GROUP-DATE TO ORL-RUN-DATE.
           MOVE WS-GROUP-TRAN-KEY TO ORL-TRAN-KEY.
           IF ORIGINAL-ON-FILE
               MOVE HIST-RESULT TO WS-GROUP-ORIG-RESULT
               MOVE HIST-DEPARTMENT TO ORL-DEPARTMENT
               MOVE HIST-RESULT TO ORL-AMOUNT
               MOVE SPACES TO ORL-NOT-ON-FILE
           ELSE
               ADD 1 TO WS-ORIG-MISSING-COUNT
               MOVE SPACES TO ORL-DEPARTMENT
               MOVE ZERO TO ORL-AMOUNT
               MOVE "  ORIGINAL NOT ON FILE" TO ORL-NOT-ON-FILE
           END-IF.
           MOVE WS-ORIGINAL-LINE TO LINK-REPORT-LINE.
           WRITE LINK-REPORT-LINE.

       WRITE-ONE-REVERSAL.
           IF HIST-IS-REVERSAL
               ADD 1 TO WS-REVERSALS-LISTED
               ADD HIST-RESULT TO WS-GROUP-REVERSED
               ADD HIST-RESULT TO WS-REVERSED-TOTAL
               MOVE HIST-DEPARTMENT TO RVL-DEPARTMENT
               MOVE HIST-RUN-DATE TO RVL-RUN-DATE
               MOVE HIST-TRAN-KEY TO RVL-TRAN-KEY
               MOVE HIST-RESULT TO RVL-AMOUNT
               MOVE WS-REVERSAL-LINE TO LINK-REPORT-LINE
               WRITE LINK-REPORT-LINE
           END-IF.
           PERFORM READ-NEXT-LINKED.

       READ-NEXT-LINKED.
           READ HISTORY-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-HISTORY TO TRUE
                   SET END-OF-GROUP TO TRUE
           END-READ.
           IF NOT END-OF-GROUP
               IF HIST-ORIG-RECORD-KEY NOT = WS-GROUP-KEY
                   SET END-OF-GROUP TO TRUE
               END-IF
           END-IF.

      * AN ORIGINAL THAT IS NO LONGER ON FILE HAS NO AMOUNT TO NET
      * AGAINST, SO ITS NET LINE SHOWS ONLY WHAT WAS REVERSED.
       WRITE-NET-LINE.
           COMPUTE WS-GROUP-NET =
               WS-GROUP-ORIG-RESULT - WS-GROUP-REVERSED.
           MOVE WS-GROUP-NET TO NTL-NET.
           MOVE SPACES TO NTL-FLAG.
           IF ORIGINAL-ON-FILE AND WS-GROUP-NET < ZERO
               ADD 1 TO WS-OVER-REVERSED-COUNT
               MOVE "*** OVER-REVERSED ***" TO NTL-FLAG
           END-IF.
           MOVE WS-NET-LINE TO LINK-REPORT-LINE.
           WRITE LINK-REPORT-LINE.

       WRITE-LINK-HEADER.
           MOVE WS-LINK-HEADER-1 TO LINK-REPORT-LINE.
           WRITE LINK-REPORT-LINE.
           MOVE WS-RUN-DATE-TIME(1:8) TO HDR-RUN-DATE.
           MOVE WS-LINK-HEADER-2 TO LINK-REPORT-LINE.
           WRITE LINK-REPORT-LINE.
           MOVE SPACES TO LINK-REPORT-LINE.
           WRITE LINK-REPORT-LINE.
           MOVE WS-LINK-HEADER-3 TO LINK-REPORT-LINE.
           WRITE LINK-REPORT-LINE.

       WRITE-LINK-TOTALS.
           MOVE SPACES TO LINK-REPORT-LINE.
           WRITE LINK-REPORT-LINE.
           MOVE WS-ORIGINALS-LISTED TO TOT-ORIGINALS.
           MOVE WS-ORIGINALS-LINE TO LINK-REPORT-LINE.
           WRITE LINK-REPORT-LINE.
           MOVE WS-REVERSALS-LISTED TO TOT-REVERSALS.
           MOVE WS-REVERSALS-LINE TO LINK-REPORT-LINE.
           WRITE LINK-REPORT-LINE.
           MOVE WS-REVERSED-TOTAL TO TOT-REVERSED.
           MOVE WS-REVERSED-TOTAL-LINE TO LINK-REPORT-LINE.
           WRITE LINK-REPORT-LINE.
           MOVE WS-ORIG-MISSING-COUNT TO TOT-MISSING.
           MOVE WS-MISSING-LINE TO LINK-REPORT-LINE.
           WRITE LINK-REPORT-LINE.
           MOVE WS-OVER-REVERSED-COUNT TO TOT-OVER.
           MOVE WS-OVER-LINE TO LINK-REPORT-LINE.
           WRITE LINK-REPORT-LINE.
           MOVE SPACES TO LINK-REPORT-LINE.
           WRITE LINK-REPORT-LINE.
           IF WS-ORIGINALS-LISTED = ZERO
               MOVE "NO REVERSALS ON FILE" TO LINK-REPORT-LINE
               WRITE LINK-REPORT-LINE
           END-IF.
           IF WS-ORIG-MISSING-COUNT > ZERO
                   OR WS-OVER-REVERSED-COUNT > ZERO
               MOVE "*** VERDICT: LINKAGE EXCEPTIONS - SEE FLAGS ***"
                   TO LINK-REPORT-LINE
           ELSE
               MOVE "VERDICT: EVERY REVERSAL TIES TO ITS ORIGINAL"
                   TO LINK-REPORT-LINE
           END-IF.
           WRITE LINK-REPORT-LINE.
