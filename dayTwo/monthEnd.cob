      * UP BY HAND FROM THE DETAIL KEYS.
      * THE OPERATOR KEYS THE REPORT MONTH AS YYYYMM, OR LEAVES IT
      * BLANK FOR THE CURRENT MONTH. THE REPORT GOES TO MONTHRPT.DAT.
      * WHEN THE NIGHTLY RUN HAS MARKED A MONTH DUE ON RUNCTL.DAT
      * (THE BUSINESS CALENDAR FLAGGED ITS LAST WORKING DAY) AND
      * THIS IS THE MONTH REPORTED, THE DUE MARK IS CLEARED. EVERY
      * MONTH-END ALSO CALLS AUTHLIST FOR A FRESH COPY OF THE
      * OPERATOR DEPARTMENT AUTHORITY LISTING (AUTHRPT.DAT) FOR
      * AUDIT, SO IT NEVER DEPENDS ON SOMEBODY REMEMBERING TO ASK.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTHEND.
       ENVIRONMENT DIVISION.
               RECORD KEY IS HIST-RECORD-KEY
               ALTERNATE RECORD KEY IS HIST-TRAN-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-ORIG-RECORD-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT MONTH-REPORT-OUT ASSIGN TO "MONTHRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTH-REPORT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MONTH-REPORT-OUT.
       01  MONTH-REPORT-LINE PICTURE IS X(80).

       FD  RUN-CONTROL-FILE.
           COPY RUNFLDS.

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-FILE-STATUS PICTURE IS XX.
       01 WS-MONTH-REPORT-STATUS PICTURE IS XX.
       01 WS-RUN-CONTROL-STATUS PICTURE IS XX.
       01 WS-DUE-CLEAR-SWITCH PICTURE IS X VALUE "N".
           88 MONTH-WAS-DUE VALUE "Y".
       01 WS-EOF-SWITCH PICTURE IS X VALUE "N".
           88 END-OF-MONTH-DATA VALUE "Y".
       01 WS-FILE-ERROR-SWITCH PICTURE IS X VALUE "N".
      * THIS TABLE DURING THE SAME PASS THAT BUILDS THE DAY LINES.
      * THE LAST SLOT IS RESERVED AS AN "*OVR" CATCH-ALL IN THE
      * UNLIKELY EVENT MORE DEPARTMENTS POST IN ONE MONTH THAN THE
      * TABLE HOLDS; ONLINE ENTRIES KEYED BEFORE THEY WERE STAMPED
      * WITH A DEPARTMENT TALLY UNDER A BLANK CODE.
       01 WS-DEPT-SUMMARY-CONTROLS.
           05 WS-DEPT-ENTRY-COUNT PICTURE IS 99 VALUE ZERO.
           05 WS-DEPT-INDEX PICTURE IS 99 VALUE ZERO.
               PERFORM WRITE-MONTH-TOTALS
               PERFORM WRITE-DEPT-SUMMARY
               CLOSE HISTORY-MASTER-FILE MONTH-REPORT-OUT
               PERFORM CLEAR-MONTHEND-DUE
               PERFORM PRINT-AUTHORITY-LISTING
               MOVE ZERO TO RETURN-CODE
           END-IF.
       PROGRAM-DONE.
           GOBACK.

      * THE LISTING'S OWN RETURN CODE IS ONLY REPORTED - A FLAGGED
      * AUTHORITY IS FOR AUDIT TO CHASE, NOT A REASON TO FAIL THE
      * MONTH-END SUMMARY.
       PRINT-AUTHORITY-LISTING.
           MOVE ZERO TO RETURN-CODE.
           CALL "AUTHLIST".
           EVALUATE RETURN-CODE
               WHEN ZERO
                   DISPLAY "AUTHORITY LISTING WRITTEN TO AUTHRPT.DAT"
               WHEN 4
                   DISPLAY "AUTHORITY LISTING WRITTEN TO AUTHRPT.DAT"
                       " - ITEMS FLAGGED FOR REVIEW"
               WHEN OTHER
                   DISPLAY "*** AUTHORITY LISTING NOT PRODUCED ***"
           END-EVALUATE.

       CLEAR-MONTHEND-DUE.
           MOVE "N" TO WS-DUE-CLEAR-SWITCH.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RUN-MONTHEND-DUE-MONTH = WS-REPORT-MONTH
                           SET MONTH-WAS-DUE TO TRUE
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF MONTH-WAS-DUE
               MOVE ZERO TO RUN-MONTHEND-DUE-MONTH
               OPEN OUTPUT RUN-CONTROL-FILE
               IF WS-RUN-CONTROL-STATUS NOT = "00"
                   DISPLAY "*** UNABLE TO WRITE RUN CONTROL ***"
               ELSE
                   WRITE RUN-CONTROL-RECORD
                   CLOSE RUN-CONTROL-FILE
                   DISPLAY "MONTH-END SUMMARY FOR " WS-REPORT-MONTH
                       " NO LONGER DUE"
               END-IF
           END-IF.

       GET-REPORT-MONTH.
           MOVE "N" TO WS-MONTH-ENTRY-SWITCH.
           PERFORM ACCEPT-REPORT-MONTH UNTIL MONTH-ENTRY-DONE.
