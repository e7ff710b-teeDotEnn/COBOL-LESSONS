      * NEXT OPEN BUSINESS DAY LOOKUP. GIVEN A DATE IN THE SHARED
      * CALCOM FIELD, WALKS THE BUSINESS CALENDAR (CALENDAR.DAT)
      * FORWARD A DAY AT A TIME AND HANDS BACK THE FIRST DATE MARKED
      * AS A WORKING DAY, WITH ITS MONTH-END AND YEAR-END FLAGS.
      * MENUDRIVER AND NIGHTSTRM USE IT TO DECIDE WHICH BUSINESS
      * DATE TONIGHT'S RUN MUST BE - THE NEXT OPEN DAY AFTER THE
      * LAST ONE RUNCTL.DAT SHOWS COMPLETE - SO A WEEKEND, A HOLIDAY
      * OR A SKIPPED NIGHT CAN NO LONGER BE KEYED BY MISTAKE. THE
      * WALK GIVES UP AFTER A MONTH OF DAYS; A CALENDAR THAT HAS NO
      * WORKING DAY THAT FAR AHEAD HAS NOT BEEN MAINTAINED, AND THE
      * CALLER IS TOLD SO RATHER THAN HANDED A GUESS. CALLED
      * DYNAMICALLY AND NEEDS ITS OWN LOAD MODULE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALNEXT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
           COPY CALFLDS.

       WORKING-STORAGE SECTION.
           COPY CALCOM.
       01 WS-CALENDAR-STATUS PICTURE IS XX.
       01 WS-SCAN-INTEGER PICTURE IS 9(7).
       01 WS-SCAN-DAYS PICTURE IS 99 VALUE ZERO.
       01 WS-SCAN-LIMIT PICTURE IS 99 VALUE 31.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE ZERO TO WS-CAL-NEXT-DATE.
           MOVE "N" TO WS-CAL-NEXT-MONTH-END.
           MOVE "N" TO WS-CAL-NEXT-YEAR-END.
           MOVE "N" TO WS-CAL-LOOKUP-STATUS.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = "00"
               IF WS-CAL-FROM-DATE IS NUMERIC
                       AND WS-CAL-FROM-DATE > 16010101
                   COMPUTE WS-SCAN-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-CAL-FROM-DATE)
                   MOVE ZERO TO WS-SCAN-DAYS
                   PERFORM CHECK-NEXT-CALENDAR-DAY
                       UNTIL CAL-NEXT-FOUND
                       OR WS-SCAN-DAYS >= WS-SCAN-LIMIT
               END-IF
               IF NOT CAL-NEXT-FOUND
                   SET CAL-NOT-MAINTAINED TO TRUE
               END-IF
               CLOSE CALENDAR-FILE
           END-IF.
       PROGRAM-DONE.
           GOBACK.

       CHECK-NEXT-CALENDAR-DAY.
           ADD 1 TO WS-SCAN-DAYS.
           ADD 1 TO WS-SCAN-INTEGER.
           COMPUTE CAL-DATE =
               FUNCTION DATE-OF-INTEGER(WS-SCAN-INTEGER).
           READ CALENDAR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CAL-WORKING-DAY
                       SET CAL-NEXT-FOUND TO TRUE
                       MOVE CAL-DATE TO WS-CAL-NEXT-DATE
                       MOVE CAL-MONTH-END-FLAG TO WS-CAL-NEXT-MONTH-END
                       MOVE CAL-YEAR-END-FLAG TO WS-CAL-NEXT-YEAR-END
                   END-IF
           END-READ.
