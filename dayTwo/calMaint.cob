      * BUSINESS CALENDAR MAINTENANCE. LETS A SIGNED-ON SUPERVISOR
      * KEEP CALENDAR.DAT - THE FILE THAT SAYS WHICH DATES THE SHOP
      * IS OPEN FOR BUSINESS, WHICH ARE HOLIDAYS OR OTHERWISE CLOSED,
      * AND WHICH WORKING DAYS CLOSE A MONTH OR A YEAR. THE BATCH
      * WILL ONLY RUN THE NEXT OPEN BUSINESS DAY AFTER THE LAST ONE
      * COMPLETED, SO THE CALENDAR MUST ALWAYS BE LOADED AHEAD OF
      * THE NIGHTS IT GOVERNS. A WHOLE MONTH CAN BE LOADED IN ONE
      * PASS - MONDAY TO FRIDAY AS WORKING DAYS, SATURDAY AND SUNDAY
      * CLOSED, THE LAST WORKING DAY FLAGGED MONTH-END (AND YEAR-END
      * IN DECEMBER) - AFTER WHICH THE HOLIDAYS ARE MARKED ONE BY
      * ONE WITH THE UPDATE; A DATE ALREADY ON FILE IS NEVER TOUCHED
      * BY THE MONTH LOAD, AND WHEN THE MONTH'S LAST WORKING DAY IS
      * ONE OF THEM THE LOAD FLAGS NO PERIOD END. A HOLIDAY THAT
      * FALLS ON A MONTH'S LAST WORKING DAY MUST HAVE ITS MONTH-END
      * FLAG MOVED BY HAND TO THE DAY BEFORE. RECORDS ARE NEVER
      * DELETED - A DATE CHANGES TYPE INSTEAD. EVERY CHANGE WRITES
      * AN AUDIT RECORD TO CALAUDT.DAT CARRYING WHO MADE THE CHANGE,
      * THE BEFORE AND AFTER RECORD IMAGES AND A TIMESTAMP - THE
      * SAME CONVENTION AS DEPTAUDT.DAT. REACHED FROM THE OPERATOR
      * MAINTENANCE MENU, AND CHECKS FOR A SUPERVISOR ITSELF WHOEVER
      * ELSE THE AUTHORIZATION TABLE LETS INTO THAT MENU; CALLED
      * DYNAMICALLY, SO IT NEEDS ITS OWN LOAD MODULE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "CALAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
           COPY CALFLDS.

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AUD-TIMESTAMP PICTURE IS X(21).
           05 AUD-CHANGED-BY PICTURE IS X(5).
           05 AUD-ACTION PICTURE IS X(10).
           05 AUD-CAL-DATE PICTURE IS 9(8).
           05 AUD-BEFORE-IMAGE PICTURE IS X(31).
           05 AUD-AFTER-IMAGE PICTURE IS X(31).

       WORKING-STORAGE SECTION.
           COPY SIGNCOM.
       01 WS-CALENDAR-STATUS PICTURE IS XX.
       01 WS-AUDIT-FILE-STATUS PICTURE IS XX.
       01 WS-MAINT-CHOICE PICTURE IS 9.
       01 WS-MAINT-DONE-SWITCH PICTURE IS X VALUE "N".
           88 MAINT-DONE VALUE "Y".
       01 WS-RECORD-FOUND-SWITCH PICTURE IS X VALUE "N".
           88 MAINT-RECORD-FOUND VALUE "Y".
       01 WS-FILE-ERROR-SWITCH PICTURE IS X VALUE "N".
           88 FILE-OPEN-ERROR VALUE "Y".
       01 WS-EOF-SWITCH PICTURE IS X VALUE "N".
           88 END-OF-FILE VALUE "Y".
       01 WS-DATE-ENTRY-SWITCH PICTURE IS X VALUE "N".
           88 DATE-ENTRY-DONE VALUE "Y".
       01 WS-MAINT-DATE-RAW PICTURE IS X(8).
       01 WS-MAINT-DATE PICTURE IS 9(8).
       01 WS-MONTH-RAW PICTURE IS X(6).
       01 WS-MAINT-MONTH PICTURE IS 9(6).
       01 WS-ENTRY-DAY-TYPE PICTURE IS X.
           88 ENTRY-DAY-TYPE-VALID VALUES "W" "H" "N".
       01 WS-ENTRY-MONTH-END PICTURE IS X.
       01 WS-ENTRY-YEAR-END PICTURE IS X.
       01 WS-ENTRY-DESCRIPTION PICTURE IS X(20).
       01 WS-BEFORE-IMAGE PICTURE IS X(31).
       01 WS-AUDIT-ACTION PICTURE IS X(10).

      * THE MONTH LOAD WORKS IN DAY NUMBERS SO THE LAST DAY OF THE
      * MONTH NEEDS NO TABLE OF MONTH LENGTHS - IT IS THE DAY BEFORE
      * THE FIRST OF THE FOLLOWING MONTH. DAY NUMBER 1 (1 JANUARY
      * 1601) WAS A MONDAY, SO THE REMAINDER AFTER DIVIDING BY SEVEN
      * IS 6 FOR A SATURDAY AND 0 FOR A SUNDAY.
       01 WS-MONTH-LOAD-CONTROLS.
           05 WS-LOAD-INTEGER PICTURE IS 9(7).
           05 WS-LOAD-LAST-INTEGER PICTURE IS 9(7).
           05 WS-LOAD-LAST-WORKING PICTURE IS 9(8).
           05 WS-LOAD-LAST-OPEN PICTURE IS 9(8).
           05 WS-NEXT-MONTH PICTURE IS 9(6).
           05 WS-NEXT-MONTH-START PICTURE IS 9(8).
           05 WS-LOAD-YEAR PICTURE IS 9(4).
           05 WS-LOAD-MM PICTURE IS 99.
           05 WS-WEEKDAY PICTURE IS 9.
           05 WS-LOAD-QUOTIENT PICTURE IS 9(7).
           05 WS-DAYS-ADDED PICTURE IS 99 VALUE ZERO.
           05 WS-DAYS-KEPT PICTURE IS 99 VALUE ZERO.

       01 WS-LIST-LINE.
           05 LST-DATE PICTURE IS 9(8).
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 LST-DAY-TYPE PICTURE IS X(8).
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 LST-MONTH-END PICTURE IS X(9).
           05 LST-YEAR-END PICTURE IS X(8).
           05 LST-DESCRIPTION PICTURE IS X(20).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           IF NOT CURRENT-OPER-SUPERVISOR
               DISPLAY "CALENDAR MAINTENANCE IS RESTRICTED TO"
                   " SUPERVISORS - ACCESS DENIED"
           ELSE
               PERFORM OPEN-MAINT-FILES
               IF NOT FILE-OPEN-ERROR
                   MOVE "N" TO WS-MAINT-DONE-SWITCH
                   PERFORM RUN-MAINT-MENU UNTIL MAINT-DONE
                   CLOSE CALENDAR-FILE AUDIT-FILE
               END-IF
           END-IF.
       PROGRAM-DONE.
           GOBACK.

       OPEN-MAINT-FILES.
           MOVE "N" TO WS-FILE-ERROR-SWITCH.
           OPEN I-O CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = "35"
               OPEN OUTPUT CALENDAR-FILE
               CLOSE CALENDAR-FILE
               OPEN I-O CALENDAR-FILE
           END-IF.
           IF WS-CALENDAR-STATUS NOT = "00"
               DISPLAY "BUSINESS CALENDAR FILE NOT AVAILABLE"
               SET FILE-OPEN-ERROR TO TRUE
           ELSE
               OPEN EXTEND AUDIT-FILE
               IF WS-AUDIT-FILE-STATUS = "35"
                   OPEN OUTPUT AUDIT-FILE
               END-IF
               IF WS-AUDIT-FILE-STATUS NOT = "00"
                   DISPLAY "CALENDAR AUDIT FILE NOT AVAILABLE"
                   SET FILE-OPEN-ERROR TO TRUE
                   CLOSE CALENDAR-FILE
               END-IF
           END-IF.

       RUN-MAINT-MENU.
           DISPLAY " ".
           DISPLAY "BUSINESS CALENDAR MAINTENANCE".
           DISPLAY "1. ADD A CALENDAR DATE".
           DISPLAY "2. UPDATE A CALENDAR DATE".
           DISPLAY "3. LOAD A MONTH OF WORKING DAYS".
           DISPLAY "4. LIST A MONTH".
           DISPLAY "5. RETURN TO OPERATOR MAINTENANCE".
           DISPLAY "ENTER YOUR CHOICE".
           ACCEPT WS-MAINT-CHOICE.
           EVALUATE WS-MAINT-CHOICE
               WHEN 1
                   PERFORM ADD-CALENDAR-DATE
               WHEN 2
                   PERFORM UPDATE-CALENDAR-DATE
               WHEN 3
                   PERFORM LOAD-CALENDAR-MONTH
               WHEN 4
                   PERFORM LIST-CALENDAR-MONTH
               WHEN 5
                   SET MAINT-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - PLEASE TRY AGAIN"
           END-EVALUATE.

       ADD-CALENDAR-DATE.
           PERFORM GET-MAINT-DATE.
           PERFORM READ-CALENDAR-RECORD.
           IF MAINT-RECORD-FOUND
               DISPLAY "DATE " WS-MAINT-DATE
                   " IS ALREADY ON FILE - USE UPDATE"
           ELSE
               PERFORM GET-CALENDAR-FIELDS
               IF NOT ENTRY-DAY-TYPE-VALID
                   DISPLAY "DAY TYPE MUST BE W, H OR N - ADD"
                       " ABANDONED"
               ELSE
                   MOVE WS-MAINT-DATE TO CAL-DATE
                   MOVE WS-ENTRY-DAY-TYPE TO CAL-DAY-TYPE
                   MOVE "N" TO CAL-MONTH-END-FLAG
                   MOVE "N" TO CAL-YEAR-END-FLAG
                   PERFORM APPLY-PERIOD-FLAGS
                   MOVE WS-ENTRY-DESCRIPTION TO CAL-DESCRIPTION
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   WRITE CALENDAR-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO ADD DATE " WS-MAINT-DATE
                       NOT INVALID KEY
                           MOVE "ADD       " TO WS-AUDIT-ACTION
                           PERFORM WRITE-AUDIT-RECORD
                           DISPLAY "DATE " WS-MAINT-DATE " ADDED"
                   END-WRITE
               END-IF
           END-IF.

       UPDATE-CALENDAR-DATE.
           PERFORM GET-MAINT-DATE.
           PERFORM READ-CALENDAR-RECORD.
           IF NOT MAINT-RECORD-FOUND
               DISPLAY "DATE " WS-MAINT-DATE " NOT ON FILE"
           ELSE
               MOVE CALENDAR-RECORD TO WS-BEFORE-IMAGE
               DISPLAY "CURRENT DAY TYPE: " CAL-DAY-TYPE
                   "  MONTH-END: " CAL-MONTH-END-FLAG
                   "  YEAR-END: " CAL-YEAR-END-FLAG
                   "  " CAL-DESCRIPTION
               DISPLAY "ENTER NEW VALUES - LEAVE BLANK TO KEEP"
               PERFORM GET-CALENDAR-FIELDS
               IF WS-ENTRY-DAY-TYPE NOT = SPACE
                       AND NOT ENTRY-DAY-TYPE-VALID
                   DISPLAY "DAY TYPE MUST BE W, H OR N - UPDATE"
                       " ABANDONED"
               ELSE
                   IF WS-ENTRY-DAY-TYPE NOT = SPACE
                       MOVE WS-ENTRY-DAY-TYPE TO CAL-DAY-TYPE
                   END-IF
                   PERFORM APPLY-PERIOD-FLAGS
                   IF WS-ENTRY-DESCRIPTION NOT = SPACES
                       MOVE WS-ENTRY-DESCRIPTION TO CAL-DESCRIPTION
                   END-IF
                   MOVE "UPDATE    " TO WS-AUDIT-ACTION
                   PERFORM REWRITE-CALENDAR-RECORD
               END-IF
           END-IF.

      * ONLY AN EXPLICIT Y OR N CHANGES A FLAG, SO A BLANK ANSWER ON
      * AN UPDATE KEEPS WHAT IS THERE.
       APPLY-PERIOD-FLAGS.
           IF WS-ENTRY-MONTH-END = "Y" OR WS-ENTRY-MONTH-END = "N"
               MOVE WS-ENTRY-MONTH-END TO CAL-MONTH-END-FLAG
           END-IF.
           IF WS-ENTRY-YEAR-END = "Y" OR WS-ENTRY-YEAR-END = "N"
               MOVE WS-ENTRY-YEAR-END TO CAL-YEAR-END-FLAG
           END-IF.

       LOAD-CALENDAR-MONTH.
           PERFORM GET-MAINT-MONTH.
           DIVIDE WS-MAINT-MONTH BY 100 GIVING WS-LOAD-YEAR
               REMAINDER WS-LOAD-MM.
           IF WS-LOAD-MM < 1 OR WS-LOAD-MM > 12
               DISPLAY "INVALID MONTH - LOAD ABANDONED"
           ELSE
               IF WS-LOAD-MM = 12
                   COMPUTE WS-NEXT-MONTH = (WS-LOAD-YEAR + 1) * 100 + 1
               ELSE
                   COMPUTE WS-NEXT-MONTH = WS-MAINT-MONTH + 1
               END-IF
               COMPUTE WS-NEXT-MONTH-START = WS-NEXT-MONTH * 100 + 1
               COMPUTE WS-LOAD-LAST-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1
               COMPUTE WS-MAINT-DATE = WS-MAINT-MONTH * 100 + 1
               COMPUTE WS-LOAD-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-MAINT-DATE)
               MOVE ZERO TO WS-DAYS-ADDED
               MOVE ZERO TO WS-DAYS-KEPT
               MOVE ZERO TO WS-LOAD-LAST-WORKING
               MOVE ZERO TO WS-LOAD-LAST-OPEN
               PERFORM LOAD-ONE-CALENDAR-DAY
                   UNTIL WS-LOAD-INTEGER > WS-LOAD-LAST-INTEGER
               PERFORM FLAG-LOADED-MONTH-END
               DISPLAY "MONTH " WS-MAINT-MONTH ": " WS-DAYS-ADDED
                   " DATES ADDED, " WS-DAYS-KEPT
                   " ALREADY ON FILE AND LEFT AS THEY WERE"
           END-IF.

       LOAD-ONE-CALENDAR-DAY.
           COMPUTE WS-MAINT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-LOAD-INTEGER).
           DIVIDE WS-LOAD-INTEGER BY 7 GIVING WS-LOAD-QUOTIENT
               REMAINDER WS-WEEKDAY.
           PERFORM READ-CALENDAR-RECORD.
           IF MAINT-RECORD-FOUND
               ADD 1 TO WS-DAYS-KEPT
               IF CAL-WORKING-DAY
                   MOVE WS-MAINT-DATE TO WS-LOAD-LAST-OPEN
               END-IF
           ELSE
               MOVE WS-MAINT-DATE TO CAL-DATE
               IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
                   MOVE "N" TO CAL-DAY-TYPE
                   MOVE "WEEKEND" TO CAL-DESCRIPTION
               ELSE
                   MOVE "W" TO CAL-DAY-TYPE
                   MOVE SPACES TO CAL-DESCRIPTION
                   MOVE WS-MAINT-DATE TO WS-LOAD-LAST-WORKING
                   MOVE WS-MAINT-DATE TO WS-LOAD-LAST-OPEN
               END-IF
               MOVE "N" TO CAL-MONTH-END-FLAG
               MOVE "N" TO CAL-YEAR-END-FLAG
               MOVE SPACES TO WS-BEFORE-IMAGE
               WRITE CALENDAR-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO ADD DATE " WS-MAINT-DATE
                   NOT INVALID KEY
                       MOVE "LOAD      " TO WS-AUDIT-ACTION
                       PERFORM WRITE-AUDIT-RECORD
                       ADD 1 TO WS-DAYS-ADDED
               END-WRITE
           END-IF.
           ADD 1 TO WS-LOAD-INTEGER.

      * THE PERIOD FLAGS GO ON THE MONTH'S LAST WORKING DAY, AND
      * ONLY WHEN THIS LOAD ADDED THAT DAY. WHEN THE LAST WORKING
      * DAY - OR A LATER ONE THAN ANY THE LOAD ADDED - WAS ALREADY
      * ON FILE, THE SUPERVISOR SET THE MONTH'S END UP BY HAND, SO
      * THE MONTH IS LEFT AS IT IS AND NO DAY THE LOAD ADDED IS
      * FLAGGED.
       FLAG-LOADED-MONTH-END.
           IF WS-LOAD-LAST-OPEN > ZERO
                   AND WS-LOAD-LAST-OPEN NOT = WS-LOAD-LAST-WORKING
               DISPLAY "LAST WORKING DAY " WS-LOAD-LAST-OPEN
                   " WAS ALREADY ON FILE - EXISTING PERIOD-END DAY"
                   " KEPT"
           END-IF.
           IF WS-LOAD-LAST-WORKING > ZERO
                   AND WS-LOAD-LAST-OPEN = WS-LOAD-LAST-WORKING
               MOVE WS-LOAD-LAST-WORKING TO WS-MAINT-DATE
               PERFORM READ-CALENDAR-RECORD
               IF MAINT-RECORD-FOUND
                   MOVE CALENDAR-RECORD TO WS-BEFORE-IMAGE
                   MOVE "Y" TO CAL-MONTH-END-FLAG
                   IF WS-LOAD-MM = 12
                       MOVE "Y" TO CAL-YEAR-END-FLAG
                   END-IF
                   MOVE "PERIOD-END" TO WS-AUDIT-ACTION
                   PERFORM REWRITE-CALENDAR-RECORD
               END-IF
           END-IF.

       LIST-CALENDAR-MONTH.
           PERFORM GET-MAINT-MONTH.
           MOVE "N" TO WS-EOF-SWITCH.
           COMPUTE CAL-DATE = WS-MAINT-MONTH * 100 + 1.
           START CALENDAR-FILE
               KEY IS NOT LESS THAN CAL-DATE
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START.
           IF NOT END-OF-FILE
               PERFORM READ-CALENDAR-NEXT
           END-IF.
           IF END-OF-FILE
               DISPLAY "NOTHING ON THE CALENDAR FOR " WS-MAINT-MONTH
           END-IF.
           PERFORM LIST-ONE-CALENDAR-DAY UNTIL END-OF-FILE.

       READ-CALENDAR-NEXT.
           READ CALENDAR-FILE NEXT RECORD
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-FILE
               IF CAL-DATE(1:6) NOT = WS-MAINT-MONTH
                   SET END-OF-FILE TO TRUE
               END-IF
           END-IF.

       LIST-ONE-CALENDAR-DAY.
           MOVE SPACES TO WS-LIST-LINE.
           MOVE CAL-DATE TO LST-DATE.
           EVALUATE TRUE
               WHEN CAL-WORKING-DAY
                   MOVE "WORKING" TO LST-DAY-TYPE
               WHEN CAL-HOLIDAY
                   MOVE "HOLIDAY" TO LST-DAY-TYPE
               WHEN OTHER
                   MOVE "CLOSED" TO LST-DAY-TYPE
           END-EVALUATE.
           IF CAL-MONTH-END
               MOVE "MONTH-END" TO LST-MONTH-END
           END-IF.
           IF CAL-YEAR-END
               MOVE "YEAR-END" TO LST-YEAR-END
           END-IF.
           MOVE CAL-DESCRIPTION TO LST-DESCRIPTION.
           DISPLAY WS-LIST-LINE.
           PERFORM READ-CALENDAR-NEXT.

       GET-MAINT-DATE.
           MOVE "N" TO WS-DATE-ENTRY-SWITCH.
           PERFORM ACCEPT-MAINT-DATE UNTIL DATE-ENTRY-DONE.

       ACCEPT-MAINT-DATE.
           DISPLAY "ENTER THE CALENDAR DATE AS YYYYMMDD".
           MOVE SPACES TO WS-MAINT-DATE-RAW.
           ACCEPT WS-MAINT-DATE-RAW.
           IF WS-MAINT-DATE-RAW IS NUMERIC
               MOVE WS-MAINT-DATE-RAW TO WS-MAINT-DATE
               SET DATE-ENTRY-DONE TO TRUE
           ELSE
               DISPLAY "INVALID DATE - MUST BE YYYYMMDD"
           END-IF.

       GET-MAINT-MONTH.
           MOVE "N" TO WS-DATE-ENTRY-SWITCH.
           PERFORM ACCEPT-MAINT-MONTH UNTIL DATE-ENTRY-DONE.

       ACCEPT-MAINT-MONTH.
           DISPLAY "ENTER THE MONTH AS YYYYMM".
           MOVE SPACES TO WS-MONTH-RAW.
           ACCEPT WS-MONTH-RAW.
           IF WS-MONTH-RAW IS NUMERIC
               MOVE WS-MONTH-RAW TO WS-MAINT-MONTH
               SET DATE-ENTRY-DONE TO TRUE
           ELSE
               DISPLAY "INVALID MONTH - MUST BE YYYYMM"
           END-IF.

       GET-CALENDAR-FIELDS.
           DISPLAY "ENTER THE DAY TYPE - W WORKING, H HOLIDAY,"
               " N CLOSED".
           MOVE SPACE TO WS-ENTRY-DAY-TYPE.
           ACCEPT WS-ENTRY-DAY-TYPE.
           DISPLAY "IS THIS THE LAST WORKING DAY OF THE MONTH -"
               " Y OR N".
           MOVE SPACE TO WS-ENTRY-MONTH-END.
           ACCEPT WS-ENTRY-MONTH-END.
           DISPLAY "IS THIS THE LAST WORKING DAY OF THE YEAR -"
               " Y OR N".
           MOVE SPACE TO WS-ENTRY-YEAR-END.
           ACCEPT WS-ENTRY-YEAR-END.
           DISPLAY "ENTER A DESCRIPTION (HOLIDAY NAME) - OPTIONAL".
           MOVE SPACES TO WS-ENTRY-DESCRIPTION.
           ACCEPT WS-ENTRY-DESCRIPTION.

       READ-CALENDAR-RECORD.
           MOVE "N" TO WS-RECORD-FOUND-SWITCH.
           MOVE WS-MAINT-DATE TO CAL-DATE.
           READ CALENDAR-FILE
               INVALID KEY
                   MOVE "N" TO WS-RECORD-FOUND-SWITCH
               NOT INVALID KEY
                   SET MAINT-RECORD-FOUND TO TRUE
           END-READ.

       REWRITE-CALENDAR-RECORD.
           REWRITE CALENDAR-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO REWRITE DATE " WS-MAINT-DATE
               NOT INVALID KEY
                   PERFORM WRITE-AUDIT-RECORD
                   DISPLAY "DATE " WS-MAINT-DATE " CHANGED"
           END-REWRITE.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE WS-CURRENT-OPERATOR-ID TO AUD-CHANGED-BY.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION.
           MOVE WS-MAINT-DATE TO AUD-CAL-DATE.
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
           MOVE CALENDAR-RECORD TO AUD-AFTER-IMAGE.
           WRITE AUDIT-RECORD.
