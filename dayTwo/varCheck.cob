      * DEPARTMENT VOLUME VARIANCE CHECK. RUNS RIGHT AFTER A CLEAN
      * ADDTWONUMSBAT, BEFORE HISTPOST FILES THE NIGHT, AND HOLDS
      * THE DAY WHEN A DEPARTMENT'S FIGURES LOOK NOTHING LIKE ITS
      * NORMAL VOLUME. A DEPARTMENT THAT RESENDS YESTERDAY'S FILE
      * UNDER A NEW HEADER DATE PASSES INTAKE AND THE EDIT AND
      * BALANCES PERFECTLY, SO ONLY ITS SIZE CAN GIVE IT AWAY.
      * TONIGHT'S RECORD COUNT, POSTING TOTAL AND REVERSAL TOTAL
      * FOR EACH DEPARTMENT ARE GATHERED FROM RESULTOUT.DAT AND SET
      * AGAINST THAT DEPARTMENT'S AVERAGE OVER THE LAST TWENTY
      * BUSINESS DAYS ON THE RESULTHST.DAT HISTORY MASTER - ONLY
      * DAYS THAT RAN ARE ON THE MASTER, SO THE LAST TWENTY DATES
      * THERE ARE THE LAST TWENTY BUSINESS DAYS. A DAY A DEPARTMENT
      * SENT NOTHING COUNTS AS ZERO IN ITS AVERAGE. EACH MEASURE HAS
      * ITS OWN PERCENTAGE BAND EITHER SIDE OF THE AVERAGE, SET PER
      * DEPARTMENT ON VARTOL.DAT FROM DEPTMAINT; A DEPARTMENT WITH
      * NO BANDS SET IS HELD TO THE DEFAULTS BELOW. A DEPARTMENT
      * WHOSE FIGURES MATCH THE PRIOR BUSINESS DAY EXACTLY IS
      * FLAGGED AS A POSSIBLE RESEND WHATEVER ITS BANDS SAY.
      * ONLINE ENTRIES WITH NO DEPARTMENT ARE NOT CHECKED.
      * EVERY DEPARTMENT AND MEASURE IS PRINTED TO VARRPT.DAT WITH
      * ITS STATUS AND A VERDICT. ANY FLAG RETURNS 8 AND MARKS THE
      * RUN HELD ON RUNCTL.DAT: ADDIFACE.DAT IS NOT RELEASED UNTIL
      * A SUPERVISOR HAS REVIEWED THE REPORT AND RELEASED THE DAY
      * FROM THE MENU, AFTER WHICH THE RERUN REPORTS THE SAME FLAGS
      * AS RELEASED AND RETURNS 4. WITH FEWER THAN FIVE BUSINESS
      * DAYS ON THE MASTER THERE IS NO AVERAGE WORTH TRUSTING, SO
      * NOTHING IS CHECKED AND THE RETURN IS 4. A RESULT FILE OR
      * REPORT THAT CANNOT BE OPENED RETURNS 8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARCHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE-IN ASSIGN TO "RESULTOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-FILE-STATUS.
           SELECT HISTORY-MASTER-FILE ASSIGN TO "RESULTHST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-RECORD-KEY
               ALTERNATE RECORD KEY IS HIST-TRAN-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-ORIG-RECORD-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT VARIANCE-TOLERANCE-FILE ASSIGN TO "VARTOL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VTL-DEPT-CODE
               FILE STATUS IS WS-TOLERANCE-FILE-STATUS.
           SELECT VARIANCE-REPORT-OUT ASSIGN TO "VARRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARIANCE-REPORT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE-IN.
           COPY RSLFLDS.

       FD  HISTORY-MASTER-FILE.
           COPY HSTFLDS.

       FD  VARIANCE-TOLERANCE-FILE.
           COPY VTLFLDS.

       FD  VARIANCE-REPORT-OUT.
       01  VARIANCE-REPORT-LINE PICTURE IS X(80).

       FD  RUN-CONTROL-FILE.
           COPY RUNFLDS.

       WORKING-STORAGE SECTION.
       01 WS-RESULT-FILE-STATUS PICTURE IS XX.
       01 WS-HISTORY-FILE-STATUS PICTURE IS XX.
       01 WS-TOLERANCE-FILE-STATUS PICTURE IS XX.
       01 WS-VARIANCE-REPORT-STATUS PICTURE IS XX.
       01 WS-RUN-CONTROL-STATUS PICTURE IS XX.
       01 WS-RUN-CONTROL-SWITCH PICTURE IS X VALUE "N".
           88 RUN-CONTROL-FOUND VALUE "Y".
       01 WS-EOF-SWITCH PICTURE IS X VALUE "N".
           88 END-OF-FILE VALUE "Y".
       01 WS-HISTORY-END-SWITCH PICTURE IS X VALUE "N".
           88 END-OF-HISTORY-WINDOW VALUE "Y".
       01 WS-FILE-ERROR-SWITCH PICTURE IS X VALUE "N".
           88 FILE-OPEN-ERROR VALUE "Y".
       01 WS-HISTORY-OPEN-SWITCH PICTURE IS X VALUE "N".
           88 HISTORY-AVAILABLE VALUE "Y".
       01 WS-TOLERANCE-OPEN-SWITCH PICTURE IS X VALUE "N".
           88 TOLERANCES-AVAILABLE VALUE "Y".
       01 WS-DEPT-FLAG-SWITCH PICTURE IS X VALUE "N".
           88 DEPT-IS-FLAGGED VALUE "Y".
       01 WS-RELEASE-SWITCH PICTURE IS X VALUE "N".
           88 DAY-ALREADY-RELEASED VALUE "Y".
       01 WS-RUN-DATE-TIME PICTURE IS X(21).
       01 WS-BUSINESS-DATE PICTURE IS 9(8).

      * THE AVERAGE IS TAKEN OVER THE LAST TWENTY BUSINESS DATES ON
      * THE MASTER, FOUND BY LOOKING BACK SIXTY CALENDAR DAYS - ROOM
      * FOR TWENTY WORKING DAYS ROUND ANY RUN OF HOLIDAYS. THE
      * DEFAULT BANDS APPLY TO A DEPARTMENT WITH NO VARTOL.DAT
      * RECORD; REVERSALS ARE LUMPY FROM DAY TO DAY, SO THEIR
      * DEFAULT ONLY FLAGS A NIGHT AT MORE THAN DOUBLE THE AVERAGE.
       01 WS-VARIANCE-CONTROLS.
           05 WS-WINDOW-DAYS-WANTED PICTURE IS 99 VALUE 20.
           05 WS-MINIMUM-DAYS PICTURE IS 99 VALUE 5.
           05 WS-LOOKBACK-DAYS PICTURE IS 99 VALUE 60.
           05 WS-DEFAULT-COUNT-PCT PICTURE IS 999 VALUE 50.
           05 WS-DEFAULT-POSTING-PCT PICTURE IS 999 VALUE 50.
           05 WS-DEFAULT-REVERSAL-PCT PICTURE IS 999 VALUE 100.

       01 WS-WINDOW-FIELDS.
           05 WS-LOOKBACK-FROM-DATE PICTURE IS 9(8) VALUE ZERO.
           05 WS-WINDOW-FROM-DATE PICTURE IS 9(8) VALUE ZERO.
           05 WS-PRIOR-DATE PICTURE IS 9(8) VALUE ZERO.
           05 WS-WINDOW-DAYS PICTURE IS 99 VALUE ZERO.
           05 WS-WINDOW-START PICTURE IS 99 VALUE ZERO.
           05 WS-HIST-DATE-COUNT PICTURE IS 99 VALUE ZERO.
           05 WS-HIST-DATE-MAX PICTURE IS 99 VALUE 61.
           05 WS-LAST-DATE-SEEN PICTURE IS 9(8) VALUE ZERO.

       01 WS-HIST-DATE-TABLE.
           05 WS-HIST-DATE PICTURE IS 9(8) OCCURS 61 TIMES.

       01 WS-MEASURE-FIELDS.
           05 WS-MEASURE-NAME PICTURE IS X(9).
           05 WS-MEASURE-TONIGHT PICTURE IS 9(9).
           05 WS-MEASURE-SUM PICTURE IS 9(11).
           05 WS-MEASURE-PCT PICTURE IS 999.
           05 WS-MEASURE-AVERAGE PICTURE IS 9(9)V99.
           05 WS-BAND-LOW PICTURE IS 9(9)V99.
           05 WS-BAND-HIGH PICTURE IS 9(11)V99.
           05 WS-COUNT-PCT PICTURE IS 999.
           05 WS-POSTING-PCT PICTURE IS 999.
           05 WS-REVERSAL-PCT PICTURE IS 999.
           05 WS-FLAGGED-COUNT PICTURE IS 99 VALUE ZERO.
           05 WS-CHECKED-COUNT PICTURE IS 99 VALUE ZERO.
           05 WS-TALLY-DEPT-CODE PICTURE IS X(4).

      * ONE SLOT PER DEPARTMENT SEEN TONIGHT OR IN THE WINDOW, THE
      * SAME TABLE MONTHEND AND GLEXTRACT KEEP. THE LAST SLOT IS THE
      * "*OVR" CATCH-ALL; IT HAS NO HISTORY OF ITS OWN TO COMPARE
      * AGAINST, SO IT IS PRINTED BUT NEVER CHECKED.
       01 WS-DEPT-SUMMARY-CONTROLS.
           05 WS-DEPT-ENTRY-COUNT PICTURE IS 99 VALUE ZERO.
           05 WS-DEPT-INDEX PICTURE IS 99 VALUE ZERO.
           05 WS-DEPT-MAX-ENTRIES PICTURE IS 99 VALUE 49.
           05 WS-DEPT-TABLE-SIZE PICTURE IS 99 VALUE 50.
           05 WS-DEPT-FOUND-SWITCH PICTURE IS X VALUE "N".
               88 DEPT-ENTRY-FOUND VALUE "Y".

       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
               10 WS-DEPT-TBL-CODE PICTURE IS X(4).
               10 WS-DEPT-TBL-TONIGHT-COUNT PICTURE IS 9(6).
               10 WS-DEPT-TBL-TONIGHT-POSTED PICTURE IS 9(9).
               10 WS-DEPT-TBL-TONIGHT-REVERSED PICTURE IS 9(9).
               10 WS-DEPT-TBL-SUM-COUNT PICTURE IS 9(8).
               10 WS-DEPT-TBL-SUM-POSTED PICTURE IS 9(11).
               10 WS-DEPT-TBL-SUM-REVERSED PICTURE IS 9(11).
               10 WS-DEPT-TBL-PRIOR-COUNT PICTURE IS 9(6).
               10 WS-DEPT-TBL-PRIOR-POSTED PICTURE IS 9(9).
               10 WS-DEPT-TBL-PRIOR-REVERSED PICTURE IS 9(9).

       01 WS-VARIANCE-HEADER-1.
           05 FILLER PICTURE IS X(10) VALUE SPACES.
           05 FILLER PICTURE IS X(33)
               VALUE "DEPARTMENT VOLUME VARIANCE REPORT".
       01 WS-VARIANCE-HEADER-2.
           05 FILLER PICTURE IS X(15) VALUE "BUSINESS DATE: ".
           05 HDR-BUSINESS-DATE PICTURE IS 9(8).
       01 WS-VARIANCE-HEADER-3.
           05 FILLER PICTURE IS X(22) VALUE "TRAILING AVERAGE OVER ".
           05 HDR-WINDOW-DAYS PICTURE IS Z9.
           05 FILLER PICTURE IS X(20) VALUE " BUSINESS DAYS FROM ".
           05 HDR-WINDOW-FROM PICTURE IS 9(8).
           05 FILLER PICTURE IS X(4) VALUE " TO ".
           05 HDR-WINDOW-TO PICTURE IS 9(8).
       01 WS-VARIANCE-HEADER-4.
           05 FILLER PICTURE IS X(6) VALUE "DEPT".
           05 FILLER PICTURE IS X(11) VALUE "MEASURE".
           05 FILLER PICTURE IS X(9) VALUE "  TONIGHT".
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 FILLER PICTURE IS X(12) VALUE "     AVERAGE".
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 FILLER PICTURE IS X(6) VALUE "BAND".
           05 FILLER PICTURE IS X(6) VALUE "STATUS".

       01 WS-VARIANCE-LINE.
           05 VAR-DEPT-CODE PICTURE IS X(4).
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 VAR-MEASURE PICTURE IS X(9).
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 VAR-TONIGHT PICTURE IS ZZZZZZZZ9.
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 VAR-AVERAGE PICTURE IS ZZZZZZZZ9.99.
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 VAR-BAND PICTURE IS ZZ9.
           05 VAR-PERCENT-SIGN PICTURE IS X(3).
           05 VAR-STATUS PICTURE IS X(18).

       01 WS-RESEND-LINE.
           05 RSD-DEPT-CODE PICTURE IS X(4).
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 FILLER PICTURE IS X(29)
               VALUE "** IDENTICAL TO PRIOR DAY ".
           05 RSD-PRIOR-DATE PICTURE IS 9(8).
           05 FILLER PICTURE IS X(20) VALUE " - POSSIBLE RESEND".

       01 WS-SHORT-HISTORY-LINE.
           05 FILLER PICTURE IS X(14) VALUE "HISTORY HOLDS ".
           05 SHT-WINDOW-DAYS PICTURE IS Z9.
           05 FILLER PICTURE IS X(24)
               VALUE " BUSINESS DAY(S) - NEED ".
           05 SHT-MINIMUM-DAYS PICTURE IS Z9.
           05 FILLER PICTURE IS X(16) VALUE " - NOT CHECKED".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE ZERO TO WS-DEPT-ENTRY-COUNT.
           MOVE ZERO TO WS-FLAGGED-COUNT.
           MOVE ZERO TO WS-CHECKED-COUNT.
           MOVE ZERO TO WS-WINDOW-DAYS.
           MOVE ZERO TO WS-WINDOW-START.
           MOVE ZERO TO WS-PRIOR-DATE.
           PERFORM OPEN-VARIANCE-FILES.
           IF FILE-OPEN-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-DEPT-TABLE
               PERFORM GET-BUSINESS-DATE
               PERFORM READ-RESULT-RECORD
               PERFORM GATHER-TONIGHT-RECORD UNTIL END-OF-FILE
               IF HISTORY-AVAILABLE
                   PERFORM FIND-TRAILING-WINDOW
                   IF WS-WINDOW-DAYS NOT < WS-MINIMUM-DAYS
                       PERFORM GATHER-TRAILING-WINDOW
                   END-IF
               END-IF
               PERFORM WRITE-VARIANCE-HEADER
               IF WS-WINDOW-DAYS < WS-MINIMUM-DAYS
                   MOVE WS-WINDOW-DAYS TO SHT-WINDOW-DAYS
                   MOVE WS-MINIMUM-DAYS TO SHT-MINIMUM-DAYS
                   MOVE WS-SHORT-HISTORY-LINE TO VARIANCE-REPORT-LINE
                   WRITE VARIANCE-REPORT-LINE
               ELSE
                   MOVE 1 TO WS-DEPT-INDEX
                   PERFORM CHECK-ONE-DEPARTMENT
                       UNTIL WS-DEPT-INDEX > WS-DEPT-ENTRY-COUNT
               END-IF
               PERFORM WRITE-VARIANCE-VERDICT
               CLOSE RESULT-FILE-IN VARIANCE-REPORT-OUT
               IF HISTORY-AVAILABLE
                   CLOSE HISTORY-MASTER-FILE
               END-IF
               IF TOLERANCES-AVAILABLE
                   CLOSE VARIANCE-TOLERANCE-FILE
               END-IF
               PERFORM SET-VARIANCE-RETURN-CODE
           END-IF.
       PROGRAM-DONE.
           GOBACK.

      * TONIGHT'S RESULTS AND THE REPORT ARE REQUIRED. THE HISTORY
      * MASTER IS NOT - ON THE FIRST NIGHT THERE IS NONE - AND
      * NEITHER ARE THE BANDS, WHICH FALL BACK TO THE DEFAULTS.
       OPEN-VARIANCE-FILES.
           MOVE "N" TO WS-FILE-ERROR-SWITCH.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE "N" TO WS-HISTORY-OPEN-SWITCH.
           MOVE "N" TO WS-TOLERANCE-OPEN-SWITCH.
           OPEN INPUT RESULT-FILE-IN.
           IF WS-RESULT-FILE-STATUS NOT = "00"
               DISPLAY "*** RESULTOUT.DAT NOT AVAILABLE - NO VARIANCE"
                   " CHECK ***"
               SET FILE-OPEN-ERROR TO TRUE
           ELSE
               OPEN OUTPUT VARIANCE-REPORT-OUT
               IF WS-VARIANCE-REPORT-STATUS NOT = "00"
                   DISPLAY "*** UNABLE TO OPEN VARRPT.DAT ***"
                   SET FILE-OPEN-ERROR TO TRUE
                   CLOSE RESULT-FILE-IN
               END-IF
           END-IF.
           IF NOT FILE-OPEN-ERROR
               OPEN INPUT HISTORY-MASTER-FILE
               IF WS-HISTORY-FILE-STATUS = "00"
                   SET HISTORY-AVAILABLE TO TRUE
               ELSE
                   DISPLAY "HISTORY MASTER NOT AVAILABLE - NO TRAILING"
                       " AVERAGE TO CHECK AGAINST"
               END-IF
               OPEN INPUT VARIANCE-TOLERANCE-FILE
               IF WS-TOLERANCE-FILE-STATUS = "00"
                   SET TOLERANCES-AVAILABLE TO TRUE
               END-IF
           END-IF.

      * THE RUN-CONTROL RECORD ALSO SAYS WHETHER A SUPERVISOR HAS
      * ALREADY RELEASED THIS BUSINESS DATE AFTER AN EARLIER HOLD.
       GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME.
           MOVE "N" TO WS-RUN-CONTROL-SWITCH.
           MOVE "N" TO WS-RELEASE-SWITCH.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RUN-BUSINESS-DATE IS NUMERIC
                           SET RUN-CONTROL-FOUND TO TRUE
                           MOVE RUN-BUSINESS-DATE
                               TO WS-BUSINESS-DATE
                           IF RUN-VARIANCE-RELEASED
                               SET DAY-ALREADY-RELEASED TO TRUE
                           END-IF
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF NOT RUN-CONTROL-FOUND
               MOVE WS-RUN-DATE-TIME(1:8) TO WS-BUSINESS-DATE
               DISPLAY "NO RUN CONTROL ON FILE - USING THE WALL"
                   " CLOCK DATE"
           END-IF.

       READ-RESULT-RECORD.
           READ RESULT-FILE-IN
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       GATHER-TONIGHT-RECORD.
           IF RESULT-DEPARTMENT NOT = SPACES
               MOVE RESULT-DEPARTMENT TO WS-TALLY-DEPT-CODE
               PERFORM TALLY-DEPARTMENT
               ADD 1 TO WS-DEPT-TBL-TONIGHT-COUNT(WS-DEPT-INDEX)
               IF RESULT-IS-REVERSAL
                   ADD THE-RESULT-OUT
                       TO WS-DEPT-TBL-TONIGHT-REVERSED(WS-DEPT-INDEX)
               ELSE
                   ADD THE-RESULT-OUT
                       TO WS-DEPT-TBL-TONIGHT-POSTED(WS-DEPT-INDEX)
               END-IF
           END-IF.
           PERFORM READ-RESULT-RECORD.

      * FIRST PASS: NOTE EVERY DISTINCT RUN DATE IN THE LOOKBACK
      * BEFORE TONIGHT. THE WINDOW IS THE LAST TWENTY OF THEM (OR
      * ALL OF THEM, IF FEWER), AND THE LAST ONE IS THE PRIOR
      * BUSINESS DAY THE RESEND CHECK COMPARES AGAINST.
       FIND-TRAILING-WINDOW.
           COMPUTE WS-LOOKBACK-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               - WS-LOOKBACK-DAYS).
           MOVE ZERO TO WS-HIST-DATE-COUNT.
           MOVE ZERO TO WS-LAST-DATE-SEEN.
           MOVE WS-LOOKBACK-FROM-DATE TO WS-WINDOW-FROM-DATE.
           PERFORM START-HISTORY-WINDOW.
           PERFORM NOTE-HISTORY-DATE UNTIL END-OF-HISTORY-WINDOW.
           IF WS-HIST-DATE-COUNT > WS-WINDOW-DAYS-WANTED
               COMPUTE WS-WINDOW-START =
                   WS-HIST-DATE-COUNT - WS-WINDOW-DAYS-WANTED + 1
           ELSE
               MOVE 1 TO WS-WINDOW-START
           END-IF.
           IF WS-HIST-DATE-COUNT > ZERO
               COMPUTE WS-WINDOW-DAYS =
                   WS-HIST-DATE-COUNT - WS-WINDOW-START + 1
               MOVE WS-HIST-DATE(WS-WINDOW-START)
                   TO WS-WINDOW-FROM-DATE
               MOVE WS-HIST-DATE(WS-HIST-DATE-COUNT) TO WS-PRIOR-DATE
           END-IF.

       NOTE-HISTORY-DATE.
           IF HIST-RUN-DATE NOT = WS-LAST-DATE-SEEN
               MOVE HIST-RUN-DATE TO WS-LAST-DATE-SEEN
               IF WS-HIST-DATE-COUNT < WS-HIST-DATE-MAX
                   ADD 1 TO WS-HIST-DATE-COUNT
                   MOVE HIST-RUN-DATE
                       TO WS-HIST-DATE(WS-HIST-DATE-COUNT)
               END-IF
           END-IF.
           PERFORM READ-HISTORY-RECORD.

      * SECOND PASS: ADD UP EACH DEPARTMENT ACROSS THE WINDOW, AND
      * KEEP THE PRIOR BUSINESS DAY'S FIGURES APART AS WELL.
       GATHER-TRAILING-WINDOW.
           PERFORM START-HISTORY-WINDOW.
           PERFORM GATHER-HISTORY-RECORD UNTIL END-OF-HISTORY-WINDOW.

       GATHER-HISTORY-RECORD.
           IF HIST-DEPARTMENT NOT = SPACES
               MOVE HIST-DEPARTMENT TO WS-TALLY-DEPT-CODE
               PERFORM TALLY-DEPARTMENT
               ADD 1 TO WS-DEPT-TBL-SUM-COUNT(WS-DEPT-INDEX)
               IF HIST-IS-REVERSAL
                   ADD HIST-RESULT
                       TO WS-DEPT-TBL-SUM-REVERSED(WS-DEPT-INDEX)
               ELSE
                   ADD HIST-RESULT
                       TO WS-DEPT-TBL-SUM-POSTED(WS-DEPT-INDEX)
               END-IF
               IF HIST-RUN-DATE = WS-PRIOR-DATE
                   ADD 1 TO WS-DEPT-TBL-PRIOR-COUNT(WS-DEPT-INDEX)
                   IF HIST-IS-REVERSAL
                       ADD HIST-RESULT TO
                           WS-DEPT-TBL-PRIOR-REVERSED(WS-DEPT-INDEX)
                   ELSE
                       ADD HIST-RESULT TO
                           WS-DEPT-TBL-PRIOR-POSTED(WS-DEPT-INDEX)
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-HISTORY-RECORD.

       START-HISTORY-WINDOW.
           MOVE "N" TO WS-HISTORY-END-SWITCH.
           MOVE WS-WINDOW-FROM-DATE TO HIST-RUN-DATE.
           MOVE ZERO TO HIST-TRAN-KEY.
           START HISTORY-MASTER-FILE
               KEY IS NOT LESS THAN HIST-RECORD-KEY
               INVALID KEY
                   SET END-OF-HISTORY-WINDOW TO TRUE
           END-START.
           IF NOT END-OF-HISTORY-WINDOW
               PERFORM READ-HISTORY-RECORD
           END-IF.

      * THE WINDOW STOPS SHORT OF TONIGHT - A RERUN AFTER THE DAY
      * WAS ONCE FILED MUST NOT AVERAGE TONIGHT AGAINST ITSELF.
       READ-HISTORY-RECORD.
           READ HISTORY-MASTER-FILE NEXT RECORD
               AT END SET END-OF-HISTORY-WINDOW TO TRUE
           END-READ.
           IF NOT END-OF-HISTORY-WINDOW
               IF HIST-RUN-DATE NOT < WS-BUSINESS-DATE
                   SET END-OF-HISTORY-WINDOW TO TRUE
               END-IF
           END-IF.

       TALLY-DEPARTMENT.
           MOVE "N" TO WS-DEPT-FOUND-SWITCH.
           MOVE 1 TO WS-DEPT-INDEX.
           PERFORM LOCATE-DEPT-ENTRY
               UNTIL DEPT-ENTRY-FOUND
               OR WS-DEPT-INDEX > WS-DEPT-ENTRY-COUNT.
           IF NOT DEPT-ENTRY-FOUND
               IF WS-DEPT-ENTRY-COUNT < WS-DEPT-MAX-ENTRIES
                   ADD 1 TO WS-DEPT-ENTRY-COUNT
                   MOVE WS-DEPT-ENTRY-COUNT TO WS-DEPT-INDEX
                   MOVE WS-TALLY-DEPT-CODE
                       TO WS-DEPT-TBL-CODE(WS-DEPT-INDEX)
                   PERFORM CLEAR-DEPT-ENTRY
               ELSE
                   MOVE WS-DEPT-TABLE-SIZE TO WS-DEPT-INDEX
                   IF WS-DEPT-TBL-CODE(WS-DEPT-INDEX) NOT = "*OVR"
                       MOVE "*OVR"
                           TO WS-DEPT-TBL-CODE(WS-DEPT-INDEX)
                       PERFORM CLEAR-DEPT-ENTRY
                       MOVE WS-DEPT-TABLE-SIZE
                           TO WS-DEPT-ENTRY-COUNT
                   END-IF
               END-IF
           END-IF.

       CLEAR-DEPT-ENTRY.
           MOVE ZERO TO WS-DEPT-TBL-TONIGHT-COUNT(WS-DEPT-INDEX).
           MOVE ZERO TO WS-DEPT-TBL-TONIGHT-POSTED(WS-DEPT-INDEX).
           MOVE ZERO TO WS-DEPT-TBL-TONIGHT-REVERSED(WS-DEPT-INDEX).
           MOVE ZERO TO WS-DEPT-TBL-SUM-COUNT(WS-DEPT-INDEX).
           MOVE ZERO TO WS-DEPT-TBL-SUM-POSTED(WS-DEPT-INDEX).
           MOVE ZERO TO WS-DEPT-TBL-SUM-REVERSED(WS-DEPT-INDEX).
           MOVE ZERO TO WS-DEPT-TBL-PRIOR-COUNT(WS-DEPT-INDEX).
           MOVE ZERO TO WS-DEPT-TBL-PRIOR-POSTED(WS-DEPT-INDEX).
           MOVE ZERO TO WS-DEPT-TBL-PRIOR-REVERSED(WS-DEPT-INDEX).

       LOCATE-DEPT-ENTRY.
           IF WS-DEPT-TBL-CODE(WS-DEPT-INDEX) = WS-TALLY-DEPT-CODE
               SET DEPT-ENTRY-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-DEPT-INDEX
           END-IF.

      * A DEPARTMENT WITH HISTORY BUT NOTHING TONIGHT IS STILL
      * CHECKED - A FILE THAT NEVER ARRIVED IS AS WORTH A LOOK AS
      * ONE THAT ARRIVED TWICE.
       CHECK-ONE-DEPARTMENT.
           MOVE "N" TO WS-DEPT-FLAG-SWITCH.
           IF WS-DEPT-TBL-CODE(WS-DEPT-INDEX) = "*OVR"
               MOVE SPACES TO WS-VARIANCE-LINE
               MOVE "*OVR" TO VAR-DEPT-CODE
               MOVE "NOT CHECKED" TO VAR-STATUS
               MOVE WS-VARIANCE-LINE TO VARIANCE-REPORT-LINE
               WRITE VARIANCE-REPORT-LINE
           ELSE
               ADD 1 TO WS-CHECKED-COUNT
               PERFORM LOOK-UP-TOLERANCES
               MOVE "COUNT" TO WS-MEASURE-NAME
               MOVE WS-DEPT-TBL-TONIGHT-COUNT(WS-DEPT-INDEX)
                   TO WS-MEASURE-TONIGHT
               MOVE WS-DEPT-TBL-SUM-COUNT(WS-DEPT-INDEX)
                   TO WS-MEASURE-SUM
               MOVE WS-COUNT-PCT TO WS-MEASURE-PCT
               PERFORM CHECK-ONE-MEASURE
               MOVE "POSTED" TO WS-MEASURE-NAME
               MOVE WS-DEPT-TBL-TONIGHT-POSTED(WS-DEPT-INDEX)
                   TO WS-MEASURE-TONIGHT
               MOVE WS-DEPT-TBL-SUM-POSTED(WS-DEPT-INDEX)
                   TO WS-MEASURE-SUM
               MOVE WS-POSTING-PCT TO WS-MEASURE-PCT
               PERFORM CHECK-ONE-MEASURE
               MOVE "REVERSED" TO WS-MEASURE-NAME
               MOVE WS-DEPT-TBL-TONIGHT-REVERSED(WS-DEPT-INDEX)
                   TO WS-MEASURE-TONIGHT
               MOVE WS-DEPT-TBL-SUM-REVERSED(WS-DEPT-INDEX)
                   TO WS-MEASURE-SUM
               MOVE WS-REVERSAL-PCT TO WS-MEASURE-PCT
               PERFORM CHECK-ONE-MEASURE
               PERFORM CHECK-FOR-RESEND
               IF DEPT-IS-FLAGGED
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF
           END-IF.
           ADD 1 TO WS-DEPT-INDEX.

       LOOK-UP-TOLERANCES.
           MOVE WS-DEFAULT-COUNT-PCT TO WS-COUNT-PCT.
           MOVE WS-DEFAULT-POSTING-PCT TO WS-POSTING-PCT.
           MOVE WS-DEFAULT-REVERSAL-PCT TO WS-REVERSAL-PCT.
           IF TOLERANCES-AVAILABLE
               MOVE WS-DEPT-TBL-CODE(WS-DEPT-INDEX) TO VTL-DEPT-CODE
               READ VARIANCE-TOLERANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VTL-COUNT-PCT TO WS-COUNT-PCT
                       MOVE VTL-POSTING-PCT TO WS-POSTING-PCT
                       MOVE VTL-REVERSAL-PCT TO WS-REVERSAL-PCT
               END-READ
           END-IF.

      * THE BAND RUNS THE GIVEN PERCENTAGE EITHER SIDE OF THE
      * AVERAGE. A BAND OF 100 OR MORE HAS NO FLOOR. WITH NO
      * AVERAGE AT ALL, ANY FIGURE TONIGHT IS OUTSIDE IT.
       CHECK-ONE-MEASURE.
           COMPUTE WS-MEASURE-AVERAGE ROUNDED =
               WS-MEASURE-SUM / WS-WINDOW-DAYS.
           COMPUTE WS-BAND-HIGH ROUNDED =
               WS-MEASURE-AVERAGE * (100 + WS-MEASURE-PCT) / 100.
           IF WS-MEASURE-PCT < 100
               COMPUTE WS-BAND-LOW ROUNDED =
                   WS-MEASURE-AVERAGE * (100 - WS-MEASURE-PCT) / 100
           ELSE
               MOVE ZERO TO WS-BAND-LOW
           END-IF.
           MOVE SPACES TO WS-VARIANCE-LINE.
           MOVE WS-DEPT-TBL-CODE(WS-DEPT-INDEX) TO VAR-DEPT-CODE.
           MOVE WS-MEASURE-NAME TO VAR-MEASURE.
           MOVE WS-MEASURE-TONIGHT TO VAR-TONIGHT.
           MOVE WS-MEASURE-AVERAGE TO VAR-AVERAGE.
           MOVE WS-MEASURE-PCT TO VAR-BAND.
           MOVE "%" TO VAR-PERCENT-SIGN.
           EVALUATE TRUE
               WHEN WS-MEASURE-TONIGHT > WS-BAND-HIGH
                   MOVE "** ABOVE BAND" TO VAR-STATUS
                   SET DEPT-IS-FLAGGED TO TRUE
               WHEN WS-MEASURE-TONIGHT < WS-BAND-LOW
                   MOVE "** BELOW BAND" TO VAR-STATUS
                   SET DEPT-IS-FLAGGED TO TRUE
               WHEN OTHER
                   MOVE "WITHIN BAND" TO VAR-STATUS
           END-EVALUATE.
           MOVE WS-VARIANCE-LINE TO VARIANCE-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE.

       CHECK-FOR-RESEND.
           IF WS-DEPT-TBL-TONIGHT-COUNT(WS-DEPT-INDEX) > ZERO
               AND WS-DEPT-TBL-TONIGHT-COUNT(WS-DEPT-INDEX)
                   = WS-DEPT-TBL-PRIOR-COUNT(WS-DEPT-INDEX)
               AND WS-DEPT-TBL-TONIGHT-POSTED(WS-DEPT-INDEX)
                   = WS-DEPT-TBL-PRIOR-POSTED(WS-DEPT-INDEX)
               AND WS-DEPT-TBL-TONIGHT-REVERSED(WS-DEPT-INDEX)
                   = WS-DEPT-TBL-PRIOR-REVERSED(WS-DEPT-INDEX)
               MOVE WS-DEPT-TBL-CODE(WS-DEPT-INDEX) TO RSD-DEPT-CODE
               MOVE WS-PRIOR-DATE TO RSD-PRIOR-DATE
               MOVE WS-RESEND-LINE TO VARIANCE-REPORT-LINE
               WRITE VARIANCE-REPORT-LINE
               SET DEPT-IS-FLAGGED TO TRUE
           END-IF.

       WRITE-VARIANCE-HEADER.
           MOVE WS-VARIANCE-HEADER-1 TO VARIANCE-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE.
           MOVE WS-BUSINESS-DATE TO HDR-BUSINESS-DATE.
           MOVE WS-VARIANCE-HEADER-2 TO VARIANCE-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE.
           IF WS-WINDOW-DAYS NOT < WS-MINIMUM-DAYS
               MOVE WS-WINDOW-DAYS TO HDR-WINDOW-DAYS
               MOVE WS-WINDOW-FROM-DATE TO HDR-WINDOW-FROM
               MOVE WS-PRIOR-DATE TO HDR-WINDOW-TO
               MOVE WS-VARIANCE-HEADER-3 TO VARIANCE-REPORT-LINE
               WRITE VARIANCE-REPORT-LINE
           END-IF.
           MOVE SPACES TO VARIANCE-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE.
           IF WS-WINDOW-DAYS NOT < WS-MINIMUM-DAYS
               MOVE WS-VARIANCE-HEADER-4 TO VARIANCE-REPORT-LINE
               WRITE VARIANCE-REPORT-LINE
           END-IF.

       WRITE-VARIANCE-VERDICT.
           MOVE SPACES TO VARIANCE-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-WINDOW-DAYS < WS-MINIMUM-DAYS
                   MOVE "VERDICT: NOT CHECKED - TOO LITTLE HISTORY"
                       TO VARIANCE-REPORT-LINE
               WHEN WS-FLAGGED-COUNT = ZERO
                   MOVE "VERDICT: EVERY DEPARTMENT WITHIN TOLERANCE"
                       TO VARIANCE-REPORT-LINE
               WHEN DAY-ALREADY-RELEASED
                   MOVE "VERDICT: OUTSIDE TOLERANCE - RELEASED"
                       TO VARIANCE-REPORT-LINE
               WHEN OTHER
                   MOVE "*** VERDICT: HOLD ADDIFACE.DAT ***"
                       TO VARIANCE-REPORT-LINE
           END-EVALUATE.
           WRITE VARIANCE-REPORT-LINE.

      * AN UNRELEASED FLAG HOLDS THE RUN ON RUNCTL.DAT SO THE MENU
      * KNOWS THERE IS A HOLD FOR A SUPERVISOR TO CLEAR; A CLEAN
      * RERUN OF A DAY THAT WAS ONCE HELD LIFTS THE HOLD AGAIN.
       SET-VARIANCE-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-WINDOW-DAYS < WS-MINIMUM-DAYS
                   DISPLAY "VARIANCE CHECK: TOO LITTLE HISTORY -"
                       " NOTHING CHECKED"
                   MOVE 4 TO RETURN-CODE
               WHEN WS-FLAGGED-COUNT = ZERO
                   DISPLAY "VARIANCE CHECK: " WS-CHECKED-COUNT
                       " DEPARTMENT(S) WITHIN TOLERANCE"
                   IF RUN-CONTROL-FOUND AND RUN-VARIANCE-HELD
                       MOVE SPACE TO RUN-VARIANCE-STATUS
                       PERFORM REWRITE-RUN-CONTROL
                   END-IF
                   MOVE ZERO TO RETURN-CODE
               WHEN DAY-ALREADY-RELEASED
                   DISPLAY "VARIANCE CHECK: " WS-FLAGGED-COUNT
                       " DEPARTMENT(S) OUTSIDE TOLERANCE - RELEASED"
                       " BY A SUPERVISOR"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "*** VARIANCE CHECK: " WS-FLAGGED-COUNT
                       " DEPARTMENT(S) OUTSIDE TOLERANCE - SEE"
                       " VARRPT.DAT ***"
                   IF RUN-CONTROL-FOUND
                       MOVE "H" TO RUN-VARIANCE-STATUS
                       PERFORM REWRITE-RUN-CONTROL
                   END-IF
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       REWRITE-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS = "00"
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF.
