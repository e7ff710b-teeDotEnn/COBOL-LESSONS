      * UNATTENDED NIGHTLY JOB STREAM. UNTIL THIS PROGRAM THE NIGHT'S
      * WORK RAN ONLY WHEN A NIGHT-SHIFT OPERATOR SIGNED ON TO
      * MENUDRIVER, PICKED OPTION 2 AND KEYED THE BUSINESS DATE,
      * WITH THE INTAKE AND THE ACKNOWLEDGMENT MATCH AS SEPARATE
      * MENU PICKS ON TOP. THIS DRIVER RUNS THE WHOLE NIGHT WITH NO
      * ONE AT THE CONSOLE AND NEVER ACCEPTS ANYTHING - THE STEPS
      * ARE, IN ORDER:
      *   1 TRANINTK       CONSOLIDATE THE DEPARTMENT FILES NAMED
      *                    ON INTKLIST.DAT INTO TRANRAW.DAT
      *   2 TRANEDIT       EDIT TRANRAW.DAT INTO TRANSIN.DAT
      *   3 ADDTWONUMSBAT  THE BATCH POSTING RUN
      *   4 VARCHECK       DEPARTMENT VOLUME VARIANCE CHECK
      *   5 HISTPOST       POST THE DAY'S RESULTS TO RESULTHST.DAT
      *   6 GLEXTRACT      BUILD THE GENERAL LEDGER JOURNAL
      *   7 ADDRECON       PROVE THE NIGHT'S FILES AGREE
      *   8 EXCPMGMT       EXCEPTION REPORT, CORRECTIONS AND PURGE
      *   9 GENSAVE        KEEP THE NIGHT'S OUTPUT AS DATED
      *                    GENERATIONS ON THE GENCAT.DAT CATALOG
      *  10 ACKMATCH       MATCH THE DOWNSTREAM ACKNOWLEDGMENTS
      * EACH STEP'S START AND END TIME, RETURN CODE AND DISPOSITION
      * ARE APPENDED TO THE STEPLOG.DAT STEP LOG. THE STREAM STOPS
      * ON THE SAME STOPPER CODES THE MENU HONORS: 8 FROM THE INTAKE
      * OR THE EDIT PASS, ANY NON-ZERO CODE FROM THE BATCH (OUT OF
      * BALANCE) OR THE HISTORY POST, 8 FROM THE VARIANCE CHECK (A
      * DEPARTMENT OUTSIDE ITS TOLERANCE, HELD FOR A SUPERVISOR TO
      * REVIEW AND RELEASE FROM THE MENU BEFORE THE RERUN), AND 8
      * FROM THE GL EXTRACT (A JOURNAL THAT DOES NOT TIE). A
      * NON-ZERO CODE FROM ADDRECON, GENSAVE OR ACKMATCH, OR A 4
      * FROM THE INTAKE, EDIT, VARIANCE CHECK OR GL EXTRACT, IS
      * LOGGED AS A WARNING AND THE STREAM CARRIES ON.
      * AFTER EVERY STEP THAT DOES NOT STOP THE STREAM THE STEP
      * NUMBER IS WRITTEN TO RUNCTL.DAT, AND THE RUN IS MARKED
      * COMPLETE AS SOON AS THE HISTORY POST IS CLEAN, EXACTLY WHERE
      * THE MENU MARKS IT. A RERUN THEREFORE NEEDS NO HAND-WORKING
      * OUT OF WHAT IS SAFE TO CALL AGAIN: IF RUNCTL.DAT SHOWS AN
      * OPEN RUN - OR A COMPLETE RUN WHOSE TRAILING STEPS DID NOT
      * ALL FINISH - THE STREAM PICKS UP THAT BUSINESS DATE AND
      * RESUMES AT THE STEP AFTER THE LAST ONE COMPLETED, LOGGING
      * THE EARLIER STEPS AS BYPASSED. OTHERWISE A FRESH RUN STARTS
      * FOR THE NEXT OPEN BUSINESS DAY ON THE BUSINESS CALENDAR
      * AFTER THE LAST DATE COMPLETED (LOOKED UP THROUGH CALNEXT),
      * PROVIDED THAT DAY HAS ARRIVED; ON A WEEKEND OR HOLIDAY
      * NIGHT THERE IS NOTHING DUE AND THE STREAM ENDS CLEANLY
      * WITHOUT RUNNING A STEP. THERE IS NO ONE TO OVERRIDE THE
      * CALENDAR HERE - A DATE OUT OF SEQUENCE IS RUN BY A
      * SUPERVISOR THROUGH THE MENU. A COMPLETED DATE THE CALENDAR
      * FLAGS AS MONTH-END OR YEAR-END LEAVES MONTHEND OR HISTARCH
      * MARKED DUE ON RUNCTL.DAT, THE SAME AS THE MENU.
      * RETURN-CODE IS THE HIGHEST CODE ANY STEP GAVE BACK, OR 8 IF
      * THE STREAM COULD NOT START, SO THE SCHEDULER THAT LAUNCHES
      * IT CAN PAGE SOMEONE ON ANYTHING BUT A CLEAN NIGHT.
      * LIKE MENUDRIVER, EVERY STEP IS CALLED DYNAMICALLY BY THE
      * LITERAL NAME ON ITS CALL STATEMENT AND MUST BE COMPILED AND
      * LINK-EDITED UNDER THAT NAME BEFORE THE STREAM IS SCHEDULED,
      * AS MUST THE CALENDAR LOOKUP CALNEXT AND NXTPURGE.
      * AS IN THE MENU, NXTPURGE CLEARS THE HELD ENTRIES THE BATCH
      * PROMOTED OFF ADDONLNX.DAT AS SOON AS THE RUN IS MARKED
      * COMPLETE, AND AGAIN BEFORE A FRESH RUN IS STARTED; IF THAT
      * SECOND CLEAR CANNOT BE MADE THE STREAM IS NOT STARTED, SINCE
      * THE BATCH WOULD PROMOTE THE SAME ENTRIES A SECOND TIME. A
      * FAILED CLEAR AT COMPLETION IS ONLY A WARNING (CODE 4).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTSTRM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNFLDS.

       FD  STEP-LOG-FILE.
           COPY STPFLDS.

       WORKING-STORAGE SECTION.
           COPY STRMCOM.
           COPY CALCOM.
       01 WS-RUN-CONTROL-STATUS PICTURE IS XX.
       01 WS-STEP-LOG-STATUS PICTURE IS XX.
       01 WS-RUN-CONTROL-SWITCH PICTURE IS X VALUE "N".
           88 RUN-CONTROL-FOUND VALUE "Y".
       01 WS-CONTROL-WRITE-SWITCH PICTURE IS X VALUE "N".
           88 RUN-CONTROL-NOT-WRITTEN VALUE "Y".
       01 WS-STREAM-REFUSED-SWITCH PICTURE IS X VALUE "N".
           88 STREAM-REFUSED VALUE "Y".
       01 WS-STREAM-STOP-SWITCH PICTURE IS X VALUE "N".
           88 STREAM-STOPPED VALUE "Y".
       01 WS-RESUME-SWITCH PICTURE IS X VALUE "N".
           88 RESUMING-RUN VALUE "Y".
       01 WS-RUN-DUE-SWITCH PICTURE IS X VALUE "Y".
           88 NO-RUN-DUE VALUE "N".
       01 WS-TODAY-DATE PICTURE IS 9(8).
       01 WS-BUSINESS-DATE PICTURE IS 9(8).
       01 WS-RUN-DATE-TIME PICTURE IS X(21).
       01 WS-STEP-START-TIME PICTURE IS X(21).
       01 WS-STEP-PROGRAM PICTURE IS X(16).
       01 WS-STEP-DISPOSITION PICTURE IS X(8).
       01 WS-STEP-RETURN-CODE PICTURE IS 9(4).
       01 WS-STREAM-RETURN-CODE PICTURE IS 9(4) VALUE ZERO.

      * THE STEP AFTER WHICH THE RUN COUNTS AS COMPLETE IS NAMED
      * HERE RATHER THAN NUMBERED, SO A STEP ADDED TO THE TABLE
      * BELOW DOES NOT HAVE TO BE CHASED THROUGH THE LOGIC.
       01 WS-STEP-CONTROLS.
           05 WS-STEP-INDEX PICTURE IS 99 VALUE ZERO.
           05 WS-RESUME-AFTER-STEP PICTURE IS 99 VALUE ZERO.
           05 WS-COMPLETE-AT-STEP PICTURE IS 99 VALUE ZERO.
           05 WS-STOPPED-AT-STEP PICTURE IS 99 VALUE ZERO.
           05 WS-FINAL-STEP PICTURE IS 99 VALUE 10.
           05 WS-COMPLETING-PROGRAM PICTURE IS X(16)
               VALUE "HISTPOST".

       01 WS-STEP-NAME-VALUES.
           05 FILLER PICTURE IS X(16) VALUE "TRANINTK".
           05 FILLER PICTURE IS X(16) VALUE "TRANEDIT".
           05 FILLER PICTURE IS X(16) VALUE "ADDTWONUMSBAT".
           05 FILLER PICTURE IS X(16) VALUE "VARCHECK".
           05 FILLER PICTURE IS X(16) VALUE "HISTPOST".
           05 FILLER PICTURE IS X(16) VALUE "GLEXTRACT".
           05 FILLER PICTURE IS X(16) VALUE "ADDRECON".
           05 FILLER PICTURE IS X(16) VALUE "EXCPMGMT".
           05 FILLER PICTURE IS X(16) VALUE "GENSAVE".
           05 FILLER PICTURE IS X(16) VALUE "ACKMATCH".
       01 WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-VALUES.
           05 WS-STEP-NAME PICTURE IS X(16) OCCURS 10 TIMES.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           SET UNATTENDED-STREAM TO TRUE.
           PERFORM LOCATE-COMPLETING-STEP.
           PERFORM OPEN-STEP-LOG.
           IF NOT STREAM-REFUSED
               PERFORM ESTABLISH-RUN-DATE
           END-IF.
           IF NOT STREAM-REFUSED AND NOT RESUMING-RUN
                   AND NOT NO-RUN-DUE
               PERFORM CLEAR-BEFORE-START
               IF NOT STREAM-REFUSED
                   PERFORM START-RUN-CONTROL
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN STREAM-REFUSED
                   DISPLAY "NIGHTLY STREAM NOT STARTED"
                   MOVE 8 TO WS-STREAM-RETURN-CODE
               WHEN NO-RUN-DUE
                   DISPLAY "NO BUSINESS DATE IS DUE TONIGHT - NO"
                       " STEPS RUN"
               WHEN OTHER
                   PERFORM RUN-STREAM-STEPS
           END-EVALUATE.
           IF WS-STEP-LOG-STATUS = "00"
               CLOSE STEP-LOG-FILE
           END-IF.
           MOVE WS-STREAM-RETURN-CODE TO RETURN-CODE.
       PROGRAM-DONE.
           STOP RUN.

       RUN-STREAM-STEPS.
           DISPLAY "NIGHTLY STREAM FOR BUSINESS DATE "
               WS-BUSINESS-DATE.
           MOVE 1 TO WS-STEP-INDEX.
           PERFORM RUN-ONE-STEP
               UNTIL STREAM-STOPPED
               OR WS-STEP-INDEX > WS-FINAL-STEP.
           PERFORM DISPLAY-STREAM-VERDICT.

       LOCATE-COMPLETING-STEP.
           MOVE 1 TO WS-STEP-INDEX.
           PERFORM CHECK-COMPLETING-STEP
               UNTIL WS-COMPLETE-AT-STEP > ZERO
               OR WS-STEP-INDEX > WS-FINAL-STEP.

       CHECK-COMPLETING-STEP.
           IF WS-STEP-NAME(WS-STEP-INDEX) = WS-COMPLETING-PROGRAM
               MOVE WS-STEP-INDEX TO WS-COMPLETE-AT-STEP
           END-IF.
           ADD 1 TO WS-STEP-INDEX.

      * THE STEP LOG IS THE ONLY RECORD OF WHAT RAN WHILE NOBODY
      * WAS WATCHING, SO THE STREAM WILL NOT START WITHOUT IT.
       OPEN-STEP-LOG.
           OPEN EXTEND STEP-LOG-FILE.
           IF WS-STEP-LOG-STATUS = "35"
               OPEN OUTPUT STEP-LOG-FILE
           END-IF.
           IF WS-STEP-LOG-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN THE STEP LOG ***"
               SET STREAM-REFUSED TO TRUE
           END-IF.

       READ-RUN-CONTROL.
           MOVE "N" TO WS-RUN-CONTROL-SWITCH.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RUN-BUSINESS-DATE IS NUMERIC
                           SET RUN-CONTROL-FOUND TO TRUE
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF RUN-CONTROL-FOUND
               IF RUN-LAST-STEP IS NOT NUMERIC
                   MOVE ZERO TO RUN-LAST-STEP
                   MOVE SPACES TO RUN-LAST-STEP-NAME
               END-IF
               IF RUN-MONTHEND-DUE-MONTH IS NOT NUMERIC
                   MOVE ZERO TO RUN-MONTHEND-DUE-MONTH
               END-IF
               IF RUN-HISTARCH-DUE-YEAR IS NOT NUMERIC
                   MOVE ZERO TO RUN-HISTARCH-DUE-YEAR
               END-IF
           END-IF.

      * THE BUSINESS DATE IS NEVER KEYED. AN OPEN RUN ON RUNCTL.DAT
      * IS A NIGHT THAT DID NOT FINISH AND IS ALWAYS RESUMED FIRST -
      * WHATEVER THE WALL CLOCK SAYS, A FAILED NIGHT IS NOT SKIPPED.
      * A COMPLETE RUN WHOSE STEP RECORD STOPS BETWEEN THE HISTORY
      * POST AND THE LAST STEP IS RESUMED FOR ITS TRAILING STEPS. A
      * COMPLETE RUN THE MENU FINISHED CARRIES STEP ZERO AND IS
      * TREATED AS FULLY DONE - THE MENU RAN ITS RECONCILIATION.
       ESTABLISH-RUN-DATE.
           MOVE "N" TO WS-RESUME-SWITCH.
           MOVE ZERO TO WS-RESUME-AFTER-STEP.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME.
           MOVE WS-RUN-DATE-TIME(1:8) TO WS-TODAY-DATE.
           PERFORM READ-RUN-CONTROL.
           EVALUATE TRUE
               WHEN NOT RUN-CONTROL-FOUND
                   PERFORM CHOOSE-FIRST-RUN-DATE
               WHEN NOT RUN-COMPLETE
                   PERFORM RESUME-OPEN-RUN
               WHEN RUN-LAST-STEP >= WS-COMPLETE-AT-STEP
                       AND RUN-LAST-STEP < WS-FINAL-STEP
                   PERFORM RESUME-OPEN-RUN
               WHEN OTHER
                   PERFORM CHOOSE-NEXT-RUN-DATE
           END-EVALUATE.

       RESUME-OPEN-RUN.
           MOVE RUN-BUSINESS-DATE TO WS-BUSINESS-DATE.
           MOVE RUN-LAST-STEP TO WS-RESUME-AFTER-STEP.
           SET RESUMING-RUN TO TRUE.
           DISPLAY "RESUMING THE RUN FOR BUSINESS DATE "
               WS-BUSINESS-DATE " AFTER STEP " WS-RESUME-AFTER-STEP.

      * WITH NO RUN-CONTROL RECORD AT ALL (THE FIRST NIGHT) TODAY
      * IS RUN IF THE CALENDAR HAS IT AS A WORKING DAY.
       CHOOSE-FIRST-RUN-DATE.
           DISPLAY "NO RUN CONTROL ON FILE - USING THE WALL CLOCK"
               " DATE".
           MOVE ZERO TO RUN-MONTHEND-DUE-MONTH.
           MOVE ZERO TO RUN-HISTARCH-DUE-YEAR.
           COMPUTE WS-CAL-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1).
           PERFORM LOOK-UP-NEXT-OPEN-DAY.

       CHOOSE-NEXT-RUN-DATE.
           MOVE RUN-BUSINESS-DATE TO WS-CAL-FROM-DATE.
           PERFORM LOOK-UP-NEXT-OPEN-DAY.

      * A CALENDAR THAT CANNOT BE READ, OR HAS NOT BEEN LOADED FAR
      * ENOUGH AHEAD, STOPS THE STREAM RATHER THAN LET IT GUESS.
       LOOK-UP-NEXT-OPEN-DAY.
           CALL "CALNEXT".
           EVALUATE TRUE
               WHEN CAL-NOT-AVAILABLE
                   DISPLAY "BUSINESS CALENDAR NOT AVAILABLE - RUN"
                       " REFUSED"
                   SET STREAM-REFUSED TO TRUE
               WHEN CAL-NOT-MAINTAINED
                   DISPLAY "NO OPEN BUSINESS DAY ON THE CALENDAR"
                       " AFTER " WS-CAL-FROM-DATE " - RUN REFUSED"
                   SET STREAM-REFUSED TO TRUE
               WHEN WS-CAL-NEXT-DATE > WS-TODAY-DATE
                   DISPLAY "NEXT OPEN BUSINESS DATE IS "
                       WS-CAL-NEXT-DATE
                   SET NO-RUN-DUE TO TRUE
               WHEN OTHER
                   MOVE WS-CAL-NEXT-DATE TO WS-BUSINESS-DATE
           END-EVALUATE.

       CLEAR-BEFORE-START.
           MOVE ZERO TO RETURN-CODE.
           CALL "NXTPURGE".
           IF RETURN-CODE NOT = ZERO
               DISPLAY "PROMOTED ENTRIES NOT CLEARED FROM ADDONLNX.DAT"
               SET STREAM-REFUSED TO TRUE
           END-IF.
           MOVE ZERO TO RETURN-CODE.

      * A FRESH RUN WRITES NOTSTART WITH NO STEP COMPLETED BEFORE
      * THE FIRST STEP IS CALLED, THE SAME AS THE MENU, SO EVERY
      * STEP DATES ITSELF FROM THE RECORD.
       START-RUN-CONTROL.
           MOVE WS-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           MOVE "NOTSTART" TO RUN-STATUS.
           MOVE ZERO TO RUN-LAST-STEP.
           MOVE SPACES TO RUN-LAST-STEP-NAME.
           MOVE SPACE TO RUN-VARIANCE-STATUS.
           PERFORM REWRITE-RUN-CONTROL.
           IF RUN-CONTROL-NOT-WRITTEN
               SET STREAM-REFUSED TO TRUE
           END-IF.

       RUN-ONE-STEP.
           MOVE WS-STEP-NAME(WS-STEP-INDEX) TO WS-STEP-PROGRAM.
           IF WS-STEP-INDEX NOT > WS-RESUME-AFTER-STEP
               PERFORM LOG-BYPASSED-STEP
           ELSE
               PERFORM EXECUTE-STEP
           END-IF.
           ADD 1 TO WS-STEP-INDEX.

       LOG-BYPASSED-STEP.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TIME.
           MOVE ZERO TO WS-STEP-RETURN-CODE.
           MOVE "BYPASSED" TO WS-STEP-DISPOSITION.
           PERFORM WRITE-STEP-LOG.
           DISPLAY "STEP " WS-STEP-INDEX " " WS-STEP-PROGRAM
               " ALREADY COMPLETE - BYPASSED".

       EXECUTE-STEP.
           DISPLAY "STEP " WS-STEP-INDEX " " WS-STEP-PROGRAM
               " STARTING".
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TIME.
           MOVE ZERO TO RETURN-CODE.
           PERFORM CALL-STEP-PROGRAM.
           MOVE RETURN-CODE TO WS-STEP-RETURN-CODE.
           MOVE ZERO TO RETURN-CODE.
           PERFORM JUDGE-STEP-RESULT.
           PERFORM WRITE-STEP-LOG.
           IF NOT STREAM-STOPPED
               PERFORM MARK-STEP-COMPLETE
           END-IF.

       CALL-STEP-PROGRAM.
           EVALUATE WS-STEP-PROGRAM
               WHEN "TRANINTK"
                   CALL "TRANINTK"
               WHEN "TRANEDIT"
                   CALL "TRANEDIT"
               WHEN "ADDTWONUMSBAT"
                   CALL "ADDTWONUMSBAT"
               WHEN "VARCHECK"
                   CALL "VARCHECK"
               WHEN "HISTPOST"
                   CALL "HISTPOST"
               WHEN "GLEXTRACT"
                   CALL "GLEXTRACT"
               WHEN "ADDRECON"
                   CALL "ADDRECON"
               WHEN "EXCPMGMT"
                   CALL "EXCPMGMT"
               WHEN "GENSAVE"
                   CALL "GENSAVE"
               WHEN "ACKMATCH"
                   CALL "ACKMATCH"
           END-EVALUATE.

      * THE STOPPER RULES ARE THE MENU'S: THE INTAKE AND THE EDIT
      * PASS STOP ONLY ON 8 (A 4 MEANS SOME INPUT WAS HELD OR
      * REJECTED BUT WHAT REMAINS IS GOOD TO PROCESS); THE BATCH AND
      * THE HISTORY POST STOP ON ANYTHING BUT ZERO, BECAUSE NOTHING
      * AFTER THEM MAY RUN ON AN UNBALANCED OR HALF-POSTED DAY. THE
      * VARIANCE CHECK AND THE GL EXTRACT STOP ON 8 SO THE RERUN
      * RESUMES AT THAT STEP ONCE THE CAUSE IS PUT RIGHT - FOR THE
      * VARIANCE CHECK, ONCE A SUPERVISOR HAS RELEASED THE DAY.
       JUDGE-STEP-RESULT.
           IF WS-STEP-RETURN-CODE > WS-STREAM-RETURN-CODE
               MOVE WS-STEP-RETURN-CODE TO WS-STREAM-RETURN-CODE
           END-IF.
           MOVE "COMPLETE" TO WS-STEP-DISPOSITION.
           IF WS-STEP-RETURN-CODE NOT = ZERO
               MOVE "WARNING " TO WS-STEP-DISPOSITION
               EVALUATE WS-STEP-PROGRAM
                   WHEN "TRANINTK"
                       IF WS-STEP-RETURN-CODE >= 8
                           DISPLAY "INTAKE FAILED - NOTHING FOR THE"
                               " EDIT PASS - SEE INTKRPT.DAT"
                           PERFORM STOP-STREAM
                       ELSE
                           DISPLAY "SOME FILES HELD - SEE"
                               " INTKRPT.DAT"
                       END-IF
                   WHEN "TRANEDIT"
                       IF WS-STEP-RETURN-CODE >= 8
                           DISPLAY "EDIT PASS FAILED - BATCH NOT"
                               " STARTED"
                           PERFORM STOP-STREAM
                       ELSE
                           DISPLAY "EDIT REJECTS WRITTEN TO"
                               " TRANREJ.DAT - SEE EDITRPT.DAT"
                       END-IF
                   WHEN "ADDTWONUMSBAT"
                       DISPLAY "BATCH ENDED OUT OF BALANCE - DO NOT"
                           " RELEASE RESULTOUT.DAT OR ADDIFACE.DAT"
                       PERFORM STOP-STREAM
                   WHEN "VARCHECK"
                       IF WS-STEP-RETURN-CODE >= 8
                           DISPLAY "VARIANCE ALERT - HOLD ADDIFACE.DAT"
                               " - SEE VARRPT.DAT"
                           PERFORM STOP-STREAM
                       ELSE
                           DISPLAY "VARIANCE NOT CHECKED OR RELEASED -"
                               " SEE VARRPT.DAT"
                       END-IF
                   WHEN "HISTPOST"
                       DISPLAY "HISTORY POST FAILED - RUN NOT MARKED"
                           " COMPLETE"
                       PERFORM STOP-STREAM
                   WHEN "GLEXTRACT"
                       IF WS-STEP-RETURN-CODE >= 8
                           DISPLAY "GL EXTRACT DOES NOT TIE - DO NOT"
                               " RELEASE GLJRNL.DAT"
                           PERFORM STOP-STREAM
                       ELSE
                           DISPLAY "UNMAPPED DEPARTMENTS HELD - SEE"
                               " GLEXCRPT.DAT"
                       END-IF
                   WHEN "ADDRECON"
                       DISPLAY "RECONCILIATION OUT OF BALANCE - SEE"
                           " RECONRPT.DAT"
                   WHEN "GENSAVE"
                       DISPLAY "NIGHT NOT FULLY SAVED AS GENERATIONS -"
                           " SEE GENRPT.DAT"
                   WHEN "ACKMATCH"
                       DISPLAY "ACKNOWLEDGMENT MISMATCH - SEE"
                           " ACKRPT.DAT"
               END-EVALUATE
           END-IF.

       STOP-STREAM.
           MOVE "STOPPED " TO WS-STEP-DISPOSITION.
           MOVE WS-STEP-INDEX TO WS-STOPPED-AT-STEP.
           SET STREAM-STOPPED TO TRUE.

       WRITE-STEP-LOG.
           MOVE WS-BUSINESS-DATE TO STEP-BUSINESS-DATE.
           MOVE WS-STEP-INDEX TO STEP-NUMBER.
           MOVE WS-STEP-PROGRAM TO STEP-PROGRAM-NAME.
           MOVE WS-STEP-START-TIME TO STEP-START-TIME.
           MOVE FUNCTION CURRENT-DATE TO STEP-END-TIME.
           MOVE WS-STEP-RETURN-CODE TO STEP-RETURN-CODE.
           MOVE WS-STEP-DISPOSITION TO STEP-DISPOSITION.
           WRITE STEP-LOG-RECORD.

      * THE RECORD IS READ BACK FIRST BECAUSE THE STEP JUST RUN MAY
      * HAVE ADVANCED THE STATUS ITSELF (TRANEDIT MARKS EDITING,
      * ADDTWONUMSBAT MARKS POSTING). IF THE STEP CANNOT BE
      * RECORDED THE STREAM STOPS - CARRYING ON WOULD LEAVE A
      * RESTART THAT REPEATS WORK ALREADY DONE.
       MARK-STEP-COMPLETE.
           PERFORM READ-RUN-CONTROL.
           IF NOT RUN-CONTROL-FOUND
               MOVE "NOTSTART" TO RUN-STATUS
               MOVE ZERO TO RUN-MONTHEND-DUE-MONTH
               MOVE ZERO TO RUN-HISTARCH-DUE-YEAR
               MOVE SPACE TO RUN-VARIANCE-STATUS
           END-IF.
           MOVE WS-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           MOVE WS-STEP-INDEX TO RUN-LAST-STEP.
           MOVE WS-STEP-PROGRAM TO RUN-LAST-STEP-NAME.
           IF WS-STEP-INDEX = WS-COMPLETE-AT-STEP
               MOVE "COMPLETE" TO RUN-STATUS
               PERFORM SET-CYCLES-DUE
           END-IF.
           PERFORM REWRITE-RUN-CONTROL.
           IF RUN-CONTROL-NOT-WRITTEN
               DISPLAY "STEP COMPLETION NOT RECORDED - STREAM"
                   " STOPPED"
               MOVE 8 TO WS-STREAM-RETURN-CODE
               MOVE WS-STEP-INDEX TO WS-STOPPED-AT-STEP
               SET STREAM-STOPPED TO TRUE
           ELSE
               IF WS-STEP-INDEX = WS-COMPLETE-AT-STEP
                   PERFORM CLEAR-AT-COMPLETION
               END-IF
           END-IF.

       CLEAR-AT-COMPLETION.
           MOVE ZERO TO RETURN-CODE.
           CALL "NXTPURGE".
           IF RETURN-CODE NOT = ZERO
               DISPLAY "PROMOTED ENTRIES STILL ON ADDONLNX.DAT -"
                   " CLEARED BEFORE THE NEXT RUN STARTS"
               IF WS-STREAM-RETURN-CODE < 4
                   MOVE 4 TO WS-STREAM-RETURN-CODE
               END-IF
           END-IF.
           MOVE ZERO TO RETURN-CODE.

      * THE DUE FLAGS ARE TAKEN FROM THE CALENDAR ENTRY FOR THE
      * DATE JUST COMPLETED AND LEFT FOR MONTHEND AND HISTARCH TO
      * CLEAR WHEN THEY HAVE RUN.
       SET-CYCLES-DUE.
           COMPUTE WS-CAL-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) - 1).
           CALL "CALNEXT".
           IF CAL-NEXT-FOUND
                   AND WS-CAL-NEXT-DATE = WS-BUSINESS-DATE
               IF CAL-NEXT-IS-MONTH-END
                   MOVE WS-BUSINESS-DATE(1:6)
                       TO RUN-MONTHEND-DUE-MONTH
                   DISPLAY "MONTH-END SUMMARY IS DUE FOR "
                       RUN-MONTHEND-DUE-MONTH
               END-IF
               IF CAL-NEXT-IS-YEAR-END
                   MOVE WS-BUSINESS-DATE(1:4) TO RUN-HISTARCH-DUE-YEAR
                   DISPLAY "HISTORY ARCHIVE CYCLE IS DUE FOR"
                       " YEAR-END " RUN-HISTARCH-DUE-YEAR
               END-IF
           END-IF.

       REWRITE-RUN-CONTROL.
           MOVE "N" TO WS-CONTROL-WRITE-SWITCH.
           OPEN OUTPUT RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO WRITE RUN CONTROL ***"
               SET RUN-CONTROL-NOT-WRITTEN TO TRUE
           ELSE
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF.

       DISPLAY-STREAM-VERDICT.
           IF STREAM-STOPPED
               DISPLAY "*** NIGHTLY STREAM STOPPED AT STEP "
                   WS-STOPPED-AT-STEP " " WS-STEP-PROGRAM
                   " - CORRECT AND RERUN; THE RERUN RESUMES AT THIS"
                   " STEP ***"
           ELSE
               DISPLAY "NIGHTLY STREAM FINISHED FOR BUSINESS DATE "
                   WS-BUSINESS-DATE " - HIGHEST RETURN CODE "
                   WS-STREAM-RETURN-CODE
           END-IF.
