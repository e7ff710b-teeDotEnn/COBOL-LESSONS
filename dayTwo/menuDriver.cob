      * NAME ON EACH CALL STATEMENT, SO EVERY PROGRAM NAMED ON A CALL
      * BELOW - HELLONAME, ADDTWONUMS, TRANEDIT, ADDTWONUMSBAT,
      * ADDRECON, EXCPMGMT, HISTPOST, MONTHEND, OPERMAINT, TRANINQ,
      * TRANINTK, ACKMATCH, REVAPPR, RPTREGEN, CALNEXT, GLEXTRACT,
      * VARCHECK, REVLINK, GENSAVE, GENRESND, YEARCOMP, MENUAUTH,
      * SESSRPT, DEPTMAINT, HISTARCH, MASTUTIL, NXTPURGE -
      * MUST BE COMPILED AND LINK-EDITED INTO A LOAD MODULE MATCHING
      * THAT LITERAL BEFORE THIS DRIVER IS RUN, THE SAME AS ANY
      * OTHER DYNAMICALLY CALLED SUBPROGRAM.
      * WHO MAY TAKE EACH OPTION IS DECIDED BY THE ROLE
      * AUTHORIZATION TABLE ON ROLEAUTH.DAT, ASKED THROUGH MENUAUTH
      * FOR THE SIGNED-ON OPERATOR'S ROLE (THE SHIFT CODE). THE MENU
      * SHOWS ONLY THE OPTIONS THE ROLE HOLDS; AN OPTION KEYED
      * WITHOUT BEING HELD IS REFUSED AND THE REFUSAL LOGGED, AND
      * SESSRPT REPORTS THE REFUSALS BY OPERATOR. END SHIFT IS
      * ALWAYS OFFERED.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENUDRIVER.
       ENVIRONMENT DIVISION.
       01 WS-SESSION-ACTION PICTURE IS X(20).
       01 WS-RUN-CONTROL-STATUS PICTURE IS XX.
       01 WS-BUSINESS-DATE-RAW PICTURE IS X(8).
       01 WS-BUSINESS-DATE PICTURE IS 9(8) VALUE ZERO.
       01 WS-RUN-DATE-TIME PICTURE IS X(21).
       01 WS-DATE-ENTRY-SWITCH PICTURE IS X VALUE "N".
           88 DATE-ENTRY-DONE VALUE "Y".
       01 WS-RUN-REFUSED-SWITCH PICTURE IS X VALUE "N".
           88 RUN-START-REFUSED VALUE "Y".
       01 WS-TODAY-DATE PICTURE IS 9(8).
       01 WS-DATE-SEQUENCE-SWITCH PICTURE IS X VALUE "N".
           88 DATE-OUT-OF-SEQUENCE VALUE "Y".
       01 WS-OVERRIDE-REPLY PICTURE IS X.
           88 OVERRIDE-CONFIRMED VALUE "Y".
       01 WS-VARIANCE-HOLD-SWITCH PICTURE IS X VALUE "N".
           88 VARIANCE-HOLD VALUE "Y".
       01 WS-RELEASE-REPLY PICTURE IS X.
           88 RELEASE-CONFIRMED VALUE "Y".
       01 WS-RUN-MARKED-SWITCH PICTURE IS X VALUE "N".
           88 RUN-MARKED-COMPLETE VALUE "Y".
       01 WS-RESUME-BATCH-SWITCH PICTURE IS X VALUE "N".
           88 RESUMING-BATCH VALUE "Y".

      * THE BATCH IS RECORDED ON RUNCTL.DAT UNDER ITS NIGHTSTRM STEP
      * NUMBER AND NAME, SO EITHER DRIVER CAN RESUME A DAY THE OTHER
      * LEFT OPEN AFTER THE BATCH HAD BALANCED.
       01 WS-BATCH-STEP PICTURE IS 99 VALUE 3.
       01 WS-BATCH-STEP-NAME PICTURE IS X(16) VALUE "ADDTWONUMSBAT".

      * WHAT CHECK-RUN-CONTROL FOUND ON RUNCTL.DAT, KEPT HERE BECAUSE
      * THE RECORD AREA IS REUSED WHEN THE NEW RUN IS STARTED.
       01 WS-LAST-RUN-DATE PICTURE IS 9(8) VALUE ZERO.
       01 WS-LAST-RUN-SWITCH PICTURE IS X VALUE "N".
           88 NO-LAST-RUN VALUE "N".
           88 LAST-RUN-OPEN VALUE "O".
           88 LAST-RUN-COMPLETE VALUE "C".
       01 WS-MONTHEND-DUE-MONTH PICTURE IS 9(6) VALUE ZERO.
       01 WS-HISTARCH-DUE-YEAR PICTURE IS 9(4) VALUE ZERO.
       01 WS-LAST-VARIANCE-STATUS PICTURE IS X VALUE SPACE.
           88 LAST-RUN-VARIANCE-HELD VALUE "H".
       01 WS-LAST-RUN-STEP PICTURE IS 99 VALUE ZERO.

      * WHICH MENU OPTIONS THE SIGNED-ON OPERATOR'S ROLE HOLDS,
      * ONE FLAG PER ENTRY IN THE MNFTBL CATALOG, SO ENTRY N IS
      * MENU OPTION N. BUILT AT SIGN-ON AND AGAIN AFTER OPERATOR
      * MAINTENANCE, WHERE THE TABLE IS CHANGED.
       01 WS-OPTION-AUTHORITY.
           05 WS-OPTION-HELD-FLAG OCCURS 17 TIMES PICTURE IS X.
               88 OPTION-HELD VALUE "Y".
       01 WS-OPTION-INDEX PICTURE IS 99.
       01 WS-END-SHIFT-OPTION PICTURE IS 99 VALUE 18.
       01 WS-STANDARD-GRANTS-SWITCH PICTURE IS X VALUE "N".
           88 STANDARD-GRANTS-IN-FORCE VALUE "Y".

           COPY SIGNCOM.
           COPY CALCOM.
           COPY MNACOM.
           COPY MNFTBL.

       PROCEDURE DIVISION.

           IF SIGNON-OK
               MOVE "SIGN-ON" TO WS-SESSION-ACTION
               PERFORM WRITE-SESSION-LOG
               PERFORM CHECK-RUN-CONTROL
               PERFORM DISPLAY-CYCLES-DUE
               PERFORM LOAD-OPTION-AUTHORITY
               PERFORM RUN-MENU UNTIL MENU-DONE
               MOVE "SIGN-OFF" TO WS-SESSION-ACTION
               PERFORM WRITE-SESSION-LOG
               WRITE SESSION-LOG-RECORD
           END-IF.

      * ASKS MENUAUTH ABOUT EVERY OPTION IN THE CATALOG FOR THIS
      * OPERATOR'S ROLE.
       LOAD-OPTION-AUTHORITY.
           MOVE "N" TO WS-STANDARD-GRANTS-SWITCH.
           MOVE 1 TO WS-OPTION-INDEX.
           PERFORM LOAD-ONE-OPTION
               UNTIL WS-OPTION-INDEX > WS-MNF-COUNT.
           IF STANDARD-GRANTS-IN-FORCE
               DISPLAY "ROLE AUTHORIZATION TABLE NOT AVAILABLE -"
                   " STANDARD GRANTS IN FORCE"
           END-IF.

       LOAD-ONE-OPTION.
           MOVE WS-CURRENT-OPERATOR-SHIFT TO WS-MNA-ROLE.
           MOVE WS-MNF-FUNCTION(WS-OPTION-INDEX) TO WS-MNA-FUNCTION.
           CALL "MENUAUTH".
           IF MNA-GRANTED
               MOVE "Y" TO WS-OPTION-HELD-FLAG(WS-OPTION-INDEX)
           ELSE
               MOVE "N" TO WS-OPTION-HELD-FLAG(WS-OPTION-INDEX)
           END-IF.
           IF MNA-FROM-STANDARD
               SET STANDARD-GRANTS-IN-FORCE TO TRUE
           END-IF.
           ADD 1 TO WS-OPTION-INDEX.

       RUN-MENU.
           DISPLAY " ".
           MOVE 1 TO WS-OPTION-INDEX.
           PERFORM SHOW-ONE-OPTION
               UNTIL WS-OPTION-INDEX > WS-MNF-COUNT.
           DISPLAY WS-END-SHIFT-OPTION ". END SHIFT".
           DISPLAY "ENTER YOUR CHOICE".
           ACCEPT WS-MENU-CHOICE.
           IF WS-MENU-CHOICE > ZERO
                   AND WS-MENU-CHOICE NOT > WS-MNF-COUNT
               IF OPTION-HELD(WS-MENU-CHOICE)
                   PERFORM TAKE-MENU-OPTION
               ELSE
                   PERFORM REFUSE-MENU-OPTION
               END-IF
           ELSE
               PERFORM TAKE-MENU-OPTION
           END-IF.

       SHOW-ONE-OPTION.
           IF OPTION-HELD(WS-OPTION-INDEX)
               IF WS-OPTION-INDEX < 10
                   DISPLAY WS-OPTION-INDEX(2:1) ". "
                       WS-MNF-DESCRIPTION(WS-OPTION-INDEX)
               ELSE
                   DISPLAY WS-OPTION-INDEX ". "
                       WS-MNF-DESCRIPTION(WS-OPTION-INDEX)
               END-IF
           END-IF.
           ADD 1 TO WS-OPTION-INDEX.

      * THE LOG TEXT KEEPS THE "OPTION N REFUSED" FORM THE SHIFT
      * CHECKS USED BEFORE THE TABLE, SO SESSRPT COUNTS OLD AND NEW
      * REFUSALS ALIKE.
       REFUSE-MENU-OPTION.
           DISPLAY "YOUR ROLE IS NOT AUTHORIZED FOR THAT OPTION -"
               " SEE A SUPERVISOR".
           MOVE SPACES TO WS-SESSION-ACTION.
           IF WS-MENU-CHOICE < 10
               STRING "OPTION " WS-MENU-CHOICE(2:1) " REFUSED"
                   DELIMITED BY SIZE INTO WS-SESSION-ACTION
           ELSE
               STRING "OPTION " WS-MENU-CHOICE " REFUSED"
                   DELIMITED BY SIZE INTO WS-SESSION-ACTION
           END-IF.
           PERFORM WRITE-SESSION-LOG.

       TAKE-MENU-OPTION.
           EVALUATE WS-MENU-CHOICE
      * THE SESSION LOG IS CLOSED AROUND THE CALL - ADDTWONUMS LOGS
      * EVERY ENTRY IT TAKES AFTER THE NIGHT'S RUN HAS STARTED.
               WHEN 1
                   MOVE "OPTION 1 ONLINE ADD" TO WS-SESSION-ACTION
                   PERFORM WRITE-SESSION-LOG
                   CLOSE SESSION-LOG-FILE
                   CALL "ADDTWONUMS"
                   PERFORM OPEN-SESSION-LOG
               WHEN 2
                   MOVE "OPTION 2 BATCH RUN" TO WS-SESSION-ACTION
                   PERFORM WRITE-SESSION-LOG
                   PERFORM RUN-DAILY-BATCH
      * THE ROLE AUTHORIZATION TABLE IS MAINTAINED FROM OPERATOR
      * MAINTENANCE, SO THE MENU IS BUILT AFRESH ON THE WAY BACK.
               WHEN 3
                   MOVE "OPTION 3 OPER MAINT" TO WS-SESSION-ACTION
                   PERFORM WRITE-SESSION-LOG
                   CALL "OPERMAINT"
                   PERFORM LOAD-OPTION-AUTHORITY
               WHEN 4
                   MOVE "OPTION 4 MONTH-END" TO WS-SESSION-ACTION
                   PERFORM WRITE-SESSION-LOG
      * ITS OWN APPROVAL AND REJECTION RECORDS TO SESSLOG.DAT AND
      * THE TWO PROGRAMS MUST NEVER HOLD THE FILE AT THE SAME TIME.
               WHEN 8
                   MOVE "OPTION 8 RVSL REVIEW" TO WS-SESSION-ACTION
                   PERFORM WRITE-SESSION-LOG
                   CLOSE SESSION-LOG-FILE
                   CALL "REVAPPR"
                   PERFORM OPEN-SESSION-LOG
               WHEN 9
                   MOVE "OPTION 9 REPRINT" TO WS-SESSION-ACTION
                   PERFORM WRITE-SESSION-LOG
                   CALL "RPTREGEN"
                   MOVE ZERO TO RETURN-CODE
               WHEN 10
                   MOVE "OPTION 10 VAR REVIEW" TO WS-SESSION-ACTION
                   PERFORM WRITE-SESSION-LOG
                   PERFORM RELEASE-VARIANCE-HOLD
               WHEN 11
                   MOVE "OPTION 11 RVSL LINK" TO WS-SESSION-ACTION
                   PERFORM WRITE-SESSION-LOG
                   CALL "REVLINK"
                   IF RETURN-CODE = 4
                       DISPLAY "REVERSAL LINKAGE EXCEPTIONS - SEE"
                           " REVLNRPT.DAT"
                   END-IF
                   MOVE ZERO TO RETURN-CODE
      * THE SESSION LOG IS CLOSED AROUND THE CALL FOR THE SAME REASON
      * AS OPTION 8 - GENRESND LOGS EACH RESEND ITSELF.
               WHEN 12
                   MOVE "OPTION 12 RESEND" TO WS-SESSION-ACTION
                   PERFORM WRITE-SESSION-LOG
                   CLOSE SESSION-LOG-FILE
                   CALL "GENRESND"
                   PERFORM OPEN-SESSION-LOG
                   MOVE ZERO TO RETURN-CODE
               WHEN 13
                   MOVE "OPTION 13 YEAR COMP" TO WS-SESSION-ACTION
                   PERFORM WRITE-SESSION-LOG
                   CALL "YEARCOMP"
                   IF RETURN-CODE = 4
                       DISPLAY "ARCHIVE PROOF FAILED - SEE YEARRPT.DAT"
                   END-IF
                   MOVE ZERO TO RETURN-CODE
      * THE SESSION LOG IS CLOSED AROUND THE CALL SO SESSRPT READS
      * EVERYTHING WRITTEN UP TO NOW, THIS OPTION INCLUDED.
               WHEN 14
                   MOVE "OPTION 14 SESSN RPT" TO WS-SESSION-ACTION
                   PERFORM WRITE-SESSION-LOG
                   CLOSE SESSION-LOG-FILE
                   CALL "SESSRPT"
                   PERFORM OPEN-SESSION-LOG
                   IF RETURN-CODE = 4
                       DISPLAY "SECURITY EXCEPTIONS - SEE SECRPT.DAT"
                   END-IF
                   MOVE ZERO TO RETURN-CODE
               WHEN 15
                   MOVE "OPTION 15 DEPT MAINT" TO WS-SESSION-ACTION
                   PERFORM WRITE-SESSION-LOG
                   CALL "DEPTMAINT"
               WHEN 16
                   MOVE "OPTION 16 ARCHIVE" TO WS-SESSION-ACTION
                   PERFORM WRITE-SESSION-LOG
                   CALL "HISTARCH"
                   MOVE ZERO TO RETURN-CODE
               WHEN 17
                   MOVE "OPTION 17 MAST UTIL" TO WS-SESSION-ACTION
                   PERFORM WRITE-SESSION-LOG
                   CALL "MASTUTIL"
                   MOVE ZERO TO RETURN-CODE
               WHEN 18
                   SET MENU-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - PLEASE TRY AGAIN"
      * SECOND FULL RUN, AND EVERY PROGRAM IN THE STREAM DATES
      * ITSELF FROM THE RECORD INSTEAD OF THE WALL CLOCK SO A RUN
      * THAT SLIPS PAST MIDNIGHT STILL POSTS TO THE RIGHT EVENING.
      * THE KEYED DATE MUST ALSO BE THE NEXT OPEN BUSINESS DAY ON
      * THE BUSINESS CALENDAR AFTER THE LAST DATE COMPLETED, SO A
      * WEEKEND, A HOLIDAY OR A SKIPPED NIGHT IS CAUGHT BEFORE ANY
      * POSTING IS MADE UNDER IT; ONLY A SUPERVISOR MAY OVERRIDE,
      * AND THE OVERRIDE IS WRITTEN TO THE SESSION LOG.
      * ONCE THE BATCH HAS BALANCED IT HAS EMPTIED THE ONLINE STAGE,
      * AND RESULTOUT.DAT IS THE ONLY COPY OF THOSE ENTRIES. THE
      * HELD ENTRIES IT PROMOTED COME OFF ADDONLNX.DAT ONLY WHEN
      * THE DAY IS MARKED COMPLETE, THROUGH NXTPURGE, WHICH IS
      * CALLED AGAIN BEFORE A FRESH RUN IS STARTED IN CASE THAT
      * CLEAR FAILED - IF IT STILL CANNOT BE MADE THE RUN IS
      * REFUSED, BECAUSE THE BATCH WOULD PROMOTE THEM A SECOND
      * TIME. A DAY LEFT OPEN AFTER THE BATCH - HELD
      * ON A VARIANCE OR STOPPED IN THE HISTORY POST - IS THEREFORE
      * RESUMED AT THE VARIANCE CHECK WHEN ITS DATE IS KEYED AGAIN,
      * NEVER EDITED AND POSTED A SECOND TIME.
       RUN-DAILY-BATCH.
           PERFORM GET-BUSINESS-DATE.
           PERFORM CHECK-RUN-CONTROL.
               MOVE "OPTION 2 DUP REFUSED" TO WS-SESSION-ACTION
               PERFORM WRITE-SESSION-LOG
           ELSE
               PERFORM CHECK-BUSINESS-CALENDAR
           END-IF.
           MOVE "N" TO WS-RESUME-BATCH-SWITCH.
           IF NOT RUN-START-REFUSED AND LAST-RUN-OPEN
                   AND WS-LAST-RUN-DATE = WS-BUSINESS-DATE
                   AND WS-LAST-RUN-STEP >= WS-BATCH-STEP
               SET RESUMING-BATCH TO TRUE
               PERFORM RUN-BATCH-STREAM
           END-IF.
           IF NOT RUN-START-REFUSED AND NOT RESUMING-BATCH
               MOVE ZERO TO RETURN-CODE
               CALL "NXTPURGE"
               IF RETURN-CODE NOT = ZERO
                   SET RUN-START-REFUSED TO TRUE
                   DISPLAY "PROMOTED ENTRIES NOT CLEARED FROM"
                       " ADDONLNX.DAT - BATCH NOT STARTED"
               ELSE
                   PERFORM START-RUN-CONTROL
                   IF RUN-START-REFUSED
                       DISPLAY "RUN CONTROL NOT WRITTEN - BATCH NOT"
                           " STARTED"
                   ELSE
                       PERFORM RUN-BATCH-STREAM
                   END-IF
               END-IF
           END-IF.
           MOVE ZERO TO RETURN-CODE.

       RUN-BATCH-STREAM.
           MOVE "N" TO WS-RUN-MARKED-SWITCH.
           IF RESUMING-BATCH
               DISPLAY "THE BATCH FOR BUSINESS DATE " WS-BUSINESS-DATE
                   " HAS ALREADY BALANCED - RESUMING AT THE"
                   " VARIANCE CHECK"
               PERFORM FILE-THE-DAY
               PERFORM RUN-CLOSING-STEPS
           ELSE
               CALL "TRANEDIT"
               IF RETURN-CODE >= 8
                   DISPLAY "EDIT PASS FAILED - BATCH NOT STARTED"
               ELSE
                   IF RETURN-CODE = 4
                       DISPLAY "EDIT REJECTS WRITTEN TO TRANREJ.DAT"
                           " - SEE EDITRPT.DAT"
                   END-IF
                   MOVE ZERO TO RETURN-CODE
                   CALL "ADDTWONUMSBAT"
                   IF RETURN-CODE NOT = ZERO
                       DISPLAY "BATCH ENDED OUT OF BALANCE - DO NOT"
                           " RELEASE RESULTOUT.DAT OR ADDIFACE.DAT"
                   ELSE
                       PERFORM RECORD-BATCH-STEP
                       IF RUN-START-REFUSED
                           DISPLAY "BATCH STEP NOT RECORDED - DAY NOT"
                               " FILED"
                       ELSE
                           PERFORM FILE-THE-DAY
                       END-IF
                   END-IF
                   PERFORM RUN-CLOSING-STEPS
               END-IF
           END-IF.

      * A BALANCED BATCH IS FILED TO HISTORY UNLESS THE VARIANCE
      * CHECK HOLDS THE DAY.
       FILE-THE-DAY.
           PERFORM RUN-VARIANCE-CHECK.
           IF NOT VARIANCE-HOLD
               MOVE ZERO TO RETURN-CODE
               CALL "HISTPOST"
               IF RETURN-CODE = ZERO
                   PERFORM MARK-RUN-COMPLETE
                   PERFORM CLEAR-PROMOTED-ENTRIES
                   PERFORM RUN-GL-EXTRACT
               END-IF
           END-IF.

       RUN-CLOSING-STEPS.
           MOVE ZERO TO RETURN-CODE.
           CALL "ADDRECON".
           IF RETURN-CODE NOT = ZERO
               DISPLAY "RECONCILIATION OUT OF BALANCE - SEE"
                   " RECONRPT.DAT"
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           CALL "EXCPMGMT".
           MOVE ZERO TO RETURN-CODE.
           IF RUN-MARKED-COMPLETE
               PERFORM SAVE-NIGHT-GENERATIONS
           END-IF.

      * THE RECORD IS READ BACK FIRST BECAUSE ADDTWONUMSBAT HAS JUST
      * MARKED IT POSTING. IF THE STEP CANNOT BE RECORDED THE DAY IS
      * NOT FILED, AS IN NIGHTSTRM - A RERUN MUST NOT PASS THROUGH
      * THE EDIT AND THE BATCH AGAIN ONCE THE STAGE IS EMPTY.
       RECORD-BATCH-STEP.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END CONTINUE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           MOVE WS-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           MOVE WS-BATCH-STEP TO RUN-LAST-STEP.
           MOVE WS-BATCH-STEP-NAME TO RUN-LAST-STEP-NAME.
           PERFORM REWRITE-RUN-CONTROL.

      * ONLY A COMPLETED NIGHT'S OUTPUT IS RELEASED, SO ONLY A
      * COMPLETED NIGHT IS KEPT AS DATED GENERATIONS - AFTER THE
      * RECONCILIATION SO ITS REPORT IS KEPT WITH THE REST.
       SAVE-NIGHT-GENERATIONS.
           CALL "GENSAVE".
           IF RETURN-CODE NOT = ZERO
               DISPLAY "NIGHT NOT FULLY SAVED AS GENERATIONS - SEE"
                   " GENRPT.DAT"
           END-IF.
           MOVE ZERO TO RETURN-CODE.

      * A DEPARTMENT WHOSE NIGHT IS OUT OF LINE WITH ITS TRAILING
      * AVERAGE HOLDS THE DAY BEFORE THE HISTORY POST: THE RUN STAYS
      * OPEN, AND ADDIFACE.DAT IS NOT RELEASED UNTIL A SUPERVISOR
      * HAS REVIEWED VARRPT.DAT, RELEASED THE DAY FROM OPTION 10 AND
      * THE RUN HAS BEEN RESUMED FOR THE SAME DATE.
       RUN-VARIANCE-CHECK.
           MOVE "N" TO WS-VARIANCE-HOLD-SWITCH.
           MOVE ZERO TO RETURN-CODE.
           CALL "VARCHECK".
           IF RETURN-CODE >= 8
               SET VARIANCE-HOLD TO TRUE
               DISPLAY "VARIANCE ALERT - HOLD ADDIFACE.DAT - SEE"
                   " VARRPT.DAT"
               DISPLAY "A SUPERVISOR MUST RELEASE THE DAY (OPTION 10)"
                   " BEFORE THE RUN IS RESUMED"
           END-IF.

      * A CLEAR THAT FAILS HERE IS MADE BEFORE THE NEXT RUN STARTS.
       CLEAR-PROMOTED-ENTRIES.
           IF RUN-MARKED-COMPLETE
               MOVE ZERO TO RETURN-CODE
               CALL "NXTPURGE"
               IF RETURN-CODE NOT = ZERO
                   DISPLAY "PROMOTED ENTRIES STILL ON ADDONLNX.DAT -"
                       " CLEARED BEFORE THE NEXT RUN STARTS"
               END-IF
           END-IF.

      * THE GENERAL LEDGER JOURNAL IS BUILT FROM THE HISTORY JUST
      * POSTED. A DEPARTMENT HELD FOR WANT OF A MAPPING IS ONLY A
      * WARNING; A JOURNAL THAT DOES NOT TIE MUST NOT GO TO FINANCE.
       RUN-GL-EXTRACT.
           MOVE ZERO TO RETURN-CODE.
           CALL "GLEXTRACT".
           IF RETURN-CODE >= 8
               DISPLAY "DO NOT RELEASE GLJRNL.DAT - SEE GLEXCRPT.DAT"
           END-IF.

       GET-BUSINESS-DATE.

       CHECK-RUN-CONTROL.
           MOVE "N" TO WS-RUN-REFUSED-SWITCH.
           MOVE "N" TO WS-LAST-RUN-SWITCH.
           MOVE ZERO TO WS-LAST-RUN-DATE.
           MOVE ZERO TO WS-MONTHEND-DUE-MONTH.
           MOVE ZERO TO WS-HISTARCH-DUE-YEAR.
           MOVE SPACE TO WS-LAST-VARIANCE-STATUS.
           MOVE ZERO TO WS-LAST-RUN-STEP.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM SAVE-LAST-RUN
                       IF RUN-BUSINESS-DATE = WS-BUSINESS-DATE
                               AND RUN-COMPLETE
                           SET RUN-START-REFUSED TO TRUE
               CLOSE RUN-CONTROL-FILE
           END-IF.

       SAVE-LAST-RUN.
           MOVE RUN-BUSINESS-DATE TO WS-LAST-RUN-DATE.
           IF RUN-COMPLETE
               SET LAST-RUN-COMPLETE TO TRUE
           ELSE
               SET LAST-RUN-OPEN TO TRUE
           END-IF.
           IF RUN-MONTHEND-DUE-MONTH IS NUMERIC
               MOVE RUN-MONTHEND-DUE-MONTH TO WS-MONTHEND-DUE-MONTH
           END-IF.
           IF RUN-HISTARCH-DUE-YEAR IS NUMERIC
               MOVE RUN-HISTARCH-DUE-YEAR TO WS-HISTARCH-DUE-YEAR
           END-IF.
           MOVE RUN-VARIANCE-STATUS TO WS-LAST-VARIANCE-STATUS.
           IF RUN-LAST-STEP IS NUMERIC
               MOVE RUN-LAST-STEP TO WS-LAST-RUN-STEP
           END-IF.

      * THE EXPECTED DATE IS THE FIRST WORKING DAY ON THE CALENDAR
      * AFTER THE LAST COMPLETED DATE. A RUN LEFT OPEN CAN ONLY BE
      * RESTARTED FOR ITS OWN DATE - IT WAS CHECKED WHEN IT FIRST
      * STARTED. WITH NO RUN-CONTROL RECORD AT ALL (THE FIRST NIGHT)
      * THE KEYED DATE NEED ONLY BE A WORKING DAY. A DATE LATER
      * THAN TODAY IS NEVER EXPECTED.
       CHECK-BUSINESS-CALENDAR.
           MOVE "N" TO WS-DATE-SEQUENCE-SWITCH.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME.
           MOVE WS-RUN-DATE-TIME(1:8) TO WS-TODAY-DATE.
           EVALUATE TRUE
               WHEN WS-BUSINESS-DATE > WS-TODAY-DATE
                   DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE
                       " IS LATER THAN TODAY"
                   SET DATE-OUT-OF-SEQUENCE TO TRUE
               WHEN LAST-RUN-OPEN
                   IF WS-BUSINESS-DATE NOT = WS-LAST-RUN-DATE
                       DISPLAY "THE RUN FOR BUSINESS DATE "
                           WS-LAST-RUN-DATE " IS NOT COMPLETE - IT"
                           " MUST BE FINISHED FIRST"
                       SET DATE-OUT-OF-SEQUENCE TO TRUE
                   END-IF
               WHEN OTHER
                   PERFORM CHECK-NEXT-OPEN-DAY
           END-EVALUATE.
           IF DATE-OUT-OF-SEQUENCE
               PERFORM OFFER-DATE-OVERRIDE
           END-IF.

       CHECK-NEXT-OPEN-DAY.
           IF LAST-RUN-COMPLETE
               MOVE WS-LAST-RUN-DATE TO WS-CAL-FROM-DATE
           ELSE
               COMPUTE WS-CAL-FROM-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) - 1)
           END-IF.
           CALL "CALNEXT".
           EVALUATE TRUE
               WHEN CAL-NOT-AVAILABLE
                   DISPLAY "BUSINESS CALENDAR NOT AVAILABLE - THE"
                       " DATE CANNOT BE CHECKED"
                   SET DATE-OUT-OF-SEQUENCE TO TRUE
               WHEN CAL-NOT-MAINTAINED
                   DISPLAY "NO OPEN BUSINESS DAY ON THE CALENDAR"
                       " AFTER " WS-CAL-FROM-DATE
                       " - CALENDAR NOT MAINTAINED"
                   SET DATE-OUT-OF-SEQUENCE TO TRUE
               WHEN WS-CAL-NEXT-DATE NOT = WS-BUSINESS-DATE
                   DISPLAY "THE NEXT OPEN BUSINESS DATE IS "
                       WS-CAL-NEXT-DATE " - " WS-BUSINESS-DATE
                       " IS OUT OF SEQUENCE"
                   SET DATE-OUT-OF-SEQUENCE TO TRUE
           END-EVALUATE.

       OFFER-DATE-OVERRIDE.
           MOVE SPACE TO WS-OVERRIDE-REPLY.
           IF CURRENT-OPER-SUPERVISOR
               DISPLAY "OVERRIDE THE BUSINESS CALENDAR AND RUN "
                   WS-BUSINESS-DATE " - Y OR N"
               ACCEPT WS-OVERRIDE-REPLY
           ELSE
               DISPLAY "ONLY A SUPERVISOR MAY RUN A BUSINESS DATE"
                   " OUT OF SEQUENCE"
           END-IF.
           IF OVERRIDE-CONFIRMED
               MOVE SPACES TO WS-SESSION-ACTION
               STRING "DATE OVRD " WS-BUSINESS-DATE
                   DELIMITED BY SIZE INTO WS-SESSION-ACTION
               PERFORM WRITE-SESSION-LOG
               DISPLAY "CALENDAR OVERRIDE RECORDED IN THE SESSION LOG"
           ELSE
               SET RUN-START-REFUSED TO TRUE
               DISPLAY "BATCH NOT STARTED FOR BUSINESS DATE "
                   WS-BUSINESS-DATE
               MOVE "OPTION 2 BAD DATE" TO WS-SESSION-ACTION
               PERFORM WRITE-SESSION-LOG
           END-IF.

      * THE RECORD IS REWRITTEN AS NOTSTART BEFORE THE EDIT PASS SO
      * THE STREAM PROGRAMS ALL DATE THEMSELVES FROM IT; IF IT
      * CANNOT BE WRITTEN THE RUN IS REFUSED, BECAUSE WITHOUT THE
      * RECORD THE DOUBLE-RUN PROTECTION IS GONE. A VARIANCE HOLD
      * OR RELEASE IS KEPT ONLY WHEN THE OPEN RUN IS BEING REPEATED
      * FOR ITS OWN DATE.
       START-RUN-CONTROL.
           MOVE WS-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           MOVE "NOTSTART" TO RUN-STATUS.
           MOVE ZERO TO RUN-LAST-STEP.
           MOVE SPACES TO RUN-LAST-STEP-NAME.
           MOVE WS-MONTHEND-DUE-MONTH TO RUN-MONTHEND-DUE-MONTH.
           MOVE WS-HISTARCH-DUE-YEAR TO RUN-HISTARCH-DUE-YEAR.
           IF LAST-RUN-OPEN AND WS-LAST-RUN-DATE = WS-BUSINESS-DATE
               MOVE WS-LAST-VARIANCE-STATUS TO RUN-VARIANCE-STATUS
           ELSE
               MOVE SPACE TO RUN-VARIANCE-STATUS
           END-IF.
           PERFORM REWRITE-RUN-CONTROL.

      * A COMPLETED DATE THE CALENDAR FLAGS AS MONTH-END OR YEAR-END
      * LEAVES THAT CYCLE MARKED DUE ON THE RUN-CONTROL RECORD.
       MARK-RUN-COMPLETE.
           PERFORM SET-CYCLES-DUE.
           MOVE WS-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           MOVE "COMPLETE" TO RUN-STATUS.
           MOVE ZERO TO RUN-LAST-STEP.
           MOVE SPACES TO RUN-LAST-STEP-NAME.
           MOVE WS-MONTHEND-DUE-MONTH TO RUN-MONTHEND-DUE-MONTH.
           MOVE WS-HISTARCH-DUE-YEAR TO RUN-HISTARCH-DUE-YEAR.
           PERFORM REWRITE-RUN-CONTROL.
           IF NOT RUN-START-REFUSED
               SET RUN-MARKED-COMPLETE TO TRUE
           END-IF.
           PERFORM DISPLAY-CYCLES-DUE.

       SET-CYCLES-DUE.
           COMPUTE WS-CAL-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) - 1).
           CALL "CALNEXT".
           IF CAL-NEXT-FOUND
                   AND WS-CAL-NEXT-DATE = WS-BUSINESS-DATE
               IF CAL-NEXT-IS-MONTH-END
                   MOVE WS-BUSINESS-DATE(1:6) TO WS-MONTHEND-DUE-MONTH
               END-IF
               IF CAL-NEXT-IS-YEAR-END
                   MOVE WS-BUSINESS-DATE(1:4) TO WS-HISTARCH-DUE-YEAR
               END-IF
           END-IF.

       DISPLAY-CYCLES-DUE.
           IF WS-MONTHEND-DUE-MONTH NOT = ZERO
               DISPLAY "MONTH-END SUMMARY IS DUE FOR "
                   WS-MONTHEND-DUE-MONTH " - MENU OPTION 4"
           END-IF.
           IF WS-HISTARCH-DUE-YEAR NOT = ZERO
               DISPLAY "HISTORY ARCHIVE CYCLE IS DUE FOR YEAR-END "
                   WS-HISTARCH-DUE-YEAR " - MENU OPTION 16"
           END-IF.

      * THE SUPERVISOR RELEASES ONLY A HOLD VARCHECK ACTUALLY PUT
      * ON THE OPEN RUN, AND ONLY AFTER SAYING THE REPORT HAS BEEN
      * REVIEWED. THE RELEASE IS WRITTEN TO THE RUN-CONTROL RECORD
      * AND THE SESSION LOG; OPTION 2 FOR THE SAME DATE, OR THE
      * NIGHTLY STREAM, THEN RESUMES THE RUN AT THE VARIANCE CHECK
      * AND FILES THE DAY - THE BATCH ITSELF IS NOT RUN AGAIN.
       RELEASE-VARIANCE-HOLD.
           PERFORM CHECK-RUN-CONTROL.
           IF LAST-RUN-OPEN AND LAST-RUN-VARIANCE-HELD
               DISPLAY "BUSINESS DATE " WS-LAST-RUN-DATE
                   " IS HELD ON A DEPARTMENT VOLUME VARIANCE"
               DISPLAY "HAVE YOU REVIEWED VARRPT.DAT - RELEASE THE DAY"
                   " Y OR N"
               MOVE SPACE TO WS-RELEASE-REPLY
               ACCEPT WS-RELEASE-REPLY
               IF RELEASE-CONFIRMED
                   MOVE "R" TO RUN-VARIANCE-STATUS
                   PERFORM REWRITE-RUN-CONTROL
                   IF NOT RUN-START-REFUSED
                       MOVE "VARIANCE RELEASED" TO WS-SESSION-ACTION
                       PERFORM WRITE-SESSION-LOG
                       DISPLAY "RELEASED - RESUME THE RUN FOR "
                           WS-LAST-RUN-DATE " FROM OPTION 2 TO FILE"
                           " THE DAY"
                   END-IF
               ELSE
                   DISPLAY "VARIANCE HOLD LEFT IN PLACE"
               END-IF
           ELSE
               DISPLAY "NO VARIANCE HOLD IS OUTSTANDING"
           END-IF.

       REWRITE-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL-FILE.
