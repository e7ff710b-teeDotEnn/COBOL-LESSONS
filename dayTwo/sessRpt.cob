      * TO SESSRPT.DAT. THE LOG IS CHRONOLOGICAL, SO THE LISTING IS
      * TOO - WHEN A RUN IS DISPUTED (THE BATCH DOUBLE-RUN, FOR
      * INSTANCE) THE TWO "OPTION 2 BATCH RUN" LINES AND THEIR
      * OPERATOR IDS ARE SIDE BY SIDE.
      * THE SAME PASS PICKS OUT THE SECURITY EXCEPTIONS - REFUSED
      * SIGN-ONS, WRONG PINS, LOCKOUTS AND MENU OPTIONS KEYED BY AN
      * OPERATOR WHOSE ROLE DOES NOT HOLD THEM - AND WRITES THEM TO
      * SECRPT.DAT GROUPED BY OPERATOR: A COUNT LINE FOR EACH
      * OPERATOR WITH ANY, FOLLOWED BY THAT OPERATOR'S ATTEMPTS IN
      * ORDER. A DUPLICATE BATCH RUN OR A BAD BUSINESS DATE IS AN
      * OPERATING ERROR, NOT A SECURITY ONE, AND IS NOT COUNTED.
      * THE OPERATORS ARE TALLIED IN A TABLE AS IN MONTHEND, THE
      * LAST SLOT RESERVED AS AN "*OVR" CATCH-ALL WHOSE ATTEMPTS
      * ARE COUNTED BUT NOT LISTED; EACH OPERATOR'S ATTEMPTS ARE
      * LISTED BY READING THE LOG AGAIN FOR THAT OPERATOR.
      * RETURN CODE 4 WHEN THERE IS ANY SECURITY EXCEPTION ON THE
      * LOG. REACHED FROM THE MAIN MENU BY THE ROLES THE
      * AUTHORIZATION TABLE GRANTS IT TO, AND CHECKED AGAIN HERE
      * THROUGH MENUAUTH SO A RUN OUTSIDE THE MENU IS REFUSED.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SESSRPT.
       ENVIRONMENT DIVISION.
           SELECT SESSION-REPORT-OUT ASSIGN TO "SESSRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-REPORT-STATUS.
           SELECT SECURITY-REPORT-OUT ASSIGN TO "SECRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECURITY-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-REPORT-OUT.
       01  SESSION-REPORT-LINE PICTURE IS X(80).

       FD  SECURITY-REPORT-OUT.
       01  SECURITY-REPORT-LINE PICTURE IS X(80).

       WORKING-STORAGE SECTION.
           COPY SIGNCOM.
           COPY MNACOM.
       01 WS-SECURITY-REPORT-STATUS PICTURE IS XX.
       01 WS-EXCEPTION-TYPE PICTURE IS X VALUE SPACE.
           88 NOT-AN-EXCEPTION VALUE SPACE.
           88 EXCEPTION-SIGN-ON VALUE "S".
           88 EXCEPTION-PIN VALUE "P".
           88 EXCEPTION-LOCKOUT VALUE "L".
           88 EXCEPTION-OPTION VALUE "O".
       01 WS-REFUSED-TALLY PICTURE IS 99.
       01 WS-DUP-REFUSED-TALLY PICTURE IS 99.
       01 WS-EXCEPTION-COUNT PICTURE IS 9(6) VALUE ZERO.

       01 WS-SEC-OPER-CONTROLS.
           05 WS-SEC-ENTRY-COUNT PICTURE IS 999 VALUE ZERO.
           05 WS-SEC-INDEX PICTURE IS 999 VALUE ZERO.
           05 WS-SEC-MAX-ENTRIES PICTURE IS 999 VALUE 99.
           05 WS-SEC-TABLE-SIZE PICTURE IS 999 VALUE 100.
           05 WS-SEC-FOUND-SWITCH PICTURE IS X VALUE "N".
               88 SEC-ENTRY-FOUND VALUE "Y".
       01 WS-SEC-OPER-TABLE.
           05 WS-SEC-ENTRY OCCURS 100 TIMES.
               10 WS-SEC-OPER-ID PICTURE IS X(5).
               10 WS-SEC-SIGN-ON-COUNT PICTURE IS 9(5).
               10 WS-SEC-PIN-COUNT PICTURE IS 9(5).
               10 WS-SEC-LOCKOUT-COUNT PICTURE IS 9(5).
               10 WS-SEC-OPTION-COUNT PICTURE IS 9(5).
       01 WS-SESSION-FILE-STATUS PICTURE IS XX.
       01 WS-SESSION-REPORT-STATUS PICTURE IS XX.
       01 WS-EOF-SWITCH PICTURE IS X VALUE "N".
           05 FILLER PICTURE IS X(20) VALUE "LOG ENTRIES LISTED:".
           05 CNT-ENTRY-COUNT PICTURE IS ZZZZZ9.

       01 WS-SECURITY-HEADER-1.
           05 FILLER PICTURE IS X(10) VALUE SPACES.
           05 FILLER PICTURE IS X(25)
               VALUE "SECURITY EXCEPTION REPORT".
       01 WS-SECURITY-HEADER-3.
           05 FILLER PICTURE IS X(10) VALUE "OPERATOR".
           05 FILLER PICTURE IS X(9) VALUE "  SIGN-ON".
           05 FILLER PICTURE IS X(9) VALUE " PIN FAIL".
           05 FILLER PICTURE IS X(9) VALUE "  LOCKOUT".
           05 FILLER PICTURE IS X(9) VALUE "   OPTION".
           05 FILLER PICTURE IS X(9) VALUE "    TOTAL".
       01 WS-SECURITY-OPERATOR-LINE.
           05 SEC-OPER-ID PICTURE IS X(10).
           05 SEC-SIGN-ON-COUNT PICTURE IS ZZZZZZZZ9.
           05 SEC-PIN-COUNT PICTURE IS ZZZZZZZZ9.
           05 SEC-LOCKOUT-COUNT PICTURE IS ZZZZZZZZ9.
           05 SEC-OPTION-COUNT PICTURE IS ZZZZZZZZ9.
           05 SEC-TOTAL-COUNT PICTURE IS ZZZZZZZZ9.
       01 WS-SECURITY-DETAIL.
           05 FILLER PICTURE IS X(4) VALUE SPACES.
           05 SDT-TIMESTAMP PICTURE IS X(21).
           05 FILLER PICTURE IS X(3) VALUE SPACES.
           05 SDT-ACTION PICTURE IS X(20).
       01 WS-SEC-TOTAL PICTURE IS 9(6).
       01 WS-SECURITY-COUNT-LINE.
           05 FILLER PICTURE IS X(28)
               VALUE "SECURITY EXCEPTIONS LOGGED:".
           05 SCN-EXCEPTION-COUNT PICTURE IS ZZZZZ9.
           05 FILLER PICTURE IS X(18) VALUE "   OPERATORS:".
           05 SCN-OPERATOR-COUNT PICTURE IS ZZ9.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE WS-CURRENT-OPERATOR-SHIFT TO WS-MNA-ROLE.
           MOVE "SESSRPT" TO WS-MNA-FUNCTION.
           CALL "MENUAUTH".
           IF NOT MNA-GRANTED
               DISPLAY "THE SESSION REPORTS ARE NOT AUTHORIZED FOR"
                   " YOUR ROLE - ACCESS DENIED"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM OPEN-SESSION-FILES
               IF FILE-OPEN-ERROR
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM PRODUCE-SESSION-REPORTS
               END-IF
           END-IF.
       PROGRAM-DONE.
           GOBACK.

       PRODUCE-SESSION-REPORTS.
           MOVE ZERO TO WS-ENTRY-COUNT.
           MOVE ZERO TO WS-EXCEPTION-COUNT.
           MOVE ZERO TO WS-SEC-ENTRY-COUNT.
           MOVE SPACES TO WS-SEC-OPER-TABLE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME.
           PERFORM WRITE-SESSION-HEADER.
           PERFORM READ-SESSION-RECORD.
           PERFORM LIST-SESSION-RECORD UNTIL END-OF-FILE.
           PERFORM WRITE-SESSION-TOTALS.
           CLOSE SESSION-LOG-FILE SESSION-REPORT-OUT.
           DISPLAY "SESSION ACTIVITY REPORT WRITTEN TO SESSRPT.DAT".
           PERFORM WRITE-SECURITY-REPORT.
           CLOSE SECURITY-REPORT-OUT.
           IF WS-EXCEPTION-COUNT > ZERO
               DISPLAY WS-EXCEPTION-COUNT " SECURITY EXCEPTIONS -"
                   " SEE SECRPT.DAT"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "NO SECURITY EXCEPTIONS ON THE SESSION LOG"
               MOVE ZERO TO RETURN-CODE
           END-IF.

       OPEN-SESSION-FILES.
           MOVE "N" TO WS-FILE-ERROR-SWITCH.
           MOVE "N" TO WS-EOF-SWITCH.
                   DISPLAY "*** UNABLE TO OPEN SESSION REPORT ***"
                   SET FILE-OPEN-ERROR TO TRUE
                   CLOSE SESSION-LOG-FILE
               ELSE
                   OPEN OUTPUT SECURITY-REPORT-OUT
                   IF WS-SECURITY-REPORT-STATUS NOT = "00"
                       DISPLAY "*** UNABLE TO OPEN SECURITY REPORT ***"
                       SET FILE-OPEN-ERROR TO TRUE
                       CLOSE SESSION-LOG-FILE SESSION-REPORT-OUT
                   END-IF
               END-IF
           END-IF.

           MOVE WS-SESSION-DETAIL TO SESSION-REPORT-LINE.
           WRITE SESSION-REPORT-LINE.
           ADD 1 TO WS-ENTRY-COUNT.
           PERFORM CLASSIFY-SESSION-ACTION.
           IF NOT NOT-AN-EXCEPTION
               ADD 1 TO WS-EXCEPTION-COUNT
               PERFORM TALLY-OPERATOR-EXCEPTION
           END-IF.
           PERFORM READ-SESSION-RECORD.

      * MENUDRIVER LOGS A REFUSED OPTION AS "OPTION N REFUSED";
      * "OPTION 2 DUP REFUSED" IS THE DUPLICATE-RUN GUARD AND IS LEFT
      * OUT. THE SIGN-ON EVENTS ARE THE ONES HELLONAME AND
      * MENUDRIVER WRITE.
       CLASSIFY-SESSION-ACTION.
           MOVE SPACE TO WS-EXCEPTION-TYPE.
           MOVE ZERO TO WS-REFUSED-TALLY.
           MOVE ZERO TO WS-DUP-REFUSED-TALLY.
           INSPECT SESS-ACTION TALLYING WS-REFUSED-TALLY
               FOR ALL "REFUSED".
           INSPECT SESS-ACTION TALLYING WS-DUP-REFUSED-TALLY
               FOR ALL "DUP REFUSED".
           EVALUATE TRUE
               WHEN SESS-ACTION = "SIGN-ON REFUSED"
                   SET EXCEPTION-SIGN-ON TO TRUE
               WHEN SESS-ACTION = "SIGN-ON WHILE LOCKED"
                   SET EXCEPTION-SIGN-ON TO TRUE
               WHEN SESS-ACTION = "PIN ATTEMPT FAILED"
                   SET EXCEPTION-PIN TO TRUE
               WHEN SESS-ACTION = "ID LOCKED OUT"
                   SET EXCEPTION-LOCKOUT TO TRUE
               WHEN SESS-ACTION(1:7) = "OPTION "
                       AND WS-REFUSED-TALLY > ZERO
                       AND WS-DUP-REFUSED-TALLY = ZERO
                   SET EXCEPTION-OPTION TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TALLY-OPERATOR-EXCEPTION.
           MOVE "N" TO WS-SEC-FOUND-SWITCH.
           MOVE 1 TO WS-SEC-INDEX.
           PERFORM LOCATE-SEC-ENTRY
               UNTIL SEC-ENTRY-FOUND
               OR WS-SEC-INDEX > WS-SEC-ENTRY-COUNT.
           IF NOT SEC-ENTRY-FOUND
               IF WS-SEC-ENTRY-COUNT < WS-SEC-MAX-ENTRIES
                   ADD 1 TO WS-SEC-ENTRY-COUNT
                   MOVE WS-SEC-ENTRY-COUNT TO WS-SEC-INDEX
                   MOVE SESS-OPER-ID TO WS-SEC-OPER-ID(WS-SEC-INDEX)
                   PERFORM ZERO-SEC-COUNTS
               ELSE
                   MOVE WS-SEC-TABLE-SIZE TO WS-SEC-INDEX
                   IF WS-SEC-OPER-ID(WS-SEC-INDEX) NOT = "*OVR"
                       MOVE "*OVR" TO WS-SEC-OPER-ID(WS-SEC-INDEX)
                       PERFORM ZERO-SEC-COUNTS
                       MOVE WS-SEC-TABLE-SIZE TO WS-SEC-ENTRY-COUNT
                   END-IF
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN EXCEPTION-SIGN-ON
                   ADD 1 TO WS-SEC-SIGN-ON-COUNT(WS-SEC-INDEX)
               WHEN EXCEPTION-PIN
                   ADD 1 TO WS-SEC-PIN-COUNT(WS-SEC-INDEX)
               WHEN EXCEPTION-LOCKOUT
                   ADD 1 TO WS-SEC-LOCKOUT-COUNT(WS-SEC-INDEX)
               WHEN OTHER
                   ADD 1 TO WS-SEC-OPTION-COUNT(WS-SEC-INDEX)
           END-EVALUATE.

       LOCATE-SEC-ENTRY.
           IF WS-SEC-OPER-ID(WS-SEC-INDEX) = SESS-OPER-ID
               SET SEC-ENTRY-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-SEC-INDEX
           END-IF.

       ZERO-SEC-COUNTS.
           MOVE ZERO TO WS-SEC-SIGN-ON-COUNT(WS-SEC-INDEX).
           MOVE ZERO TO WS-SEC-PIN-COUNT(WS-SEC-INDEX).
           MOVE ZERO TO WS-SEC-LOCKOUT-COUNT(WS-SEC-INDEX).
           MOVE ZERO TO WS-SEC-OPTION-COUNT(WS-SEC-INDEX).

       WRITE-SESSION-HEADER.
           MOVE WS-SESSION-HEADER-1 TO SESSION-REPORT-LINE.
           WRITE SESSION-REPORT-LINE.
           MOVE WS-ENTRY-COUNT TO CNT-ENTRY-COUNT.
           MOVE WS-COUNT-LINE TO SESSION-REPORT-LINE.
           WRITE SESSION-REPORT-LINE.

       WRITE-SECURITY-REPORT.
           MOVE WS-SECURITY-HEADER-1 TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           MOVE WS-SESSION-HEADER-2 TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           IF WS-SEC-ENTRY-COUNT = ZERO
               MOVE "NO SECURITY EXCEPTIONS ON THE SESSION LOG"
                   TO SECURITY-REPORT-LINE
               WRITE SECURITY-REPORT-LINE
           ELSE
               MOVE WS-SECURITY-HEADER-3 TO SECURITY-REPORT-LINE
               WRITE SECURITY-REPORT-LINE
               MOVE 1 TO WS-SEC-INDEX
               PERFORM WRITE-ONE-OPERATOR
                   UNTIL WS-SEC-INDEX > WS-SEC-ENTRY-COUNT
           END-IF.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           MOVE WS-EXCEPTION-COUNT TO SCN-EXCEPTION-COUNT.
           MOVE WS-SEC-ENTRY-COUNT TO SCN-OPERATOR-COUNT.
           MOVE WS-SECURITY-COUNT-LINE TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.

       WRITE-ONE-OPERATOR.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           IF WS-SEC-OPER-ID(WS-SEC-INDEX) = SPACES
               MOVE "(NONE)" TO SEC-OPER-ID
           ELSE
               MOVE WS-SEC-OPER-ID(WS-SEC-INDEX) TO SEC-OPER-ID
           END-IF.
           MOVE WS-SEC-SIGN-ON-COUNT(WS-SEC-INDEX) TO SEC-SIGN-ON-COUNT.
           MOVE WS-SEC-PIN-COUNT(WS-SEC-INDEX) TO SEC-PIN-COUNT.
           MOVE WS-SEC-LOCKOUT-COUNT(WS-SEC-INDEX) TO SEC-LOCKOUT-COUNT.
           MOVE WS-SEC-OPTION-COUNT(WS-SEC-INDEX) TO SEC-OPTION-COUNT.
           COMPUTE WS-SEC-TOTAL = WS-SEC-SIGN-ON-COUNT(WS-SEC-INDEX)
               + WS-SEC-PIN-COUNT(WS-SEC-INDEX)
               + WS-SEC-LOCKOUT-COUNT(WS-SEC-INDEX)
               + WS-SEC-OPTION-COUNT(WS-SEC-INDEX).
           MOVE WS-SEC-TOTAL TO SEC-TOTAL-COUNT.
           MOVE WS-SECURITY-OPERATOR-LINE TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           IF WS-SEC-OPER-ID(WS-SEC-INDEX) = "*OVR"
               MOVE "    OPERATORS BEYOND THE TABLE - NOT LISTED"
                   TO SECURITY-REPORT-LINE
               WRITE SECURITY-REPORT-LINE
           ELSE
               PERFORM LIST-OPERATOR-EXCEPTIONS
           END-IF.
           ADD 1 TO WS-SEC-INDEX.

      * ONE MORE PASS OF THE LOG FOR THIS OPERATOR'S ATTEMPTS.
       LIST-OPERATOR-EXCEPTIONS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT SESSION-LOG-FILE.
           IF WS-SESSION-FILE-STATUS NOT = "00"
               MOVE "    SESSION LOG NOT AVAILABLE - NOT LISTED"
                   TO SECURITY-REPORT-LINE
               WRITE SECURITY-REPORT-LINE
           ELSE
               PERFORM READ-SESSION-RECORD
               PERFORM LIST-ONE-EXCEPTION UNTIL END-OF-FILE
               CLOSE SESSION-LOG-FILE
           END-IF.

       LIST-ONE-EXCEPTION.
           IF SESS-OPER-ID = WS-SEC-OPER-ID(WS-SEC-INDEX)
               PERFORM CLASSIFY-SESSION-ACTION
               IF NOT NOT-AN-EXCEPTION
                   MOVE SESS-TIMESTAMP TO SDT-TIMESTAMP
                   MOVE SESS-ACTION TO SDT-ACTION
                   MOVE WS-SECURITY-DETAIL TO SECURITY-REPORT-LINE
                   WRITE SECURITY-REPORT-LINE
               END-IF
           END-IF.
           PERFORM READ-SESSION-RECORD.
