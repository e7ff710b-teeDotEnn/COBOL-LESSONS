      * GENERAL LEDGER JOURNAL EXTRACT. RUNS AFTER A CLEAN HISTPOST
      * AND BUILDS GLJRNL.DAT FROM THE BUSINESS DATE'S POSTINGS ON
      * THE RESULTHST.DAT HISTORY MASTER, SO FINANCE NO LONGER
      * KEYS THE NIGHT'S TOTALS INTO THE LEDGER BY HAND FROM THE
      * DEPARTMENT SUBTOTAL LINES ON ADDRPT.DAT. THE DAY IS
      * GATHERED BY DEPARTMENT, AND EACH DEPARTMENT MAPPED ON THE
      * GLXREF.DAT CROSS-REFERENCE GETS ONE BALANCED DEBIT/CREDIT
      * ENTRY FOR ITS POSTINGS AND, SEPARATELY, ONE FOR ITS
      * REVERSALS, WHICH RUNS THE SAME ACCOUNTS THE OTHER WAY. THE
      * JOURNAL OPENS WITH A HEADER AND CLOSES WITH A TRAILER
      * CARRYING THE BUSINESS DATE, THE ENTRY COUNT AND THE DEBIT
      * AND CREDIT TOTALS.
      * A DEPARTMENT WITH NO MAPPING IS NEVER DROPPED - ITS COUNTS
      * AND TOTALS ARE HELD ON THE GLEXCRPT.DAT EXCEPTION REPORT
      * FOR FINANCE TO JOURNAL BY HAND ONCE DEPTMAINT HAS MAPPED
      * IT. ONLINE ENTRIES WITH NO DEPARTMENT SHOW THERE UNDER A
      * BLANK CODE. THE SAME REPORT PROVES THE NIGHT: JOURNAL NET
      * PLUS HELD NET MUST EQUAL THE DAY'S NET ON THE HISTORY
      * MASTER, AND THAT MUST EQUAL THE BATCH GRAND TOTAL ON THE
      * FINAL ADDCKPT.DAT CHECKPOINT, SO THE LEDGER ALWAYS TIES TO
      * THE BATCH. RETURN-CODE IS 8 WHEN A FILE CANNOT BE OPENED OR
      * THE PROOF FAILS, 4 WHEN ANY DEPARTMENT WAS HELD, OTHERWISE
      * ZERO. RERUNNING FOR THE SAME DATE REBUILDS THE SAME FILE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXTRACT.
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
           SELECT GL-XREF-FILE ASSIGN TO "GLXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLX-DEPT-CODE
               FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT GL-JOURNAL-OUT ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT GL-REPORT-OUT ASSIGN TO "GLEXCRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-REPORT-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "ADDCKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-MASTER-FILE.
           COPY HSTFLDS.

       FD  GL-XREF-FILE.
           COPY GLXFLDS.

       FD  GL-JOURNAL-OUT.
           COPY GLJFLDS.

       FD  GL-REPORT-OUT.
       01  GL-REPORT-LINE PICTURE IS X(80).

       FD  CHECKPOINT-FILE.
           COPY CKPFLDS.

       FD  RUN-CONTROL-FILE.
           COPY RUNFLDS.

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-FILE-STATUS PICTURE IS XX.
       01 WS-XREF-FILE-STATUS PICTURE IS XX.
       01 WS-JOURNAL-FILE-STATUS PICTURE IS XX.
       01 WS-GL-REPORT-STATUS PICTURE IS XX.
       01 WS-CHECKPOINT-STATUS PICTURE IS XX.
       01 WS-RUN-CONTROL-STATUS PICTURE IS XX.
       01 WS-RUN-CONTROL-SWITCH PICTURE IS X VALUE "N".
           88 RUN-CONTROL-FOUND VALUE "Y".
       01 WS-EOF-SWITCH PICTURE IS X VALUE "N".
           88 END-OF-DAY-DATA VALUE "Y".
       01 WS-FILE-ERROR-SWITCH PICTURE IS X VALUE "N".
           88 FILE-OPEN-ERROR VALUE "Y".
       01 WS-XREF-OPEN-SWITCH PICTURE IS X VALUE "N".
           88 XREF-AVAILABLE VALUE "Y".
       01 WS-MAPPING-SWITCH PICTURE IS X VALUE "N".
           88 DEPT-IS-MAPPED VALUE "Y".
       01 WS-TIE-SWITCH PICTURE IS X VALUE "N".
           88 EXTRACT-OUT-OF-TIE VALUE "Y".
       01 WS-CKPT-FOUND-SWITCH PICTURE IS X VALUE "N".
           88 CHECKPOINT-FOUND VALUE "Y".
       01 WS-RUN-DATE-TIME PICTURE IS X(21).
       01 WS-BUSINESS-DATE PICTURE IS 9(8).

       01 WS-JOURNAL-TOTALS.
           05 WS-ENTRY-NUMBER PICTURE IS 9(6) VALUE ZERO.
           05 WS-LINE-COUNT PICTURE IS 9(6) VALUE ZERO.
           05 WS-DEBIT-TOTAL PICTURE IS 9(11) VALUE ZERO.
           05 WS-CREDIT-TOTAL PICTURE IS 9(11) VALUE ZERO.
           05 WS-JOURNAL-NET PICTURE IS S9(9) VALUE ZERO.
           05 WS-HELD-NET PICTURE IS S9(9) VALUE ZERO.
           05 WS-HELD-COUNT PICTURE IS 99 VALUE ZERO.
           05 WS-HISTORY-NET PICTURE IS S9(9) VALUE ZERO.
           05 WS-HISTORY-COUNT PICTURE IS 9(6) VALUE ZERO.
           05 WS-TIED-NET PICTURE IS S9(9) VALUE ZERO.
           05 WS-CKPT-TOTAL PICTURE IS S9(7) VALUE ZERO.
           05 WS-DEPT-NET PICTURE IS S9(9) VALUE ZERO.

      * THE HISTORY MASTER IS KEYED BY DATE AND TRANSACTION, NOT BY
      * DEPARTMENT, SO THE DAY IS GATHERED INTO THIS TABLE FIRST -
      * THE SAME TABLE MONTHEND KEEPS, WITH POSTINGS AND REVERSALS
      * HELD APART. THE LAST SLOT IS THE "*OVR" CATCH-ALL; IT CAN
      * NEVER BE MAPPED, SO AN OVERFLOW IS HELD FOR FINANCE RATHER
      * THAN JOURNALED UNDER THE WRONG DEPARTMENT.
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
               10 WS-DEPT-TBL-POST-COUNT PICTURE IS 9(6).
               10 WS-DEPT-TBL-POST-TOTAL PICTURE IS 9(9).
               10 WS-DEPT-TBL-REV-COUNT PICTURE IS 9(6).
               10 WS-DEPT-TBL-REV-TOTAL PICTURE IS 9(9).

       01 WS-GL-HEADER-1.
           05 FILLER PICTURE IS X(10) VALUE SPACES.
           05 FILLER PICTURE IS X(36)
               VALUE "GL EXTRACT EXCEPTIONS AND PROOF".
       01 WS-GL-HEADER-2.
           05 FILLER PICTURE IS X(15) VALUE "BUSINESS DATE: ".
           05 HDR-BUSINESS-DATE PICTURE IS 9(8).
       01 WS-GL-HEADER-3.
           05 FILLER PICTURE IS X(40)
               VALUE "DEPARTMENTS HELD - NO GL ACCOUNT MAPPING".
       01 WS-GL-HEADER-4.
           05 FILLER PICTURE IS X(7) VALUE "DEPT".
           05 FILLER PICTURE IS X(8) VALUE "POSTS".
           05 FILLER PICTURE IS X(11) VALUE "POSTED".
           05 FILLER PICTURE IS X(8) VALUE "REVS".
           05 FILLER PICTURE IS X(11) VALUE "REVERSED".
           05 FILLER PICTURE IS X(10) VALUE "NET".

       01 WS-HELD-LINE.
           05 HLD-DEPT-CODE PICTURE IS X(4).
           05 FILLER PICTURE IS X(3) VALUE SPACES.
           05 HLD-POST-COUNT PICTURE IS ZZZZZ9.
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 HLD-POST-TOTAL PICTURE IS ZZZZZZZZ9.
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 HLD-REV-COUNT PICTURE IS ZZZZZ9.
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 HLD-REV-TOTAL PICTURE IS ZZZZZZZZ9.
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 HLD-NET PICTURE IS ZZZZZZZZ9-.

       01 WS-PROOF-LINE.
           05 PRF-LABEL PICTURE IS X(28).
           05 PRF-VALUE PICTURE IS ZZZZZZZZZZ9-.
           05 FILLER PICTURE IS X(3) VALUE SPACES.
           05 PRF-FLAG PICTURE IS X(12).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE ZEROS TO WS-JOURNAL-TOTALS.
           MOVE ZERO TO WS-DEPT-ENTRY-COUNT.
           MOVE "N" TO WS-TIE-SWITCH.
           MOVE "N" TO WS-CKPT-FOUND-SWITCH.
           PERFORM OPEN-EXTRACT-FILES.
           IF FILE-OPEN-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-DEPT-TABLE
               PERFORM GET-BUSINESS-DATE
               PERFORM START-AT-BUSINESS-DATE
               PERFORM GATHER-ONE-RECORD UNTIL END-OF-DAY-DATA
               PERFORM WRITE-JOURNAL-HEADER
               PERFORM WRITE-GL-REPORT-HEADER
               MOVE 1 TO WS-DEPT-INDEX
               PERFORM JOURNAL-ONE-DEPARTMENT
                   UNTIL WS-DEPT-INDEX > WS-DEPT-ENTRY-COUNT
               PERFORM WRITE-JOURNAL-TRAILER
               PERFORM READ-FINAL-CHECKPOINT
               PERFORM WRITE-PROOF-LINES
               CLOSE HISTORY-MASTER-FILE GL-JOURNAL-OUT
                   GL-REPORT-OUT
               IF XREF-AVAILABLE
                   CLOSE GL-XREF-FILE
               END-IF
               PERFORM SET-EXTRACT-RETURN-CODE
           END-IF.
       PROGRAM-DONE.
           GOBACK.

      * THE CROSS-REFERENCE IS THE ONE FILE THE EXTRACT CAN DO
      * WITHOUT - IF IT HAS NEVER BEEN BUILT EVERY DEPARTMENT IS
      * SIMPLY HELD, WHICH STILL LEAVES A PROVED REPORT.
       OPEN-EXTRACT-FILES.
           MOVE "N" TO WS-FILE-ERROR-SWITCH.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE "N" TO WS-XREF-OPEN-SWITCH.
           OPEN INPUT HISTORY-MASTER-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "*** HISTORY MASTER NOT AVAILABLE - NO GL"
                   " EXTRACT ***"
               SET FILE-OPEN-ERROR TO TRUE
           ELSE
               OPEN OUTPUT GL-JOURNAL-OUT
               IF WS-JOURNAL-FILE-STATUS NOT = "00"
                   DISPLAY "*** UNABLE TO OPEN GLJRNL.DAT ***"
                   SET FILE-OPEN-ERROR TO TRUE
                   CLOSE HISTORY-MASTER-FILE
               ELSE
                   OPEN OUTPUT GL-REPORT-OUT
                   IF WS-GL-REPORT-STATUS NOT = "00"
                       DISPLAY "*** UNABLE TO OPEN GLEXCRPT.DAT ***"
                       SET FILE-OPEN-ERROR TO TRUE
                       CLOSE HISTORY-MASTER-FILE GL-JOURNAL-OUT
                   END-IF
               END-IF
           END-IF.
           IF NOT FILE-OPEN-ERROR
               OPEN INPUT GL-XREF-FILE
               IF WS-XREF-FILE-STATUS = "00"
                   SET XREF-AVAILABLE TO TRUE
               ELSE
                   DISPLAY "GL CROSS-REFERENCE NOT AVAILABLE - EVERY"
                       " DEPARTMENT WILL BE HELD"
               END-IF
           END-IF.

      * THE JOURNAL IS DATED FROM THE RUN-CONTROL RECORD, THE SAME
      * DATE HISTPOST FILED THE NIGHT UNDER. RUN STANDALONE WITH NO
      * RECORD ON FILE, THE EXTRACT FALLS BACK TO THE CLOCK AND SAYS
      * SO.
       GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME.
           MOVE "N" TO WS-RUN-CONTROL-SWITCH.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RUN-BUSINESS-DATE IS NUMERIC
                           SET RUN-CONTROL-FOUND TO TRUE
                           MOVE RUN-BUSINESS-DATE
                               TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF NOT RUN-CONTROL-FOUND
               MOVE WS-RUN-DATE-TIME(1:8) TO WS-BUSINESS-DATE
               DISPLAY "NO RUN CONTROL ON FILE - USING THE WALL"
                   " CLOCK DATE"
           END-IF.

       START-AT-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO HIST-RUN-DATE.
           MOVE ZERO TO HIST-TRAN-KEY.
           START HISTORY-MASTER-FILE
               KEY IS NOT LESS THAN HIST-RECORD-KEY
               INVALID KEY
                   SET END-OF-DAY-DATA TO TRUE
           END-START.
           IF NOT END-OF-DAY-DATA
               PERFORM READ-HISTORY-RECORD
           END-IF.

       READ-HISTORY-RECORD.
           READ HISTORY-MASTER-FILE NEXT RECORD
               AT END SET END-OF-DAY-DATA TO TRUE
           END-READ.
           IF NOT END-OF-DAY-DATA
               IF HIST-RUN-DATE NOT = WS-BUSINESS-DATE
                   SET END-OF-DAY-DATA TO TRUE
               END-IF
           END-IF.

       GATHER-ONE-RECORD.
           ADD 1 TO WS-HISTORY-COUNT.
           IF HIST-IS-REVERSAL
               SUBTRACT HIST-RESULT FROM WS-HISTORY-NET
           ELSE
               ADD HIST-RESULT TO WS-HISTORY-NET
           END-IF.
           PERFORM TALLY-DEPARTMENT.
           PERFORM READ-HISTORY-RECORD.

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
                   MOVE HIST-DEPARTMENT
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
           IF HIST-IS-REVERSAL
               ADD 1 TO WS-DEPT-TBL-REV-COUNT(WS-DEPT-INDEX)
               ADD HIST-RESULT
                   TO WS-DEPT-TBL-REV-TOTAL(WS-DEPT-INDEX)
           ELSE
               ADD 1 TO WS-DEPT-TBL-POST-COUNT(WS-DEPT-INDEX)
               ADD HIST-RESULT
                   TO WS-DEPT-TBL-POST-TOTAL(WS-DEPT-INDEX)
           END-IF.

       CLEAR-DEPT-ENTRY.
           MOVE ZERO TO WS-DEPT-TBL-POST-COUNT(WS-DEPT-INDEX).
           MOVE ZERO TO WS-DEPT-TBL-POST-TOTAL(WS-DEPT-INDEX).
           MOVE ZERO TO WS-DEPT-TBL-REV-COUNT(WS-DEPT-INDEX).
           MOVE ZERO TO WS-DEPT-TBL-REV-TOTAL(WS-DEPT-INDEX).

       LOCATE-DEPT-ENTRY.
           IF WS-DEPT-TBL-CODE(WS-DEPT-INDEX) = HIST-DEPARTMENT
               SET DEPT-ENTRY-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-DEPT-INDEX
           END-IF.

       JOURNAL-ONE-DEPARTMENT.
           PERFORM LOOK-UP-GL-MAPPING.
           IF DEPT-IS-MAPPED
               IF WS-DEPT-TBL-POST-COUNT(WS-DEPT-INDEX) > ZERO
                   PERFORM JOURNAL-POSTINGS
               END-IF
               IF WS-DEPT-TBL-REV-COUNT(WS-DEPT-INDEX) > ZERO
                   PERFORM JOURNAL-REVERSALS
               END-IF
           ELSE
               PERFORM HOLD-DEPARTMENT
           END-IF.
           ADD 1 TO WS-DEPT-INDEX.

       LOOK-UP-GL-MAPPING.
           MOVE "N" TO WS-MAPPING-SWITCH.
           IF XREF-AVAILABLE
               MOVE WS-DEPT-TBL-CODE(WS-DEPT-INDEX) TO GLX-DEPT-CODE
               READ GL-XREF-FILE
                   INVALID KEY
                       MOVE "N" TO WS-MAPPING-SWITCH
                   NOT INVALID KEY
                       SET DEPT-IS-MAPPED TO TRUE
               END-READ
           END-IF.

      * A POSTING ENTRY DEBITS THE DEPARTMENT'S DEBIT ACCOUNT AND
      * CREDITS ITS CREDIT ACCOUNT; A REVERSAL ENTRY BACKS THE SAME
      * AMOUNT OUT THE OTHER WAY ROUND.
       JOURNAL-POSTINGS.
           ADD 1 TO WS-ENTRY-NUMBER.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE "P" TO GLJ-LINE-SOURCE.
           MOVE WS-DEPT-TBL-POST-TOTAL(WS-DEPT-INDEX) TO GLJ-AMOUNT.
           MOVE WS-DEPT-TBL-POST-COUNT(WS-DEPT-INDEX)
               TO GLJ-TRAN-COUNT.
           MOVE GLX-DEBIT-ACCOUNT TO GLJ-ACCOUNT.
           MOVE "D" TO GLJ-DEBIT-CREDIT.
           PERFORM WRITE-JOURNAL-LINE.
           MOVE GLX-CREDIT-ACCOUNT TO GLJ-ACCOUNT.
           MOVE "C" TO GLJ-DEBIT-CREDIT.
           PERFORM WRITE-JOURNAL-LINE.
           ADD WS-DEPT-TBL-POST-TOTAL(WS-DEPT-INDEX)
               TO WS-JOURNAL-NET.

       JOURNAL-REVERSALS.
           ADD 1 TO WS-ENTRY-NUMBER.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE "R" TO GLJ-LINE-SOURCE.
           MOVE WS-DEPT-TBL-REV-TOTAL(WS-DEPT-INDEX) TO GLJ-AMOUNT.
           MOVE WS-DEPT-TBL-REV-COUNT(WS-DEPT-INDEX)
               TO GLJ-TRAN-COUNT.
           MOVE GLX-CREDIT-ACCOUNT TO GLJ-ACCOUNT.
           MOVE "D" TO GLJ-DEBIT-CREDIT.
           PERFORM WRITE-JOURNAL-LINE.
           MOVE GLX-DEBIT-ACCOUNT TO GLJ-ACCOUNT.
           MOVE "C" TO GLJ-DEBIT-CREDIT.
           PERFORM WRITE-JOURNAL-LINE.
           SUBTRACT WS-DEPT-TBL-REV-TOTAL(WS-DEPT-INDEX)
               FROM WS-JOURNAL-NET.

       WRITE-JOURNAL-LINE.
           MOVE "D" TO GLJ-REC-TYPE.
           MOVE WS-BUSINESS-DATE TO GLJ-BUSINESS-DATE.
           MOVE WS-ENTRY-NUMBER TO GLJ-ENTRY-NUMBER.
           MOVE WS-DEPT-TBL-CODE(WS-DEPT-INDEX) TO GLJ-DEPARTMENT.
           IF GLJ-IS-DEBIT
               ADD GLJ-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD GLJ-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           WRITE GL-JOURNAL-RECORD.

       HOLD-DEPARTMENT.
           ADD 1 TO WS-HELD-COUNT.
           COMPUTE WS-DEPT-NET =
               WS-DEPT-TBL-POST-TOTAL(WS-DEPT-INDEX)
               - WS-DEPT-TBL-REV-TOTAL(WS-DEPT-INDEX).
           ADD WS-DEPT-NET TO WS-HELD-NET.
           MOVE WS-DEPT-TBL-CODE(WS-DEPT-INDEX) TO HLD-DEPT-CODE.
           MOVE WS-DEPT-TBL-POST-COUNT(WS-DEPT-INDEX)
               TO HLD-POST-COUNT.
           MOVE WS-DEPT-TBL-POST-TOTAL(WS-DEPT-INDEX)
               TO HLD-POST-TOTAL.
           MOVE WS-DEPT-TBL-REV-COUNT(WS-DEPT-INDEX)
               TO HLD-REV-COUNT.
           MOVE WS-DEPT-TBL-REV-TOTAL(WS-DEPT-INDEX)
               TO HLD-REV-TOTAL.
           MOVE WS-DEPT-NET TO HLD-NET.
           MOVE WS-HELD-LINE TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.

       WRITE-JOURNAL-HEADER.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE "H" TO GLJ-REC-TYPE.
           MOVE WS-BUSINESS-DATE TO GLJ-BUSINESS-DATE.
           MOVE "ADDTWONUMS" TO GLJ-HDR-SOURCE.
           MOVE WS-RUN-DATE-TIME(1:14) TO GLJ-HDR-CREATED.
           WRITE GL-JOURNAL-RECORD.

       WRITE-JOURNAL-TRAILER.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE "T" TO GLJ-REC-TYPE.
           MOVE WS-BUSINESS-DATE TO GLJ-BUSINESS-DATE.
           MOVE WS-ENTRY-NUMBER TO GLJ-TRL-ENTRY-COUNT.
           MOVE WS-LINE-COUNT TO GLJ-TRL-LINE-COUNT.
           MOVE WS-DEBIT-TOTAL TO GLJ-TRL-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL TO GLJ-TRL-CREDIT-TOTAL.
           WRITE GL-JOURNAL-RECORD.

       WRITE-GL-REPORT-HEADER.
           MOVE WS-GL-HEADER-1 TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE WS-BUSINESS-DATE TO HDR-BUSINESS-DATE.
           MOVE WS-GL-HEADER-2 TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE SPACES TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE WS-GL-HEADER-3 TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE WS-GL-HEADER-4 TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.

      * THE BATCH GRAND TOTAL IS READ FROM THE FINAL CHECKPOINT, AS
      * ADDRECON DOES; WITHOUT IT THE LEDGER CANNOT BE PROVED.
       READ-FINAL-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CHECKPOINT-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CKPT-COMPLETE
                           SET CHECKPOINT-FOUND TO TRUE
                           MOVE CKPT-GRAND-TOTAL TO WS-CKPT-TOTAL
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

       WRITE-PROOF-LINES.
           IF WS-HELD-COUNT = ZERO
               MOVE "NONE - EVERY DEPARTMENT JOURNALED"
                   TO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
           END-IF.
           MOVE SPACES TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE SPACES TO WS-PROOF-LINE.
           MOVE "JOURNAL ENTRIES WRITTEN:" TO PRF-LABEL.
           MOVE WS-ENTRY-NUMBER TO PRF-VALUE.
           PERFORM WRITE-PROOF-LINE.
           MOVE SPACES TO WS-PROOF-LINE.
           MOVE "JOURNAL DEBIT TOTAL:" TO PRF-LABEL.
           MOVE WS-DEBIT-TOTAL TO PRF-VALUE.
           PERFORM WRITE-PROOF-LINE.
           MOVE SPACES TO WS-PROOF-LINE.
           MOVE "JOURNAL CREDIT TOTAL:" TO PRF-LABEL.
           MOVE WS-CREDIT-TOTAL TO PRF-VALUE.
           IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
               MOVE "BALANCED" TO PRF-FLAG
           ELSE
               MOVE "UNBALANCED" TO PRF-FLAG
               SET EXTRACT-OUT-OF-TIE TO TRUE
           END-IF.
           PERFORM WRITE-PROOF-LINE.
           MOVE SPACES TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE SPACES TO WS-PROOF-LINE.
           MOVE "NET JOURNALED:" TO PRF-LABEL.
           MOVE WS-JOURNAL-NET TO PRF-VALUE.
           PERFORM WRITE-PROOF-LINE.
           MOVE SPACES TO WS-PROOF-LINE.
           MOVE "NET HELD ON EXCEPTION:" TO PRF-LABEL.
           MOVE WS-HELD-NET TO PRF-VALUE.
           PERFORM WRITE-PROOF-LINE.
           ADD WS-JOURNAL-NET WS-HELD-NET GIVING WS-TIED-NET.
           MOVE SPACES TO WS-PROOF-LINE.
           MOVE "JOURNALED + HELD:" TO PRF-LABEL.
           MOVE WS-TIED-NET TO PRF-VALUE.
           PERFORM WRITE-PROOF-LINE.
           MOVE SPACES TO WS-PROOF-LINE.
           MOVE "HISTORY NET FOR THE DATE:" TO PRF-LABEL.
           MOVE WS-HISTORY-NET TO PRF-VALUE.
           IF WS-TIED-NET = WS-HISTORY-NET
               MOVE "MATCH" TO PRF-FLAG
           ELSE
               MOVE "MISMATCH" TO PRF-FLAG
               SET EXTRACT-OUT-OF-TIE TO TRUE
           END-IF.
           PERFORM WRITE-PROOF-LINE.
           MOVE SPACES TO WS-PROOF-LINE.
           IF CHECKPOINT-FOUND
               MOVE "BATCH GRAND TOTAL:" TO PRF-LABEL
               MOVE WS-CKPT-TOTAL TO PRF-VALUE
               IF WS-CKPT-TOTAL = WS-HISTORY-NET
                   MOVE "MATCH" TO PRF-FLAG
               ELSE
                   MOVE "MISMATCH" TO PRF-FLAG
                   SET EXTRACT-OUT-OF-TIE TO TRUE
               END-IF
               PERFORM WRITE-PROOF-LINE
           ELSE
               MOVE "*** NO COMPLETE CHECKPOINT - NOT PROVED ***"
                   TO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
               SET EXTRACT-OUT-OF-TIE TO TRUE
           END-IF.
           MOVE SPACES TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           IF EXTRACT-OUT-OF-TIE
               MOVE "*** VERDICT: DOES NOT TIE - HOLD GLJRNL.DAT ***"
                   TO GL-REPORT-LINE
           ELSE
               MOVE "VERDICT: GL EXTRACT TIES TO THE BATCH"
                   TO GL-REPORT-LINE
           END-IF.
           WRITE GL-REPORT-LINE.

       WRITE-PROOF-LINE.
           MOVE WS-PROOF-LINE TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.

       SET-EXTRACT-RETURN-CODE.
           EVALUATE TRUE
               WHEN EXTRACT-OUT-OF-TIE
                   DISPLAY "*** GL EXTRACT DOES NOT TIE - SEE"
                       " GLEXCRPT.DAT ***"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-HELD-COUNT > ZERO
                   DISPLAY "GL EXTRACT: " WS-HELD-COUNT
                       " DEPARTMENT(S) HELD - SEE GLEXCRPT.DAT"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "GL EXTRACT: " WS-ENTRY-NUMBER
                       " JOURNAL ENTRIES WRITTEN TO GLJRNL.DAT"
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.
