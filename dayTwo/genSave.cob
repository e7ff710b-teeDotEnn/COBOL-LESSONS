      * DATED GENERATIONS OF THE NIGHT'S RELEASED OUTPUT. EVERY
      * BATCH RUN OPENS RESULTOUT.DAT, ADDIFACE.DAT, ADDRPT.DAT,
      * EDITRPT.DAT AND RECONRPT.DAT FOR OUTPUT, SO UNTIL NOW THE
      * FILE ACTUALLY SENT LAST TUESDAY WAS GONE BY WEDNESDAY NIGHT.
      * ONCE A NIGHT IS COMPLETE THIS PROGRAM COPIES EACH OF THE
      * FIVE FILES, RECORD FOR RECORD AND UNCHANGED, TO A FILE
      * STAMPED WITH THE BUSINESS DATE - RSLTYYYYMMDD.DAT,
      * IFACYYYYMMDD.DAT, ADDRYYYYMMDD.DAT, EDITYYYYMMDD.DAT AND
      * RECNYYYYMMDD.DAT - AND RECORDS EACH COPY ON THE GENCAT.DAT
      * GENERATION CATALOG WITH ITS RECORD COUNT, THE RETENTION
      * PERIOD FOR ITS FILE TYPE AND THE DATE IT EXPIRES. RUNNING
      * IT AGAIN FOR THE SAME NIGHT REPLACES THAT NIGHT'S COPIES.
      * THE SAME PASS EXPIRES EVERY HELD GENERATION WHOSE EXPIRY
      * DATE HAS GONE BY: THE DATED FILE IS EMPTIED AND THE CATALOG
      * ENTRY MARKED EXPIRED. AN INTERFACE GENERATION IS NEVER
      * EXPIRED WHILE ITS NIGHT IS STILL PENDING OR MISMATCHED ON
      * THE XMITREG.DAT TRANSMISSION REGISTER - THAT IS EXACTLY THE
      * FILE THE DOWNSTREAM TEAM MAY STILL ASK FOR AGAIN.
      * THE CATALOG LISTING GOES TO GENRPT.DAT: TONIGHT'S COPIES,
      * TONIGHT'S EXPIRIES AND EVERYTHING STILL HELD.
      * ONLY A COMPLETE NIGHT'S OUTPUT IS RELEASED, SO A RUN-CONTROL
      * RECORD FOR A RUN STILL OPEN REFUSES THE SAVE. RUN STANDALONE
      * WITH NO RECORD ON FILE, THE SAVE FALLS BACK TO THE CLOCK
      * DATE AND SAYS SO. RETURN-CODE IS 8 WHEN THE SAVE IS REFUSED
      * OR THE CATALOG OR LISTING CANNOT BE OPENED, 4 WHEN ANY OF
      * THE FIVE FILES WAS MISSING OR COULD NOT BE COPIED,
      * OTHERWISE ZERO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENSAVE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "GENCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GEN-KEY
               FILE STATUS IS WS-CATALOG-FILE-STATUS.
           SELECT SOURCE-FILE-IN ASSIGN TO WS-SOURCE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT GENERATION-FILE-OUT
               ASSIGN TO WS-GENERATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERATION-FILE-STATUS.
           SELECT XMIT-REGISTER-FILE ASSIGN TO "XMITREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMIT-REGISTER-STATUS.
           SELECT GENERATION-REPORT-OUT ASSIGN TO "GENRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNFLDS.

       FD  CATALOG-FILE.
           COPY GENFLDS.

      * THE FIVE FILES ARE ALL LINE SEQUENTIAL AND NONE IS WIDER
      * THAN THE 80-BYTE REPORT LINE, SO ONE RECORD AREA CARRIES
      * ANY OF THEM ACROSS UNCHANGED.
       FD  SOURCE-FILE-IN.
       01  SOURCE-RECORD-IN PICTURE IS X(80).

       FD  GENERATION-FILE-OUT.
       01  GENERATION-RECORD-OUT PICTURE IS X(80).

       FD  XMIT-REGISTER-FILE.
           COPY XMTFLDS.

       FD  GENERATION-REPORT-OUT.
       01  GEN-REPORT-LINE PICTURE IS X(80).

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS PICTURE IS XX.
       01 WS-CATALOG-FILE-STATUS PICTURE IS XX.
       01 WS-SOURCE-FILE-STATUS PICTURE IS XX.
       01 WS-GENERATION-FILE-STATUS PICTURE IS XX.
       01 WS-XMIT-REGISTER-STATUS PICTURE IS XX.
       01 WS-GEN-REPORT-STATUS PICTURE IS XX.
       01 WS-SOURCE-FILE-NAME PICTURE IS X(16).
       01 WS-GENERATION-FILE-NAME PICTURE IS X(16).
       01 WS-EOF-SWITCH PICTURE IS X VALUE "N".
           88 END-OF-FILE VALUE "Y".
       01 WS-FILE-ERROR-SWITCH PICTURE IS X VALUE "N".
           88 FILE-OPEN-ERROR VALUE "Y".
       01 WS-RUN-CONTROL-SWITCH PICTURE IS X VALUE "N".
           88 RUN-CONTROL-FOUND VALUE "Y".
       01 WS-RUN-OPEN-SWITCH PICTURE IS X VALUE "N".
           88 RUN-STILL-OPEN VALUE "Y".
       01 WS-COPY-SWITCH PICTURE IS X VALUE "N".
           88 COPY-FAILED VALUE "Y".
       01 WS-REGISTER-EOF-SWITCH PICTURE IS X VALUE "N".
           88 END-OF-REGISTER VALUE "Y".
       01 WS-CATALOG-FOUND-SWITCH PICTURE IS X VALUE "N".
           88 CATALOG-ENTRY-FOUND VALUE "Y".
       01 WS-NIGHT-ACK-STATUS PICTURE IS X(8).
           88 NIGHT-ACKNOWLEDGED VALUE "ACKED   ".
       01 WS-RUN-DATE-TIME PICTURE IS X(21).
       01 WS-BUSINESS-DATE PICTURE IS 9(8) VALUE ZERO.
       01 WS-EXPIRE-DATE PICTURE IS 9(8) VALUE ZERO.
       01 WS-COPY-COUNT PICTURE IS 9(7) VALUE ZERO.
       01 WS-HELD-RESEND-COUNT PICTURE IS 9(3) VALUE ZERO.
       01 WS-HELD-RESEND-DATE PICTURE IS 9(8) VALUE ZERO.

      * ONE ENTRY PER FILE TYPE: THE FILE THE BATCH WRITES, THE
      * PREFIX ITS DATED GENERATIONS CARRY AND HOW MANY DAYS EACH
      * GENERATION IS HELD. THE INTERFACE FILE IS KEPT LONGEST
      * BECAUSE IT IS THE ONE THE DOWNSTREAM TEAM ASKS FOR AGAIN;
      * THE EDIT REPORT IS WANTED ONLY UNTIL THE REJECTS ARE WORKED.
       01 WS-FILE-TYPE-VALUES.
           05 FILLER PICTURE IS X(10) VALUE "RESULTOUT".
           05 FILLER PICTURE IS X(16) VALUE "RESULTOUT.DAT".
           05 FILLER PICTURE IS X(4) VALUE "RSLT".
           05 FILLER PICTURE IS 9(4) VALUE 60.
           05 FILLER PICTURE IS X(10) VALUE "ADDIFACE".
           05 FILLER PICTURE IS X(16) VALUE "ADDIFACE.DAT".
           05 FILLER PICTURE IS X(4) VALUE "IFAC".
           05 FILLER PICTURE IS 9(4) VALUE 120.
           05 FILLER PICTURE IS X(10) VALUE "ADDRPT".
           05 FILLER PICTURE IS X(16) VALUE "ADDRPT.DAT".
           05 FILLER PICTURE IS X(4) VALUE "ADDR".
           05 FILLER PICTURE IS 9(4) VALUE 90.
           05 FILLER PICTURE IS X(10) VALUE "EDITRPT".
           05 FILLER PICTURE IS X(16) VALUE "EDITRPT.DAT".
           05 FILLER PICTURE IS X(4) VALUE "EDIT".
           05 FILLER PICTURE IS 9(4) VALUE 35.
           05 FILLER PICTURE IS X(10) VALUE "RECONRPT".
           05 FILLER PICTURE IS X(16) VALUE "RECONRPT.DAT".
           05 FILLER PICTURE IS X(4) VALUE "RECN".
           05 FILLER PICTURE IS 9(4) VALUE 90.
       01 WS-FILE-TYPE-TABLE REDEFINES WS-FILE-TYPE-VALUES.
           05 WS-FILE-TYPE-ENTRY OCCURS 5 TIMES.
               10 WS-TYPE-NAME PICTURE IS X(10).
               10 WS-TYPE-SOURCE-FILE PICTURE IS X(16).
               10 WS-TYPE-PREFIX PICTURE IS X(4).
               10 WS-TYPE-RETAIN-DAYS PICTURE IS 9(4).

       01 WS-GEN-CONTROLS.
           05 WS-TYPE-INDEX PICTURE IS 9 VALUE ZERO.
           05 WS-TYPE-COUNT PICTURE IS 9 VALUE 5.
           05 WS-SAVED-COUNT PICTURE IS 9(5) VALUE ZERO.
           05 WS-MISSING-COUNT PICTURE IS 9(5) VALUE ZERO.
           05 WS-EXPIRED-COUNT PICTURE IS 9(5) VALUE ZERO.
           05 WS-KEPT-COUNT PICTURE IS 9(5) VALUE ZERO.
           05 WS-HELD-COUNT PICTURE IS 9(5) VALUE ZERO.

       01 WS-GEN-HEADER-1.
           05 FILLER PICTURE IS X(10) VALUE SPACES.
           05 FILLER PICTURE IS X(40)
               VALUE "NIGHTLY OUTPUT GENERATION CATALOG".
       01 WS-GEN-HEADER-2.
           05 FILLER PICTURE IS X(15) VALUE "BUSINESS DATE:".
           05 HDR-BUSINESS-DATE PICTURE IS 9(8).
       01 WS-GEN-HEADER-3.
           05 FILLER PICTURE IS X(12) VALUE "FILE TYPE".
           05 FILLER PICTURE IS X(10) VALUE "NIGHT".
           05 FILLER PICTURE IS X(18) VALUE "GENERATION".
           05 FILLER PICTURE IS X(9) VALUE "RECORDS".
           05 FILLER PICTURE IS X(10) VALUE "EXPIRES".
           05 FILLER PICTURE IS X(20) VALUE "DISPOSITION".

       01 WS-GEN-DETAIL.
           05 DTL-FILE-TYPE PICTURE IS X(10).
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 DTL-BUSINESS-DATE PICTURE IS 9(8).
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 DTL-FILE-NAME PICTURE IS X(16).
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 DTL-RECORD-COUNT PICTURE IS ZZZZZZ9.
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 DTL-EXPIRE-DATE PICTURE IS 9(8).
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 DTL-DISPOSITION PICTURE IS X(20).

       01 WS-COUNT-LINE.
           05 CNT-LABEL PICTURE IS X(32).
           05 CNT-VALUE PICTURE IS ZZZZ9.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE ZERO TO WS-SAVED-COUNT.
           MOVE ZERO TO WS-MISSING-COUNT.
           MOVE ZERO TO WS-EXPIRED-COUNT.
           MOVE ZERO TO WS-KEPT-COUNT.
           MOVE ZERO TO WS-HELD-COUNT.
           PERFORM GET-BUSINESS-DATE.
           IF RUN-STILL-OPEN
               DISPLAY "THE RUN FOR BUSINESS DATE " WS-BUSINESS-DATE
                   " IS NOT COMPLETE - NOTHING RELEASED TO SAVE"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM OPEN-GENERATION-FILES
               IF FILE-OPEN-ERROR
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM WRITE-GEN-HEADER
                   MOVE 1 TO WS-TYPE-INDEX
                   PERFORM SAVE-ONE-GENERATION
                       UNTIL WS-TYPE-INDEX > WS-TYPE-COUNT
                   PERFORM EXPIRE-AND-LIST-CATALOG
                   PERFORM WRITE-GEN-TOTALS
                   CLOSE CATALOG-FILE GENERATION-REPORT-OUT
                   IF WS-MISSING-COUNT > ZERO
                       DISPLAY "NOT EVERY OUTPUT FILE WAS SAVED - SEE"
                           " GENRPT.DAT"
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE ZERO TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
       PROGRAM-DONE.
           GOBACK.

       GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME.
           MOVE "N" TO WS-RUN-CONTROL-SWITCH.
           MOVE "N" TO WS-RUN-OPEN-SWITCH.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RUN-BUSINESS-DATE IS NUMERIC
                           SET RUN-CONTROL-FOUND TO TRUE
                           MOVE RUN-BUSINESS-DATE
                               TO WS-BUSINESS-DATE
                           IF NOT RUN-COMPLETE
                               SET RUN-STILL-OPEN TO TRUE
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

       OPEN-GENERATION-FILES.
           MOVE "N" TO WS-FILE-ERROR-SWITCH.
           OPEN OUTPUT GENERATION-REPORT-OUT.
           IF WS-GEN-REPORT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN THE GENERATION LISTING ***"
               SET FILE-OPEN-ERROR TO TRUE
           ELSE
               OPEN I-O CATALOG-FILE
               IF WS-CATALOG-FILE-STATUS = "35"
                   OPEN OUTPUT CATALOG-FILE
                   CLOSE CATALOG-FILE
                   OPEN I-O CATALOG-FILE
               END-IF
               IF WS-CATALOG-FILE-STATUS NOT = "00"
                   DISPLAY "*** UNABLE TO OPEN THE GENERATION"
                       " CATALOG ***"
                   SET FILE-OPEN-ERROR TO TRUE
                   CLOSE GENERATION-REPORT-OUT
               END-IF
           END-IF.

      * A FILE THE NIGHT DID NOT PRODUCE IS REPORTED, NOT CATALOGED -
      * THE CATALOG ONLY EVER NAMES A GENERATION THAT EXISTS.
       SAVE-ONE-GENERATION.
           MOVE WS-TYPE-SOURCE-FILE(WS-TYPE-INDEX)
               TO WS-SOURCE-FILE-NAME.
           MOVE SPACES TO WS-GENERATION-FILE-NAME.
           STRING WS-TYPE-PREFIX(WS-TYPE-INDEX) WS-BUSINESS-DATE
               ".DAT" DELIMITED BY SIZE
               INTO WS-GENERATION-FILE-NAME
           END-STRING.
           COMPUTE WS-EXPIRE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               + WS-TYPE-RETAIN-DAYS(WS-TYPE-INDEX)).
           MOVE WS-TYPE-NAME(WS-TYPE-INDEX) TO DTL-FILE-TYPE.
           MOVE WS-BUSINESS-DATE TO DTL-BUSINESS-DATE.
           MOVE WS-GENERATION-FILE-NAME TO DTL-FILE-NAME.
           MOVE WS-EXPIRE-DATE TO DTL-EXPIRE-DATE.
           PERFORM COPY-SOURCE-FILE.
           MOVE WS-COPY-COUNT TO DTL-RECORD-COUNT.
           IF COPY-FAILED
               ADD 1 TO WS-MISSING-COUNT
           ELSE
               PERFORM CATALOG-GENERATION
           END-IF.
           PERFORM WRITE-GEN-DETAIL.
           ADD 1 TO WS-TYPE-INDEX.

       COPY-SOURCE-FILE.
           MOVE "N" TO WS-COPY-SWITCH.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE ZERO TO WS-COPY-COUNT.
           OPEN INPUT SOURCE-FILE-IN.
           IF WS-SOURCE-FILE-STATUS NOT = "00"
               SET COPY-FAILED TO TRUE
               MOVE "NOT PRESENT" TO DTL-DISPOSITION
           ELSE
               OPEN OUTPUT GENERATION-FILE-OUT
               IF WS-GENERATION-FILE-STATUS NOT = "00"
                   SET COPY-FAILED TO TRUE
                   MOVE "COULD NOT BE WRITTEN" TO DTL-DISPOSITION
               ELSE
                   PERFORM READ-SOURCE-RECORD
                   PERFORM COPY-ONE-RECORD UNTIL END-OF-FILE
                   CLOSE GENERATION-FILE-OUT
               END-IF
               CLOSE SOURCE-FILE-IN
           END-IF.

       COPY-ONE-RECORD.
           MOVE SOURCE-RECORD-IN TO GENERATION-RECORD-OUT.
           WRITE GENERATION-RECORD-OUT.
           ADD 1 TO WS-COPY-COUNT.
           PERFORM READ-SOURCE-RECORD.

       READ-SOURCE-RECORD.
           READ SOURCE-FILE-IN
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      * A SECOND SAVE OF THE SAME NIGHT REPLACES THE ENTRY BUT KEEPS
      * ITS RESEND HISTORY.
       CATALOG-GENERATION.
           MOVE "N" TO WS-CATALOG-FOUND-SWITCH.
           MOVE ZERO TO WS-HELD-RESEND-COUNT.
           MOVE ZERO TO WS-HELD-RESEND-DATE.
           MOVE WS-TYPE-NAME(WS-TYPE-INDEX) TO GEN-FILE-TYPE.
           MOVE WS-BUSINESS-DATE TO GEN-BUSINESS-DATE.
           READ CATALOG-FILE
               KEY IS GEN-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CATALOG-ENTRY-FOUND TO TRUE
                   MOVE GEN-RESEND-COUNT TO WS-HELD-RESEND-COUNT
                   MOVE GEN-LAST-RESEND-DATE TO WS-HELD-RESEND-DATE
           END-READ.
           MOVE WS-TYPE-NAME(WS-TYPE-INDEX) TO GEN-FILE-TYPE.
           MOVE WS-BUSINESS-DATE TO GEN-BUSINESS-DATE.
           MOVE WS-GENERATION-FILE-NAME TO GEN-FILE-NAME.
           MOVE WS-COPY-COUNT TO GEN-RECORD-COUNT.
           MOVE WS-RUN-DATE-TIME(1:8) TO GEN-SAVED-DATE.
           MOVE WS-TYPE-RETAIN-DAYS(WS-TYPE-INDEX) TO GEN-RETAIN-DAYS.
           MOVE WS-EXPIRE-DATE TO GEN-EXPIRE-DATE.
           MOVE "H" TO GEN-STATUS.
           MOVE WS-HELD-RESEND-COUNT TO GEN-RESEND-COUNT.
           MOVE WS-HELD-RESEND-DATE TO GEN-LAST-RESEND-DATE.
           IF CATALOG-ENTRY-FOUND
               REWRITE GENERATION-CATALOG-RECORD
                   INVALID KEY
                       MOVE "NOT CATALOGED" TO DTL-DISPOSITION
                   NOT INVALID KEY
                       MOVE "SAVED - REPLACED" TO DTL-DISPOSITION
                       ADD 1 TO WS-SAVED-COUNT
               END-REWRITE
           ELSE
               WRITE GENERATION-CATALOG-RECORD
                   INVALID KEY
                       MOVE "NOT CATALOGED" TO DTL-DISPOSITION
                   NOT INVALID KEY
                       MOVE "SAVED" TO DTL-DISPOSITION
                       ADD 1 TO WS-SAVED-COUNT
               END-WRITE
           END-IF.
           IF DTL-DISPOSITION = "NOT CATALOGED"
               ADD 1 TO WS-MISSING-COUNT
           END-IF.

      * THE WHOLE CATALOG IS READ IN KEY ORDER. A HELD GENERATION
      * PAST ITS EXPIRY DATE IS EMPTIED AND MARKED EXPIRED UNLESS IT
      * IS AN INTERFACE FILE WHOSE NIGHT THE DOWNSTREAM SYSTEM HAS
      * NOT YET ACKNOWLEDGED; EVERYTHING STILL HELD IS LISTED.
       EXPIRE-AND-LIST-CATALOG.
           MOVE SPACES TO GEN-REPORT-LINE.
           WRITE GEN-REPORT-LINE.
           MOVE "GENERATIONS HELD" TO GEN-REPORT-LINE.
           WRITE GEN-REPORT-LINE.
           MOVE WS-GEN-HEADER-3 TO GEN-REPORT-LINE.
           WRITE GEN-REPORT-LINE.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO GEN-KEY.
           START CATALOG-FILE
               KEY IS NOT LESS THAN GEN-KEY
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START.
           IF NOT END-OF-FILE
               PERFORM READ-NEXT-CATALOG
           END-IF.
           PERFORM REVIEW-ONE-GENERATION UNTIL END-OF-FILE.

       REVIEW-ONE-GENERATION.
           IF GEN-HELD
               MOVE GEN-FILE-TYPE TO DTL-FILE-TYPE
               MOVE GEN-BUSINESS-DATE TO DTL-BUSINESS-DATE
               MOVE GEN-FILE-NAME TO DTL-FILE-NAME
               MOVE GEN-RECORD-COUNT TO DTL-RECORD-COUNT
               MOVE GEN-EXPIRE-DATE TO DTL-EXPIRE-DATE
               IF GEN-EXPIRE-DATE < WS-BUSINESS-DATE
                   PERFORM EXPIRE-GENERATION
               ELSE
                   ADD 1 TO WS-HELD-COUNT
                   MOVE "HELD" TO DTL-DISPOSITION
                   IF GEN-RESEND-COUNT > ZERO
                       MOVE "HELD - RESENT" TO DTL-DISPOSITION
                   END-IF
               END-IF
               PERFORM WRITE-GEN-DETAIL
           END-IF.
           PERFORM READ-NEXT-CATALOG.

       EXPIRE-GENERATION.
           MOVE "ACKED   " TO WS-NIGHT-ACK-STATUS.
           IF GEN-FILE-TYPE = "ADDIFACE"
               PERFORM CHECK-NIGHT-ACKNOWLEDGED
           END-IF.
           IF NOT NIGHT-ACKNOWLEDGED
               ADD 1 TO WS-KEPT-COUNT
               ADD 1 TO WS-HELD-COUNT
               MOVE "KEPT - NOT ACKED" TO DTL-DISPOSITION
           ELSE
               MOVE GEN-FILE-NAME TO WS-GENERATION-FILE-NAME
               OPEN OUTPUT GENERATION-FILE-OUT
               IF WS-GENERATION-FILE-STATUS = "00"
                   CLOSE GENERATION-FILE-OUT
               END-IF
               MOVE "E" TO GEN-STATUS
               REWRITE GENERATION-CATALOG-RECORD
                   INVALID KEY
                       MOVE "EXPIRY NOT RECORDED" TO DTL-DISPOSITION
                   NOT INVALID KEY
                       MOVE "EXPIRED" TO DTL-DISPOSITION
                       ADD 1 TO WS-EXPIRED-COUNT
               END-REWRITE
           END-IF.

      * THE REGISTER IS APPENDED IN ORDER, SO THE LAST RECORD FOR
      * THE NIGHT CARRIES ITS CURRENT STATUS. A NIGHT THE REGISTER
      * HAS RETIRED WAS ACKED LONG AGO; A REGISTER THAT CANNOT BE
      * READ PROVES NOTHING, SO THE GENERATION IS KEPT.
       CHECK-NIGHT-ACKNOWLEDGED.
           MOVE "N" TO WS-REGISTER-EOF-SWITCH.
           OPEN INPUT XMIT-REGISTER-FILE.
           IF WS-XMIT-REGISTER-STATUS NOT = "00"
               MOVE "UNKNOWN " TO WS-NIGHT-ACK-STATUS
           ELSE
               PERFORM READ-REGISTER-RECORD
               PERFORM TEST-REGISTER-RECORD UNTIL END-OF-REGISTER
               CLOSE XMIT-REGISTER-FILE
           END-IF.

       TEST-REGISTER-RECORD.
           IF XMIT-BUSINESS-DATE = GEN-BUSINESS-DATE
               MOVE XMIT-ACK-STATUS TO WS-NIGHT-ACK-STATUS
           END-IF.
           PERFORM READ-REGISTER-RECORD.

       READ-REGISTER-RECORD.
           READ XMIT-REGISTER-FILE
               AT END SET END-OF-REGISTER TO TRUE
           END-READ.

       READ-NEXT-CATALOG.
           READ CATALOG-FILE NEXT RECORD
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       WRITE-GEN-HEADER.
           MOVE WS-GEN-HEADER-1 TO GEN-REPORT-LINE.
           WRITE GEN-REPORT-LINE.
           MOVE WS-BUSINESS-DATE TO HDR-BUSINESS-DATE.
           MOVE WS-GEN-HEADER-2 TO GEN-REPORT-LINE.
           WRITE GEN-REPORT-LINE.
           MOVE SPACES TO GEN-REPORT-LINE.
           WRITE GEN-REPORT-LINE.
           MOVE "SAVED TONIGHT" TO GEN-REPORT-LINE.
           WRITE GEN-REPORT-LINE.
           MOVE WS-GEN-HEADER-3 TO GEN-REPORT-LINE.
           WRITE GEN-REPORT-LINE.

       WRITE-GEN-DETAIL.
           MOVE WS-GEN-DETAIL TO GEN-REPORT-LINE.
           WRITE GEN-REPORT-LINE.

       WRITE-GEN-TOTALS.
           MOVE SPACES TO GEN-REPORT-LINE.
           WRITE GEN-REPORT-LINE.
           MOVE "GENERATIONS SAVED TONIGHT:" TO CNT-LABEL.
           MOVE WS-SAVED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "FILES NOT SAVED:" TO CNT-LABEL.
           MOVE WS-MISSING-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "GENERATIONS EXPIRED TONIGHT:" TO CNT-LABEL.
           MOVE WS-EXPIRED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "KEPT PAST EXPIRY - NOT ACKED:" TO CNT-LABEL.
           MOVE WS-KEPT-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "GENERATIONS HELD:" TO CNT-LABEL.
           MOVE WS-HELD-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           IF WS-MISSING-COUNT > ZERO
               MOVE "*** VERDICT: NIGHT NOT FULLY SAVED ***"
                   TO GEN-REPORT-LINE
           ELSE
               MOVE "VERDICT: NIGHT SAVED" TO GEN-REPORT-LINE
           END-IF.
           WRITE GEN-REPORT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO GEN-REPORT-LINE.
           WRITE GEN-REPORT-LINE.
