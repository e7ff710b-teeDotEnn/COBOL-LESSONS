      * RETRANSMISSION OF A PRIOR NIGHT'S DOWNSTREAM INTERFACE FILE.
      * WHEN ACKMATCH MARKS A NIGHT MISMATCH, OR THE DOWNSTREAM TEAM
      * ASKS FOR AN EARLIER NIGHT'S FEED AGAIN, THE OPERATOR PICKS
      * THE NIGHT FROM THE ADDIFACE GENERATIONS HELD ON THE GENCAT.DAT
      * CATALOG AND THIS PROGRAM RE-RELEASES THAT GENERATION AS
      * ADDIFACE.DAT EXACTLY AS IT WAS SENT - NOTHING IS REBUILT FROM
      * HISTORY, SO THE RESEND IS THE SAME FILE, RECORD FOR RECORD.
      * THE RESEND IS APPENDED TO THE XMITREG.DAT TRANSMISSION
      * REGISTER UNDER THE ORIGINAL BUSINESS DATE AS A PENDING
      * RETRANSMISSION CARRYING THE RECORD COUNT AND NET TOTAL OF
      * THE FILE SENT, SO ACKMATCH MATCHES THE NEXT ACKNOWLEDGMENT
      * FOR THAT NIGHT AGAINST THE RESEND. THE CATALOG ENTRY COUNTS
      * ITS RESENDS, AND EACH RESEND IS WRITTEN TO SESSLOG.DAT UNDER
      * THE OPERATOR'S ID.
      * ADDIFACE.DAT IS OVERWRITTEN BY THE RESEND, SO IT IS REFUSED
      * WHILE A RUN IS OPEN ON RUNCTL.DAT (THE LIVE FILE MAY BE A
      * NIGHT NOT YET RELEASED) AND WHILE THE LAST COMPLETED NIGHT'S
      * OWN INTERFACE FILE IS NOT YET HELD AS A GENERATION. A
      * GENERATION WHOSE RECORD COUNT NO LONGER AGREES WITH ITS
      * CATALOG ENTRY IS NOT REGISTERED AS SENT.
      * REACHED FROM THE MAIN MENU BY THE ROLES THE AUTHORIZATION
      * TABLE GRANTS IT TO, AND CHECKED AGAIN HERE THROUGH MENUAUTH
      * SO A RUN OUTSIDE THE MENU IS REFUSED. MENUDRIVER
      * CLOSES ITS SESSION LOG AROUND THE CALL SO THE TWO PROGRAMS
      * NEVER HOLD SESSLOG.DAT AT THE SAME TIME. RETURN-CODE IS ZERO
      * WHEN A NIGHT WAS RESENT, 4 WHEN NOTHING WAS SENT, AND 8 WHEN
      * THE RESEND FAILED PART WAY AND ADDIFACE.DAT MUST NOT GO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENRESND.
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
           SELECT GENERATION-FILE-IN
               ASSIGN TO WS-GENERATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERATION-FILE-STATUS.
           SELECT INTERFACE-FILE-OUT ASSIGN TO "ADDIFACE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-FILE-STATUS.
           SELECT XMIT-REGISTER-FILE ASSIGN TO "XMITREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMIT-REGISTER-STATUS.
           SELECT SESSION-LOG-FILE ASSIGN TO "SESSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNFLDS.

       FD  CATALOG-FILE.
           COPY GENFLDS.

      * THE GENERATION IS AN UNCHANGED COPY OF ADDIFACE.DAT; EACH
      * RECORD IS MOVED ACROSS WHOLE AND ONLY READ THROUGH THE
      * INTERFACE LAYOUT TO COUNT AND TOTAL IT.
       FD  GENERATION-FILE-IN.
       01  GENERATION-RECORD-IN PICTURE IS X(16).

       FD  INTERFACE-FILE-OUT.
           COPY IFCFLDS.

       FD  XMIT-REGISTER-FILE.
           COPY XMTFLDS.

       FD  SESSION-LOG-FILE.
           COPY SESFLDS.

       WORKING-STORAGE SECTION.
           COPY SIGNCOM.
           COPY MNACOM.
       01 WS-RUN-CONTROL-STATUS PICTURE IS XX.
       01 WS-CATALOG-FILE-STATUS PICTURE IS XX.
       01 WS-GENERATION-FILE-STATUS PICTURE IS XX.
       01 WS-INTERFACE-FILE-STATUS PICTURE IS XX.
       01 WS-XMIT-REGISTER-STATUS PICTURE IS XX.
       01 WS-SESSION-FILE-STATUS PICTURE IS XX.
       01 WS-SESSION-ACTION PICTURE IS X(20).
       01 WS-GENERATION-FILE-NAME PICTURE IS X(16).
       01 WS-EOF-SWITCH PICTURE IS X VALUE "N".
           88 END-OF-FILE VALUE "Y".
       01 WS-REFUSED-SWITCH PICTURE IS X VALUE "N".
           88 RESEND-REFUSED VALUE "Y".
       01 WS-DATE-ENTRY-SWITCH PICTURE IS X VALUE "N".
           88 DATE-ENTRY-DONE VALUE "Y".
       01 WS-ABANDON-SWITCH PICTURE IS X VALUE "N".
           88 RESEND-ABANDONED VALUE "Y".
       01 WS-RELEASE-SWITCH PICTURE IS X VALUE "N".
           88 RELEASE-FAILED VALUE "Y".
       01 WS-CONFIRM-REPLY PICTURE IS X.
           88 RESEND-CONFIRMED VALUE "Y".
       01 WS-RUN-DATE-TIME PICTURE IS X(21).
       01 WS-LAST-RUN-DATE PICTURE IS 9(8) VALUE ZERO.
       01 WS-RESEND-DATE-RAW PICTURE IS X(8).
       01 WS-RESEND-DATE PICTURE IS 9(8) VALUE ZERO.
       01 WS-RESEND-COUNT PICTURE IS 9(7) VALUE ZERO.
       01 WS-RESEND-TOTAL PICTURE IS S9(9) VALUE ZERO.
       01 WS-HELD-LISTED PICTURE IS 9(5) VALUE ZERO.

       01 WS-HELD-LINE.
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 HLD-BUSINESS-DATE PICTURE IS 9(8).
           05 FILLER PICTURE IS X(3) VALUE SPACES.
           05 HLD-RECORD-COUNT PICTURE IS ZZZZZZ9.
           05 FILLER PICTURE IS X(9) VALUE " RECORDS ".
           05 HLD-RESEND-NOTE PICTURE IS X(9).
           05 HLD-RESEND-COUNT PICTURE IS ZZ9.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE "N" TO WS-REFUSED-SWITCH.
           MOVE 4 TO RETURN-CODE.
           MOVE WS-CURRENT-OPERATOR-SHIFT TO WS-MNA-ROLE.
           MOVE "GENRESND" TO WS-MNA-FUNCTION.
           CALL "MENUAUTH".
           IF NOT MNA-GRANTED
               DISPLAY "RETRANSMISSION IS NOT AUTHORIZED FOR YOUR"
                   " ROLE - ACCESS DENIED"
           ELSE
               PERFORM CHECK-RUN-CONTROL
               IF NOT RESEND-REFUSED
                   PERFORM OPEN-CATALOG
               END-IF
               IF NOT RESEND-REFUSED
                   PERFORM CHECK-LIVE-FILE-HELD
                   IF NOT RESEND-REFUSED
                       PERFORM LIST-HELD-GENERATIONS
                       PERFORM GET-RESEND-DATE
                       IF NOT RESEND-ABANDONED
                           PERFORM CHOOSE-GENERATION
                       END-IF
                   END-IF
                   CLOSE CATALOG-FILE
               END-IF
           END-IF.
       PROGRAM-DONE.
           GOBACK.

      * THE LIVE ADDIFACE.DAT BELONGS TO THE NIGHT ON RUNCTL.DAT. IF
      * THAT NIGHT IS STILL OPEN ITS FILE HAS NOT BEEN RELEASED AND
      * MUST NOT BE OVERWRITTEN.
       CHECK-RUN-CONTROL.
           MOVE ZERO TO WS-LAST-RUN-DATE.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RUN-BUSINESS-DATE IS NUMERIC
                           MOVE RUN-BUSINESS-DATE TO WS-LAST-RUN-DATE
                           IF NOT RUN-COMPLETE
                               DISPLAY "THE RUN FOR BUSINESS DATE "
                                   RUN-BUSINESS-DATE " IS OPEN - NO"
                                   " RESEND UNTIL IT IS COMPLETE"
                               SET RESEND-REFUSED TO TRUE
                           END-IF
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       OPEN-CATALOG.
           OPEN I-O CATALOG-FILE.
           IF WS-CATALOG-FILE-STATUS NOT = "00"
               DISPLAY "NO GENERATION CATALOG ON FILE - NOTHING HELD"
                   " TO RESEND"
               SET RESEND-REFUSED TO TRUE
           END-IF.

       CHECK-LIVE-FILE-HELD.
           IF WS-LAST-RUN-DATE > ZERO
               MOVE "ADDIFACE" TO GEN-FILE-TYPE
               MOVE WS-LAST-RUN-DATE TO GEN-BUSINESS-DATE
               READ CATALOG-FILE
                   KEY IS GEN-KEY
                   INVALID KEY
                       MOVE "N" TO GEN-STATUS
               END-READ
               IF NOT GEN-HELD
                   DISPLAY "ADDIFACE.DAT FOR " WS-LAST-RUN-DATE
                       " IS NOT HELD AS A GENERATION - RUN GENSAVE"
                       " BEFORE RESENDING"
                   SET RESEND-REFUSED TO TRUE
               END-IF
           END-IF.

       LIST-HELD-GENERATIONS.
           MOVE ZERO TO WS-HELD-LISTED.
           MOVE "N" TO WS-EOF-SWITCH.
           DISPLAY "INTERFACE GENERATIONS HELD:".
           MOVE "ADDIFACE" TO GEN-FILE-TYPE.
           MOVE ZERO TO GEN-BUSINESS-DATE.
           START CATALOG-FILE
               KEY IS NOT LESS THAN GEN-KEY
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START.
           IF NOT END-OF-FILE
               PERFORM READ-NEXT-INTERFACE-GENERATION
           END-IF.
           PERFORM LIST-ONE-GENERATION UNTIL END-OF-FILE.
           IF WS-HELD-LISTED = ZERO
               DISPLAY "  NONE"
           END-IF.

       LIST-ONE-GENERATION.
           IF GEN-HELD
               MOVE GEN-BUSINESS-DATE TO HLD-BUSINESS-DATE
               MOVE GEN-RECORD-COUNT TO HLD-RECORD-COUNT
               IF GEN-RESEND-COUNT > ZERO
                   MOVE "RESENT X " TO HLD-RESEND-NOTE
                   MOVE GEN-RESEND-COUNT TO HLD-RESEND-COUNT
               ELSE
                   MOVE SPACES TO HLD-RESEND-NOTE
                   MOVE ZERO TO HLD-RESEND-COUNT
               END-IF
               DISPLAY WS-HELD-LINE
               ADD 1 TO WS-HELD-LISTED
           END-IF.
           PERFORM READ-NEXT-INTERFACE-GENERATION.

       READ-NEXT-INTERFACE-GENERATION.
           READ CATALOG-FILE NEXT RECORD
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-FILE
               IF GEN-FILE-TYPE NOT = "ADDIFACE"
                   SET END-OF-FILE TO TRUE
               END-IF
           END-IF.

       GET-RESEND-DATE.
           MOVE "N" TO WS-DATE-ENTRY-SWITCH.
           MOVE "N" TO WS-ABANDON-SWITCH.
           PERFORM ACCEPT-RESEND-DATE UNTIL DATE-ENTRY-DONE.

       ACCEPT-RESEND-DATE.
           DISPLAY "ENTER THE BUSINESS DATE TO RESEND AS YYYYMMDD -"
               " BLANK TO CANCEL".
           MOVE SPACES TO WS-RESEND-DATE-RAW.
           ACCEPT WS-RESEND-DATE-RAW.
           IF WS-RESEND-DATE-RAW = SPACES
               SET RESEND-ABANDONED TO TRUE
               SET DATE-ENTRY-DONE TO TRUE
               DISPLAY "NOTHING RESENT"
           ELSE
               IF WS-RESEND-DATE-RAW IS NUMERIC
                   MOVE WS-RESEND-DATE-RAW TO WS-RESEND-DATE
                   SET DATE-ENTRY-DONE TO TRUE
               ELSE
                   DISPLAY "INVALID DATE - MUST BE YYYYMMDD"
               END-IF
           END-IF.

       CHOOSE-GENERATION.
           MOVE "ADDIFACE" TO GEN-FILE-TYPE.
           MOVE WS-RESEND-DATE TO GEN-BUSINESS-DATE.
           READ CATALOG-FILE
               KEY IS GEN-KEY
               INVALID KEY
                   MOVE "N" TO GEN-STATUS
           END-READ.
           EVALUATE TRUE
               WHEN GEN-EXPIRED
                   DISPLAY "THE GENERATION FOR " WS-RESEND-DATE
                       " HAS EXPIRED - IT CANNOT BE RESENT"
               WHEN NOT GEN-HELD
                   DISPLAY "NO INTERFACE GENERATION IS HELD FOR "
                       WS-RESEND-DATE
               WHEN OTHER
                   DISPLAY "RESEND " GEN-FILE-NAME " AS ADDIFACE.DAT - "
                       GEN-RECORD-COUNT " RECORDS - Y OR N"
                   MOVE SPACE TO WS-CONFIRM-REPLY
                   ACCEPT WS-CONFIRM-REPLY
                   IF RESEND-CONFIRMED
                       PERFORM RELEASE-GENERATION
                   ELSE
                       DISPLAY "NOTHING RESENT"
                   END-IF
           END-EVALUATE.

      * THE TOTAL IS NETTED THE WAY THE BATCH NETTED IT FOR THE
      * ORIGINAL REGISTER RECORD - REVERSALS SUBTRACT.
       RELEASE-GENERATION.
           MOVE "N" TO WS-RELEASE-SWITCH.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE ZERO TO WS-RESEND-COUNT.
           MOVE ZERO TO WS-RESEND-TOTAL.
           MOVE GEN-FILE-NAME TO WS-GENERATION-FILE-NAME.
           OPEN INPUT GENERATION-FILE-IN.
           IF WS-GENERATION-FILE-STATUS NOT = "00"
               DISPLAY "*** GENERATION " GEN-FILE-NAME
                   " CANNOT BE READ - NOTHING RESENT ***"
           ELSE
               OPEN OUTPUT INTERFACE-FILE-OUT
               IF WS-INTERFACE-FILE-STATUS NOT = "00"
                   DISPLAY "*** UNABLE TO OPEN ADDIFACE.DAT - NOTHING"
                       " RESENT ***"
               ELSE
                   PERFORM READ-GENERATION-RECORD
                   PERFORM COPY-ONE-INTERFACE-RECORD UNTIL END-OF-FILE
                   CLOSE INTERFACE-FILE-OUT
                   IF WS-RESEND-COUNT NOT = GEN-RECORD-COUNT
                       SET RELEASE-FAILED TO TRUE
                       MOVE 8 TO RETURN-CODE
                       DISPLAY "*** GENERATION HOLDS " WS-RESEND-COUNT
                           " RECORDS, CATALOG SAYS " GEN-RECORD-COUNT
                           " - DO NOT RELEASE ADDIFACE.DAT ***"
                   ELSE
                       PERFORM REGISTER-RETRANSMISSION
                   END-IF
               END-IF
               CLOSE GENERATION-FILE-IN
           END-IF.

       COPY-ONE-INTERFACE-RECORD.
           MOVE GENERATION-RECORD-IN TO INTERFACE-RECORD-OUT.
           WRITE INTERFACE-RECORD-OUT.
           ADD 1 TO WS-RESEND-COUNT.
           IF IFACE-TRAN-CODE = "R"
               SUBTRACT IFACE-RESULT FROM WS-RESEND-TOTAL
           ELSE
               ADD IFACE-RESULT TO WS-RESEND-TOTAL
           END-IF.
           PERFORM READ-GENERATION-RECORD.

       READ-GENERATION-RECORD.
           READ GENERATION-FILE-IN
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      * ONCE ADDIFACE.DAT HOLDS THE RESEND IT IS RELEASED, SO A
      * REGISTER THAT CANNOT BE WRITTEN IS LOGGED BY HAND THE SAME
      * AS THE BATCH'S OWN SEND.
       REGISTER-RETRANSMISSION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME.
           MOVE WS-RESEND-DATE TO XMIT-BUSINESS-DATE.
           MOVE WS-RESEND-COUNT TO XMIT-RECORD-COUNT.
           IF WS-RESEND-TOTAL < ZERO
               MOVE "-" TO XMIT-TOTAL-SIGN
               COMPUTE XMIT-TOTAL = ZERO - WS-RESEND-TOTAL
           ELSE
               MOVE "+" TO XMIT-TOTAL-SIGN
               MOVE WS-RESEND-TOTAL TO XMIT-TOTAL
           END-IF.
           MOVE "PENDING " TO XMIT-ACK-STATUS.
           MOVE "R" TO XMIT-SEND-TYPE.
           MOVE WS-RUN-DATE-TIME(1:8) TO XMIT-SENT-DATE.
           OPEN EXTEND XMIT-REGISTER-FILE.
           IF WS-XMIT-REGISTER-STATUS = "35"
               OPEN OUTPUT XMIT-REGISTER-FILE
           END-IF.
           IF WS-XMIT-REGISTER-STATUS = "00"
               WRITE XMIT-REGISTER-RECORD
               CLOSE XMIT-REGISTER-FILE
           ELSE
               DISPLAY "*** UNABLE TO WRITE THE TRANSMISSION"
                   " REGISTER - LOG THE RESEND BY HAND ***"
           END-IF.
           ADD 1 TO GEN-RESEND-COUNT.
           MOVE WS-RUN-DATE-TIME(1:8) TO GEN-LAST-RESEND-DATE.
           REWRITE GENERATION-CATALOG-RECORD
               INVALID KEY
                   DISPLAY "RESEND NOT COUNTED ON THE CATALOG"
           END-REWRITE.
           MOVE SPACES TO WS-SESSION-ACTION.
           STRING "RESEND " WS-RESEND-DATE
               DELIMITED BY SIZE INTO WS-SESSION-ACTION
           END-STRING.
           PERFORM WRITE-SESSION-LOG.
           MOVE ZERO TO RETURN-CODE.
           DISPLAY "ADDIFACE.DAT NOW HOLDS THE " WS-RESEND-DATE
               " FEED - RELEASE IT TO THE DOWNSTREAM SYSTEM".

       WRITE-SESSION-LOG.
           OPEN EXTEND SESSION-LOG-FILE.
           IF WS-SESSION-FILE-STATUS = "35"
               OPEN OUTPUT SESSION-LOG-FILE
           END-IF.
           IF WS-SESSION-FILE-STATUS = "00"
               MOVE FUNCTION CURRENT-DATE TO SESS-TIMESTAMP
               MOVE WS-CURRENT-OPERATOR-ID TO SESS-OPER-ID
               MOVE WS-SESSION-ACTION TO SESS-ACTION
               WRITE SESSION-LOG-RECORD
               CLOSE SESSION-LOG-FILE
           ELSE
               DISPLAY "*** UNABLE TO OPEN THE SESSION LOG - THE"
                   " RESEND IS NOT LOGGED ***"
           END-IF.
