      * IS MISMATCHED - OR WHEN AN ACKNOWLEDGMENT ARRIVES FOR A
      * NIGHT THE REGISTER NEVER SENT - THE SAME STOPPER CONVENTION
      * AS ADDRECON, SO THE OPERATORS TREAT IT AS ONE.
      * A NIGHT RE-RELEASED FROM ITS DATED GENERATION (GENRESND) IS
      * REGISTERED AGAIN UNDER ITS ORIGINAL BUSINESS DATE AS A
      * PENDING RETRANSMISSION; BEING THE LATEST RECORD FOR THE
      * DATE IT SUPERSEDES THE MISMATCHED OR ACKED ONE, SO THE NEXT
      * ACKNOWLEDGMENT IS MATCHED AGAINST THE RESEND, AND THE AGING
      * REPORT SHOWS THE NIGHT AS RESENT WITH THE DAY IT WENT OUT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACKMATCH.
       ENVIRONMENT DIVISION.
               10 WS-REG-SIGN PICTURE IS X.
               10 WS-REG-TOTAL PICTURE IS 9(9).
               10 WS-REG-STATUS PICTURE IS X(8).
               10 WS-REG-SEND-TYPE PICTURE IS X.
               10 WS-REG-SENT-DATE PICTURE IS 9(8).

       01 WS-ACK-HEADER-1.
           05 FILLER PICTURE IS X(10) VALUE SPACES.
           05 FILLER PICTURE IS X(10) VALUE "RECORDS".
           05 FILLER PICTURE IS X(14) VALUE "NET TOTAL".
           05 FILLER PICTURE IS X(11) VALUE "STATUS".
           05 FILLER PICTURE IS X(10) VALUE "AGE DAYS".
           05 FILLER PICTURE IS X(4) VALUE "SEND".

       01 WS-ACK-DETAIL.
           05 DTL-BUSINESS-DATE PICTURE IS 9(8).
           05 DTL-STATUS PICTURE IS X(8).
           05 FILLER PICTURE IS X(3) VALUE SPACES.
           05 DTL-AGE-DAYS PICTURE IS ZZZZ9.
           05 FILLER PICTURE IS X(5) VALUE SPACES.
           05 DTL-SEND-NOTE PICTURE IS X(7).
           05 DTL-SENT-DATE PICTURE IS X(8).

       01 WS-UNKNOWN-LINE.
           05 FILLER PICTURE IS X(26)
               MOVE XMIT-TOTAL-SIGN TO WS-REG-SIGN(WS-REG-INDEX)
               MOVE XMIT-TOTAL TO WS-REG-TOTAL(WS-REG-INDEX)
               MOVE XMIT-ACK-STATUS TO WS-REG-STATUS(WS-REG-INDEX)
               MOVE XMIT-SEND-TYPE TO WS-REG-SEND-TYPE(WS-REG-INDEX)
               IF XMIT-SENT-DATE IS NUMERIC
                   MOVE XMIT-SENT-DATE TO WS-REG-SENT-DATE(WS-REG-INDEX)
               ELSE
                   MOVE ZERO TO WS-REG-SENT-DATE(WS-REG-INDEX)
               END-IF
           END-IF.
           PERFORM READ-REGISTER-RECORD.

           MOVE WS-REG-TOTAL(WS-REG-INDEX) TO DTL-TOTAL.
           MOVE WS-REG-STATUS(WS-REG-INDEX) TO DTL-STATUS.
           PERFORM COMPUTE-NIGHT-AGE.
           IF WS-REG-SEND-TYPE(WS-REG-INDEX) = "R"
               MOVE "RESENT" TO DTL-SEND-NOTE
               MOVE WS-REG-SENT-DATE(WS-REG-INDEX) TO DTL-SENT-DATE
           ELSE
               MOVE SPACES TO DTL-SEND-NOTE
               MOVE SPACES TO DTL-SENT-DATE
           END-IF.
           EVALUATE WS-REG-STATUS(WS-REG-INDEX)
               WHEN "ACKED   "
                   ADD 1 TO WS-ACKED-COUNT
               MOVE WS-REG-TOTAL(WS-REG-INDEX) TO XMIT-TOTAL
               MOVE WS-REG-STATUS(WS-REG-INDEX)
                   TO XMIT-ACK-STATUS
               MOVE WS-REG-SEND-TYPE(WS-REG-INDEX) TO XMIT-SEND-TYPE
               MOVE WS-REG-SENT-DATE(WS-REG-INDEX) TO XMIT-SENT-DATE
               WRITE XMIT-REGISTER-RECORD
           END-IF.
           ADD 1 TO WS-REG-INDEX.
