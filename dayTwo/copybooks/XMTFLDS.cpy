               88 XMIT-PENDING VALUE "PENDING ".
               88 XMIT-ACKED VALUE "ACKED   ".
               88 XMIT-MISMATCH VALUE "MISMATCH".
      * A NIGHT'S INTERFACE FILE CAN BE SENT AGAIN FROM ITS DATED
      * GENERATION (GENRESND). THE RESEND IS APPENDED UNDER THE
      * ORIGINAL BUSINESS DATE AS A FRESH PENDING RECORD MARKED "R",
      * SO ACKMATCH'S LATEST-RECORD-WINS RULE MATCHES THE NEXT
      * ACKNOWLEDGMENT FOR THAT DATE AGAINST THE RESEND. THE SENT
      * DATE IS THE CALENDAR DAY THE FILE WENT OUT. A RECORD WRITTEN
      * BEFORE THESE FIELDS EXISTED READS BACK WITH SPACES, TREATED
      * AS AN ORIGINAL SEND ON AN UNKNOWN DAY.
           05 XMIT-SEND-TYPE PICTURE IS X.
               88 XMIT-ORIGINAL-SEND VALUES "O" SPACE.
               88 XMIT-RETRANSMISSION VALUE "R".
           05 XMIT-SENT-DATE PICTURE IS 9(8).
