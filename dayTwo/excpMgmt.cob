      * CROSS-DAY DUPLICATE CHECK TO LET THE KEY THROUGH.
           05 CORR-RESUBMIT PICTURE IS X.
           05 FILLER PICTURE IS X(2).
           05 CORR-ORIG-KEY PICTURE IS X(6).
           05 CORR-ORIG-DATE PICTURE IS X(8).

       FD  ARCHIVE-FILE-OUT.
       01  ARCHIVE-RECORD-OUT PICTURE IS X(60).

       FD  EXCP-WORK-FILE.
       01  EXCP-WORK-RECORD PICTURE IS X(60).

       FD  RUN-CONTROL-FILE.
           COPY RUNFLDS.
                   MOVE EXC-SECOND-NUMBER TO CORR-SECOND-NUMBER
                   MOVE EXC-DEPARTMENT TO CORR-DEPARTMENT
                   MOVE "C" TO CORR-RESUBMIT
                   IF EXC-TRAN-CODE = "R"
                           AND EXC-ORIG-KEY IS NUMERIC
                       MOVE EXC-ORIG-KEY TO CORR-ORIG-KEY
                       MOVE EXC-ORIG-DATE TO CORR-ORIG-DATE
                   END-IF
                   WRITE CORRECTION-RECORD-OUT
                   ADD 1 TO WS-CORRECTION-COUNT
               END-IF
