               RECORD KEY IS HIST-RECORD-KEY
               ALTERNATE RECORD KEY IS HIST-TRAN-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-ORIG-RECORD-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           MOVE RESULT-ENTRY-SOURCE TO HIST-ENTRY-SOURCE.
           MOVE RESULT-TRAN-CODE TO HIST-TRAN-CODE.
           MOVE RESULT-DEPARTMENT TO HIST-DEPARTMENT.
           IF RESULT-ORIG-RECORD-KEY IS NUMERIC
               MOVE RESULT-ORIG-DATE TO HIST-ORIG-DATE
               MOVE RESULT-ORIG-KEY TO HIST-ORIG-TRAN-KEY
           ELSE
               MOVE ZERO TO HIST-ORIG-DATE
               MOVE ZERO TO HIST-ORIG-TRAN-KEY
           END-IF.
           WRITE HISTORY-RECORD
               INVALID KEY
                   PERFORM REPLACE-HISTORY-RECORD
