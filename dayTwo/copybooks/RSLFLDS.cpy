               88 RESULT-IS-REVERSAL VALUE "R".
      * THE ORIGINATING DEPARTMENT, CARRIED FROM THE TRANSACTION
      * DETAIL SO THE REPORTS CAN BREAK BY DEPARTMENT. ONLINE
      * ENTRIES CARRY THE DEPARTMENT THE OPERATOR KEYED FOR, CHECKED
      * AGAINST THE OPERATOR'S AUTHORITY BY ADDTWONUMS. ONLINE
      * ENTRIES KEYED BEFORE THAT CHECK EXISTED CARRY SPACES, AS DO
      * RECORDS WRITTEN BEFORE THE FIELD EXISTED.
           05 RESULT-DEPARTMENT PICTURE IS X(4).
      * A REVERSAL CARRIES THE HISTORY KEY (RUN DATE AND TRAN KEY)
      * OF THE POSTING IT REVERSES, RESOLVED BY TRANEDIT FOR THE
      * BATCH AND BY ADDTWONUMS FOR AN ONLINE ENTRY, SO HISTPOST
      * CAN FILE THE LINK ON THE HISTORY MASTER. POSTINGS CARRY
      * ZEROS; RECORDS WRITTEN BEFORE THE FIELDS EXISTED READ BACK
      * AS SPACES AND ARE TREATED AS UNLINKED.
           05 RESULT-ORIG-RECORD-KEY.
               10 RESULT-ORIG-DATE PICTURE IS 9(8).
               10 RESULT-ORIG-KEY PICTURE IS 9(6).
