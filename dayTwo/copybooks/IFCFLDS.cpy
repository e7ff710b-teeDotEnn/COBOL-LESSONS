           05 IFACE-TRAN-CODE PICTURE IS X.
      * THE ORIGINATING DEPARTMENT - THE FIELD THE DOWNSTREAM TEAM
      * HAD BEEN ASKING FOR, ADDED BY AGREEMENT WITH THEM. ONLINE
      * ENTRIES CARRY THE DEPARTMENT THE OPERATOR KEYED FOR, CHECKED
      * AGAINST THE OPERATOR'S AUTHORITY BY ADDTWONUMS. ONLINE
      * ENTRIES KEYED BEFORE THAT CHECK EXISTED CARRY SPACES, AS DO
      * RECORDS WRITTEN BEFORE THE FIELD EXISTED.
           05 IFACE-DEPARTMENT PICTURE IS X(4).
