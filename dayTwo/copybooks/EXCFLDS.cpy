      * ENTRIES LOGGED BEFORE THE FIELD EXISTED READ BACK AS
      * SPACES.
           05 EXC-DEPARTMENT PICTURE IS X(4).
      * ON A REVERSAL, THE HISTORY KEY OF THE POSTING IT REVERSES,
      * SO A CORRECTED REVERSAL GOES BACK IN STILL NAMING ITS
      * ORIGINAL. POSTINGS AND ONLINE ENTRIES CARRY ZEROS; ENTRIES
      * LOGGED BEFORE THE FIELDS EXISTED READ BACK AS SPACES.
           05 EXC-ORIG-DATE PICTURE IS 9(8).
           05 EXC-ORIG-KEY PICTURE IS 9(6).
