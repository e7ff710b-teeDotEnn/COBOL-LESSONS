      * EXCPCORR.DAT RECORD) - IT TELLS THE EDIT'S CROSS-DAY
      * DUPLICATE CHECK AGAINST THE HISTORY MASTER TO LET THE KEY
      * THROUGH. ANYTHING ELSE IN THE BYTE MEANS A NORMAL DETAIL.
      * A REVERSAL NAMES THE TRANSACTION IT REVERSES: THE DEPARTMENT
      * PUTS THE ORIGINAL'S TRAN KEY IN TRAN-ORIG-KEY-IN AND MAY PUT
      * ITS RUN DATE IN TRAN-ORIG-DATE-IN; LEFT BLANK, TRANEDIT
      * FINDS THE LATEST POSTING OF THAT KEY ON THE HISTORY MASTER
      * AND STAMPS ITS RUN DATE THERE, SO EVERY REVERSAL ON THE
      * CLEAN FILE CARRIES THE FULL HISTORY KEY OF ITS ORIGINAL.
      * POSTINGS CARRY ZEROS. A FILE BUILT TO THE OLD TWENTY-BYTE
      * LAYOUT READS BACK WITH SPACES THERE - ITS POSTINGS STILL
      * PROCESS, ITS REVERSALS ARE REJECTED FOR THE MISSING KEY.
       01  TRAN-RECORD-IN.
           05 TRAN-REC-TYPE PICTURE IS X.
               88 TRAN-IS-HEADER VALUE "H".
               88 TRAN-IS-DETAIL VALUE "D".
               88 TRAN-IS-TRAILER VALUE "T".
           05 TRAN-REC-BODY PICTURE IS X(33).
           05 TRAN-HEADER-BODY REDEFINES TRAN-REC-BODY.
               10 TRAN-HDR-RUN-DATE PICTURE IS 9(8).
               10 TRAN-HDR-DEPARTMENT PICTURE IS X(4).
               10 FILLER PICTURE IS X(21).
           05 TRAN-DETAIL-BODY REDEFINES TRAN-REC-BODY.
               10 TRAN-KEY-IN PICTURE IS 9(6).
               10 TRAN-CODE-IN PICTURE IS X.
               10 TRAN-RESUBMIT-IN PICTURE IS X.
                   88 TRAN-IS-RESUBMIT VALUE "C".
               10 FILLER PICTURE IS X(2).
               10 TRAN-ORIG-KEY-IN PICTURE IS 9(6).
               10 TRAN-ORIG-DATE-IN PICTURE IS 9(8).
           05 TRAN-TRAILER-BODY REDEFINES TRAN-REC-BODY.
               10 TRAN-TRL-RECORD-COUNT PICTURE IS 9(6).
               10 TRAN-TRL-HASH-TOTAL PICTURE IS 9(9).
               10 FILLER PICTURE IS X(18).
