      * MENU FUNCTION CATALOG. ONE ENTRY FOR EACH MENUDRIVER OPTION
      * THAT ROLEAUTH.DAT CAN GRANT, IN MENU OPTION ORDER - ENTRY N
      * IS MENU OPTION N, SO A NEW OPTION IS ADDED AT THE END AND
      * WS-MNF-COUNT RAISED TO MATCH. EACH ENTRY CARRIES THE
      * FUNCTION CODE ROLEAUTH.DAT IS KEYED ON, THE TEXT THE MENU
      * SHOWS, AND THE ROLES THAT HOLD IT AS STANDARD - THE GRANTS
      * MENUMAINT LOADS WHEN IT FIRST BUILDS THE TABLE, AND THE
      * ANSWER MENUAUTH FALLS BACK ON WHILE THE TABLE CANNOT BE
      * READ. THE STANDARD GRANTS ARE THE ACCESS THE MENU GAVE
      * BEFORE THE TABLE EXISTED: THE BATCH RUN TO THE NIGHT SHIFT
      * AND SUPERVISORS, THE MAINTENANCE, APPROVAL, RELEASE, RESEND
      * AND UTILITY FUNCTIONS TO SUPERVISORS, AND THE REST TO ALL.
      * MENUDRIVER, MENUAUTH AND MENUMAINT MUST ALL USE THE SAME
      * CATALOG.
       01 WS-MENU-FUNCTION-VALUES.
           05 FILLER PICTURE IS X(8) VALUE "ONLINADD".
           05 FILLER PICTURE IS X(40)
               VALUE "ENTER TODAY'S TRANSACTIONS INTERACTIVELY".
           05 FILLER PICTURE IS X(4) VALUE "DENS".
           05 FILLER PICTURE IS X(8) VALUE "BATCHRUN".
           05 FILLER PICTURE IS X(40)
               VALUE "RUN TODAY'S TRANSACTION FILE IN BATCH".
           05 FILLER PICTURE IS X(4) VALUE "NS".
           05 FILLER PICTURE IS X(8) VALUE "OPERMANT".
           05 FILLER PICTURE IS X(40)
               VALUE "OPERATOR MASTER MAINTENANCE".
           05 FILLER PICTURE IS X(4) VALUE "S".
           05 FILLER PICTURE IS X(8) VALUE "MONTHEND".
           05 FILLER PICTURE IS X(40)
               VALUE "MONTH-END SUMMARY REPORT".
           05 FILLER PICTURE IS X(4) VALUE "DENS".
           05 FILLER PICTURE IS X(8) VALUE "TRANINQ".
           05 FILLER PICTURE IS X(40)
               VALUE "TRANSACTION INQUIRY".
           05 FILLER PICTURE IS X(4) VALUE "DENS".
           05 FILLER PICTURE IS X(8) VALUE "INTAKE".
           05 FILLER PICTURE IS X(40)
               VALUE "CONSOLIDATE DEPARTMENT INTAKE FILES".
           05 FILLER PICTURE IS X(4) VALUE "DENS".
           05 FILLER PICTURE IS X(8) VALUE "ACKMATCH".
           05 FILLER PICTURE IS X(40)
               VALUE "MATCH DOWNSTREAM ACKNOWLEDGMENTS".
           05 FILLER PICTURE IS X(4) VALUE "DENS".
           05 FILLER PICTURE IS X(8) VALUE "RVSLAPPR".
           05 FILLER PICTURE IS X(40)
               VALUE "REVIEW PENDING REVERSALS".
           05 FILLER PICTURE IS X(4) VALUE "S".
           05 FILLER PICTURE IS X(8) VALUE "RPTREGEN".
           05 FILLER PICTURE IS X(40)
               VALUE "REPRINT A PRIOR DAY'S BATCH REPORT".
           05 FILLER PICTURE IS X(4) VALUE "DENS".
           05 FILLER PICTURE IS X(8) VALUE "VARRLSE".
           05 FILLER PICTURE IS X(40)
               VALUE "RELEASE A VARIANCE HOLD".
           05 FILLER PICTURE IS X(4) VALUE "S".
           05 FILLER PICTURE IS X(8) VALUE "REVLINK".
           05 FILLER PICTURE IS X(40)
               VALUE "REVERSAL LINKAGE REPORT".
           05 FILLER PICTURE IS X(4) VALUE "DENS".
           05 FILLER PICTURE IS X(8) VALUE "GENRESND".
           05 FILLER PICTURE IS X(40)
               VALUE "RESEND A PRIOR NIGHT'S INTERFACE FILE".
           05 FILLER PICTURE IS X(4) VALUE "S".
           05 FILLER PICTURE IS X(8) VALUE "YEARCOMP".
           05 FILLER PICTURE IS X(40)
               VALUE "YEAR-OVER-YEAR COMPARISON REPORT".
           05 FILLER PICTURE IS X(4) VALUE "DENS".
           05 FILLER PICTURE IS X(8) VALUE "SESSRPT".
           05 FILLER PICTURE IS X(40)
               VALUE "SESSION ACTIVITY AND SECURITY REPORTS".
           05 FILLER PICTURE IS X(4) VALUE "S".
           05 FILLER PICTURE IS X(8) VALUE "DEPTMANT".
           05 FILLER PICTURE IS X(40)
               VALUE "DEPARTMENT REFERENCE MAINTENANCE".
           05 FILLER PICTURE IS X(4) VALUE "S".
           05 FILLER PICTURE IS X(8) VALUE "HISTARCH".
           05 FILLER PICTURE IS X(40)
               VALUE "HISTORY ARCHIVE CYCLE".
           05 FILLER PICTURE IS X(4) VALUE "S".
           05 FILLER PICTURE IS X(8) VALUE "MASTUTIL".
           05 FILLER PICTURE IS X(40)
               VALUE "MASTER FILE UTILITY".
           05 FILLER PICTURE IS X(4) VALUE "S".
       01 WS-MENU-FUNCTION-TABLE REDEFINES WS-MENU-FUNCTION-VALUES.
           05 WS-MNF-ENTRY OCCURS 17 TIMES.
               10 WS-MNF-FUNCTION PICTURE IS X(8).
               10 WS-MNF-DESCRIPTION PICTURE IS X(40).
               10 WS-MNF-STANDARD-ROLES PICTURE IS X(4).
       01 WS-MNF-COUNT PICTURE IS 99 VALUE 17.
