      * YEAR-OVER-YEAR COMPARATIVE REPORT FOR THE ANNUAL REVIEW.
      * MONTHEND ANSWERS FOR ONE MONTH OFF THE LIVE MASTER; THIS
      * PROGRAM SETS EACH MONTH OF A SELECTED YEAR AGAINST THE SAME
      * MONTH OF THE YEAR BEFORE - RECORD COUNT, POSTING TOTAL,
      * REVERSAL TOTAL AND NET, WITH THE PERCENT CHANGE ON EACH AND
      * YEAR-TO-DATE RUNNING TOTALS - FIRST FOR ALL DEPARTMENTS AND
      * THEN FOR EACH ORIGINATING DEPARTMENT IN TURN. THE REPORT
      * GOES TO YEARRPT.DAT.
      * HISTARCH MOVES EVERY RECORD OLDER THAN ITS RETENTION
      * BOUNDARY OFF RESULTHST.DAT INTO A DATED HSTAYYYYMMDD.DAT
      * ARCHIVE, SO EITHER YEAR MAY SIT WHOLLY ON THE MASTER, WHOLLY
      * IN THE ARCHIVES, OR SPLIT ACROSS THEM. BOTH ARE READ: THE
      * MASTER FROM THE FIRST DAY OF THE PRIOR YEAR THROUGH ITS
      * INDEX, AND EVERY ARCHIVE NAMED ON ARCHDIR.DAT FRONT TO BACK.
      * A RECORD LIVES IN ONE PLACE OR THE OTHER, NEVER BOTH, SO THE
      * FIGURES ADD STRAIGHT TOGETHER; THE REPORT SAYS HOW MANY OF
      * EACH YEAR'S RECORDS CAME FROM WHERE. EVERY ARCHIVE IS READ
      * WHOLE, WHATEVER YEARS IT HOLDS, AND ITS COUNT AND RESULT
      * HASH ARE PROVED AGAINST THE ARCH-RECORD-COUNT AND
      * ARCH-RESULT-HASH HISTARCH WROTE FOR IT - AN ARCHIVE THAT HAS
      * GONE MISSING OR LOST RECORDS SINCE THE CYCLE IS FLAGGED AND
      * THE RUN ENDS WITH A WARNING, BECAUSE THE TOTALS ABOVE IT ARE
      * THEN SHORT.
      * THE OPERATOR KEYS THE REPORT YEAR AS YYYY, OR LEAVES IT
      * BLANK FOR THE CURRENT YEAR. RETURN CODE 0 WHEN EVERY ARCHIVE
      * PROVES, 4 WHEN ONE DOES NOT, 8 WHEN THERE IS NO HISTORY TO
      * REPORT OR THE REPORT CANNOT BE WRITTEN.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEARCOMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-MASTER-FILE ASSIGN TO "RESULTHST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-RECORD-KEY
               ALTERNATE RECORD KEY IS HIST-TRAN-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-ORIG-RECORD-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT ARCHIVE-DIRECTORY-FILE ASSIGN TO "ARCHDIR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIRECTORY-STATUS.
           SELECT ARCHIVE-FILE-IN ASSIGN TO WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT YEAR-REPORT-OUT ASSIGN TO "YEARRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEAR-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-MASTER-FILE.
           COPY HSTFLDS.

      * THE ARCHIVES CARRY FLAT IMAGES OF THE HISTORY RECORD. THE
      * MASTER FD ALREADY OWNS THE HSTFLDS NAMES, SO BOTH SOURCES
      * ARE MOVED INTO THE WS-HISTORY-IMAGE MIRROR BELOW AND
      * TALLIED FROM THERE.
       FD  ARCHIVE-FILE-IN.
       01  ARCHIVE-RECORD-IN PICTURE IS X(44).

       FD  ARCHIVE-DIRECTORY-FILE.
           COPY ARCFLDS.

       FD  YEAR-REPORT-OUT.
       01  YEAR-REPORT-LINE PICTURE IS X(80).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-FILE-STATUS PICTURE IS XX.
       01 WS-DIRECTORY-STATUS PICTURE IS XX.
       01 WS-ARCHIVE-STATUS PICTURE IS XX.
       01 WS-YEAR-REPORT-STATUS PICTURE IS XX.
       01 WS-ARCHIVE-FILE-NAME PICTURE IS X(16).
       01 WS-RUN-DATE-TIME PICTURE IS X(21).
       01 WS-MASTER-EOF-SWITCH PICTURE IS X VALUE "N".
           88 END-OF-MASTER-DATA VALUE "Y".
       01 WS-DIR-EOF-SWITCH PICTURE IS X VALUE "N".
           88 END-OF-DIRECTORY VALUE "Y".
       01 WS-ARCHIVE-EOF-SWITCH PICTURE IS X VALUE "N".
           88 END-OF-ARCHIVE VALUE "Y".
       01 WS-MASTER-READ-SWITCH PICTURE IS X VALUE "N".
           88 MASTER-WAS-READ VALUE "Y".
       01 WS-DIRECTORY-READ-SWITCH PICTURE IS X VALUE "N".
           88 DIRECTORY-WAS-READ VALUE "Y".
       01 WS-PROOF-SWITCH PICTURE IS X VALUE "N".
           88 ARCHIVE-PROOF-FAILED VALUE "Y".
       01 WS-IN-RANGE-SWITCH PICTURE IS X VALUE "N".
           88 RECORD-IN-RANGE VALUE "Y".
       01 WS-YEAR-ENTRY-SWITCH PICTURE IS X VALUE "N".
           88 YEAR-ENTRY-DONE VALUE "Y".
       01 WS-YEAR-RAW PICTURE IS X(4).
       01 WS-REPORT-YEAR PICTURE IS 9(4).
       01 WS-PRIOR-YEAR PICTURE IS 9(4).
       01 WS-START-KEY-DATE PICTURE IS 9(8).
       01 WS-END-KEY-DATE PICTURE IS 9(8).
       01 WS-YEAR-SUB PICTURE IS 9.
       01 WS-MONTH-SUB PICTURE IS 99.
       01 WS-ARCHIVES-READ PICTURE IS 9(4) VALUE ZERO.
       01 WS-ARCH-READ-COUNT PICTURE IS 9(6).
       01 WS-ARCH-READ-HASH PICTURE IS 9(9).

      * THE HISTORY RECORD AS EITHER SOURCE HANDS IT OVER. THIS
      * MUST MIRROR HSTFLDS FIELD FOR FIELD.
       01 WS-HISTORY-IMAGE.
           05 YRH-RUN-DATE PICTURE IS 9(8).
           05 YRH-RUN-DATE-PARTS REDEFINES YRH-RUN-DATE.
               10 YRH-RUN-YEAR PICTURE IS 9(4).
               10 YRH-RUN-MONTH PICTURE IS 99.
               10 YRH-RUN-DAY PICTURE IS 99.
           05 YRH-TRAN-KEY PICTURE IS 9(6).
           05 YRH-FIRST-NUMBER PICTURE IS 99.
           05 YRH-SECOND-NUMBER PICTURE IS 9(4).
           05 YRH-RESULT PICTURE IS 9999.
           05 YRH-ENTRY-SOURCE PICTURE IS X.
           05 YRH-TRAN-CODE PICTURE IS X.
               88 YRH-IS-REVERSAL VALUE "R".
           05 YRH-DEPARTMENT PICTURE IS X(4).
           05 YRH-ORIG-RECORD-KEY.
               10 YRH-ORIG-DATE PICTURE IS 9(8).
               10 YRH-ORIG-TRAN-KEY PICTURE IS 9(6).

      * WHERE EACH YEAR'S RECORDS CAME FROM. SUBSCRIPT 1 IS ALWAYS
      * THE REPORT YEAR AND 2 THE PRIOR YEAR, HERE AND IN EVERY
      * FIGURES TABLE BELOW.
       01 WS-SOURCE-COUNTS.
           05 WS-SOURCE-YEAR OCCURS 2 TIMES.
               10 WS-SOURCE-MASTER-COUNT PICTURE IS 9(7).
               10 WS-SOURCE-ARCHIVE-COUNT PICTURE IS 9(7).

       01 WS-ALL-FIGURES.
           05 WS-ALL-YEAR OCCURS 2 TIMES.
               10 WS-ALL-MONTH OCCURS 12 TIMES.
                   15 WS-ALL-COUNT PICTURE IS 9(7).
                   15 WS-ALL-POSTINGS PICTURE IS 9(9).
                   15 WS-ALL-REVERSALS PICTURE IS 9(9).

      * THE HISTORY IS KEYED BY DATE AND TRANSACTION, NOT BY
      * DEPARTMENT, SO THE DEPARTMENT FIGURES ARE GATHERED HERE IN
      * THE SAME PASS. AS IN MONTHEND, THE LAST SLOT IS RESERVED AS
      * AN "*OVR" CATCH-ALL SHOULD MORE DEPARTMENTS POST ACROSS THE
      * TWO YEARS THAN THE TABLE HOLDS, AND ONLINE ENTRIES KEYED
      * BEFORE THEY WERE STAMPED TALLY UNDER A BLANK CODE.
       01 WS-DEPT-SUMMARY-CONTROLS.
           05 WS-DEPT-ENTRY-COUNT PICTURE IS 99 VALUE ZERO.
           05 WS-DEPT-INDEX PICTURE IS 99 VALUE ZERO.
           05 WS-DEPT-MAX-ENTRIES PICTURE IS 99 VALUE 49.
           05 WS-DEPT-TABLE-SIZE PICTURE IS 99 VALUE 50.
           05 WS-DEPT-FOUND-SWITCH PICTURE IS X VALUE "N".
               88 DEPT-ENTRY-FOUND VALUE "Y".

       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
               10 WS-DEPT-TBL-CODE PICTURE IS X(4).
               10 WS-DEPT-TBL-FIGURES.
                   15 WS-DEPT-TBL-YEAR OCCURS 2 TIMES.
                       20 WS-DEPT-TBL-MONTH OCCURS 12 TIMES.
                           25 WS-DEPT-TBL-COUNT PICTURE IS 9(7).
                           25 WS-DEPT-TBL-POSTINGS PICTURE IS 9(9).
                           25 WS-DEPT-TBL-REVERSALS PICTURE IS 9(9).

      * ONE BLOCK OF THE REPORT - ALL DEPARTMENTS OR ONE OF THEM -
      * IS COPIED HERE AND PRINTED BY THE SAME PARAGRAPHS.
       01 WS-PRINT-FIGURES.
           05 WS-PRT-YEAR OCCURS 2 TIMES.
               10 WS-PRT-MONTH OCCURS 12 TIMES.
                   15 WS-PRT-COUNT PICTURE IS 9(7).
                   15 WS-PRT-POSTINGS PICTURE IS 9(9).
                   15 WS-PRT-REVERSALS PICTURE IS 9(9).

       01 WS-BLOCK-CONTROLS.
           05 WS-BLOCK-TITLE PICTURE IS X(40).
           05 WS-BLOCK-YEAR OCCURS 2 TIMES PICTURE IS 9(4).
           05 WS-LINE-NET OCCURS 2 TIMES PICTURE IS S9(10).
           05 WS-YTD-COUNT OCCURS 2 TIMES PICTURE IS 9(8).
           05 WS-YTD-NET OCCURS 2 TIMES PICTURE IS S9(11).

       01 WS-PERCENT-CONTROLS.
           05 WS-PCT-THIS PICTURE IS S9(11).
           05 WS-PCT-PRIOR PICTURE IS S9(11).
           05 WS-PCT-BASE PICTURE IS 9(11).
           05 WS-PCT-CHANGE PICTURE IS S9(4)V9.
           05 WS-PCT-EDITED PICTURE IS +ZZZ9.9.
           05 WS-PCT-TEXT PICTURE IS X(7) JUSTIFIED RIGHT.

       01 WS-MONTH-NAMES-VALUES.
           05 FILLER PICTURE IS X(36)
               VALUE "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
       01 WS-MONTH-NAMES REDEFINES WS-MONTH-NAMES-VALUES.
           05 WS-MONTH-NAME OCCURS 12 TIMES PICTURE IS X(3).

      * THE ARCHIVES PROVED, FOR THE PROOF SECTION AT THE FOOT OF
      * THE REPORT. HISTARCH MAKES ONE ARCHIVE A CYCLE, SO THE
      * TABLE IS DECADES DEEP; ANY BEYOND IT ARE STILL PROVED AND
      * COUNTED, JUST NOT LISTED.
       01 WS-PROOF-CONTROLS.
           05 WS-PROOF-COUNT PICTURE IS 99 VALUE ZERO.
           05 WS-PROOF-MAX PICTURE IS 99 VALUE 40.
           05 WS-PROOF-UNLISTED PICTURE IS 9(4) VALUE ZERO.
           05 WS-PROOF-SUB PICTURE IS 99.
       01 WS-PROOF-TABLE.
           05 WS-PROOF-ENTRY OCCURS 40 TIMES.
               10 WS-PRF-FILE-NAME PICTURE IS X(16).
               10 WS-PRF-CUTOFF-DATE PICTURE IS 9(8).
               10 WS-PRF-DIR-COUNT PICTURE IS 9(6).
               10 WS-PRF-READ-COUNT PICTURE IS 9(6).
               10 WS-PRF-DIR-HASH PICTURE IS 9(9).
               10 WS-PRF-READ-HASH PICTURE IS 9(9).
               10 WS-PRF-RESULT PICTURE IS X(10).
       01 WS-PROOF-RESULT PICTURE IS X(10).

       01 WS-YEAR-HEADER-1.
           05 FILLER PICTURE IS X(10) VALUE SPACES.
           05 FILLER PICTURE IS X(34)
               VALUE "YEAR-OVER-YEAR POSTING COMPARISON".
       01 WS-YEAR-HEADER-2.
           05 FILLER PICTURE IS X(13) VALUE "REPORT YEAR: ".
           05 HDR-REPORT-YEAR PICTURE IS 9(4).
           05 FILLER PICTURE IS X(12) VALUE "   AGAINST: ".
           05 HDR-PRIOR-YEAR PICTURE IS 9(4).
           05 FILLER PICTURE IS X(13) VALUE "   RUN DATE: ".
           05 HDR-RUN-DATE PICTURE IS X(8).

       01 WS-SOURCE-LINE.
           05 SRC-YEAR PICTURE IS 9(4).
           05 FILLER PICTURE IS X(2) VALUE ": ".
           05 SRC-MASTER-COUNT PICTURE IS ZZZZZZ9.
           05 FILLER PICTURE IS X(31)
               VALUE " RECORDS FROM THE LIVE MASTER, ".
           05 SRC-ARCHIVE-COUNT PICTURE IS ZZZZZZ9.
           05 FILLER PICTURE IS X(18) VALUE " FROM THE ARCHIVES".

       01 WS-BLOCK-HEADER.
           05 FILLER PICTURE IS X(4) VALUE "MON".
           05 FILLER PICTURE IS X(6) VALUE "YEAR".
           05 FILLER PICTURE IS X(7) VALUE "RECORDS".
           05 FILLER PICTURE IS X(1) VALUE SPACE.
           05 FILLER PICTURE IS X(9) VALUE " POSTINGS".
           05 FILLER PICTURE IS X(1) VALUE SPACE.
           05 FILLER PICTURE IS X(9) VALUE "REVERSALS".
           05 FILLER PICTURE IS X(1) VALUE SPACE.
           05 FILLER PICTURE IS X(10) VALUE "       NET".
           05 FILLER PICTURE IS X(1) VALUE SPACE.
           05 FILLER PICTURE IS X(8) VALUE "YTD RECS".
           05 FILLER PICTURE IS X(1) VALUE SPACE.
           05 FILLER PICTURE IS X(11) VALUE "    YTD NET".

       01 WS-COMPARE-LINE.
           05 CMP-MONTH PICTURE IS X(4).
           05 CMP-YEAR PICTURE IS X(6).
           05 CMP-COUNT PICTURE IS ZZZZZZ9.
           05 FILLER PICTURE IS X(1) VALUE SPACE.
           05 CMP-POSTINGS PICTURE IS ZZZZZZZZ9.
           05 FILLER PICTURE IS X(1) VALUE SPACE.
           05 CMP-REVERSALS PICTURE IS ZZZZZZZZ9.
           05 FILLER PICTURE IS X(1) VALUE SPACE.
           05 CMP-NET PICTURE IS ZZZZZZZZ9-.
           05 FILLER PICTURE IS X(1) VALUE SPACE.
           05 CMP-YTD-COUNT PICTURE IS ZZZZZZZ9.
           05 FILLER PICTURE IS X(1) VALUE SPACE.
           05 CMP-YTD-NET PICTURE IS ZZZZZZZZZ9-.

      * THE PERCENT CHANGE OF THE REPORT YEAR OVER THE PRIOR YEAR,
      * COLUMN FOR COLUMN UNDER THE TWO LINES IT COMPARES. "NEW"
      * MEANS NOTHING IN THE PRIOR YEAR TO COMPARE WITH; "OVER" A
      * CHANGE TOO LARGE TO PRINT.
       01 WS-CHANGE-LINE.
           05 FILLER PICTURE IS X(4) VALUE SPACES.
           05 FILLER PICTURE IS X(6) VALUE "CHG %".
           05 CHG-COUNT PICTURE IS X(7) JUSTIFIED RIGHT.
           05 FILLER PICTURE IS X(1) VALUE SPACE.
           05 CHG-POSTINGS PICTURE IS X(9) JUSTIFIED RIGHT.
           05 FILLER PICTURE IS X(1) VALUE SPACE.
           05 CHG-REVERSALS PICTURE IS X(9) JUSTIFIED RIGHT.
           05 FILLER PICTURE IS X(1) VALUE SPACE.
           05 CHG-NET PICTURE IS X(10) JUSTIFIED RIGHT.
           05 FILLER PICTURE IS X(1) VALUE SPACE.
           05 CHG-YTD-COUNT PICTURE IS X(8) JUSTIFIED RIGHT.
           05 FILLER PICTURE IS X(1) VALUE SPACE.
           05 CHG-YTD-NET PICTURE IS X(11) JUSTIFIED RIGHT.

       01 WS-PROOF-HEADER-1.
           05 FILLER PICTURE IS X(33)
               VALUE "ARCHIVE PROOF AGAINST ARCHDIR.DAT".
       01 WS-PROOF-HEADER-2.
           05 FILLER PICTURE IS X(17) VALUE "ARCHIVE FILE".
           05 FILLER PICTURE IS X(10) VALUE "CUTOFF".
           05 FILLER PICTURE IS X(8) VALUE "DIR RECS".
           05 FILLER PICTURE IS X(10) VALUE " READ RECS".
           05 FILLER PICTURE IS X(11) VALUE "   DIR HASH".
           05 FILLER PICTURE IS X(11) VALUE "  READ HASH".
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 FILLER PICTURE IS X(6) VALUE "RESULT".
       01 WS-PROOF-LINE.
           05 PRF-FILE-NAME PICTURE IS X(16).
           05 FILLER PICTURE IS X(1) VALUE SPACE.
           05 PRF-CUTOFF-DATE PICTURE IS 9(8).
           05 FILLER PICTURE IS X(4) VALUE SPACES.
           05 PRF-DIR-COUNT PICTURE IS ZZZZZ9.
           05 FILLER PICTURE IS X(4) VALUE SPACES.
           05 PRF-READ-COUNT PICTURE IS ZZZZZ9.
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 PRF-DIR-HASH PICTURE IS ZZZZZZZZ9.
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 PRF-READ-HASH PICTURE IS ZZZZZZZZ9.
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 PRF-RESULT PICTURE IS X(10).
       01 WS-UNLISTED-LINE.
           05 UNL-COUNT PICTURE IS ZZZ9.
           05 FILLER PICTURE IS X(40)
               VALUE " FURTHER ARCHIVES PROVED BUT NOT LISTED".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME.
           MOVE ZEROS TO WS-ALL-FIGURES.
           MOVE ZEROS TO WS-SOURCE-COUNTS.
           MOVE SPACES TO WS-DEPT-TABLE.
           MOVE ZERO TO WS-DEPT-ENTRY-COUNT.
           MOVE ZERO TO WS-ARCHIVES-READ.
           MOVE ZERO TO WS-PROOF-COUNT.
           MOVE ZERO TO WS-PROOF-UNLISTED.
           MOVE "N" TO WS-PROOF-SWITCH.
           MOVE "N" TO WS-MASTER-READ-SWITCH.
           MOVE "N" TO WS-DIRECTORY-READ-SWITCH.
           PERFORM GET-REPORT-YEAR.
           OPEN OUTPUT YEAR-REPORT-OUT.
           IF WS-YEAR-REPORT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN THE YEAR REPORT ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM GATHER-FROM-MASTER
               PERFORM GATHER-FROM-ARCHIVES
               PERFORM WRITE-YEAR-HEADER
               IF NOT MASTER-WAS-READ AND WS-ARCHIVES-READ = ZERO
                   MOVE "NO HISTORY MASTER AND NO ARCHIVES ON FILE -"
                       TO YEAR-REPORT-LINE
                   WRITE YEAR-REPORT-LINE
                   MOVE "NOTHING TO REPORT" TO YEAR-REPORT-LINE
                   WRITE YEAR-REPORT-LINE
                   DISPLAY "NO HISTORY ON FILE - NOTHING TO REPORT"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM WRITE-SOURCE-LINES
                   MOVE WS-ALL-FIGURES TO WS-PRINT-FIGURES
                   MOVE "ALL DEPARTMENTS" TO WS-BLOCK-TITLE
                   PERFORM WRITE-COMPARISON-BLOCK
                   MOVE 1 TO WS-DEPT-INDEX
                   PERFORM WRITE-ONE-DEPT-BLOCK
                       UNTIL WS-DEPT-INDEX > WS-DEPT-ENTRY-COUNT
                   PERFORM WRITE-ARCHIVE-PROOF
                   IF ARCHIVE-PROOF-FAILED
                       DISPLAY "*** AN ARCHIVE DOES NOT PROVE - THE"
                           " TOTALS MAY BE SHORT - SEE YEARRPT.DAT"
                           " ***"
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       DISPLAY "YEAR-OVER-YEAR REPORT WRITTEN TO"
                           " YEARRPT.DAT"
                       MOVE ZERO TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE YEAR-REPORT-OUT
           END-IF.
       PROGRAM-DONE.
           GOBACK.

       GET-REPORT-YEAR.
           MOVE "N" TO WS-YEAR-ENTRY-SWITCH.
           PERFORM ACCEPT-REPORT-YEAR UNTIL YEAR-ENTRY-DONE.
           COMPUTE WS-PRIOR-YEAR = WS-REPORT-YEAR - 1.
           COMPUTE WS-START-KEY-DATE = WS-PRIOR-YEAR * 10000 + 101.
           COMPUTE WS-END-KEY-DATE = WS-REPORT-YEAR * 10000 + 1231.
           MOVE WS-REPORT-YEAR TO WS-BLOCK-YEAR(1).
           MOVE WS-PRIOR-YEAR TO WS-BLOCK-YEAR(2).

       ACCEPT-REPORT-YEAR.
           DISPLAY "ENTER REPORT YEAR AS YYYY - BLANK FOR THE"
               " CURRENT YEAR".
           MOVE SPACES TO WS-YEAR-RAW.
           ACCEPT WS-YEAR-RAW.
           IF WS-YEAR-RAW = SPACES
               MOVE WS-RUN-DATE-TIME(1:4) TO WS-REPORT-YEAR
               SET YEAR-ENTRY-DONE TO TRUE
           ELSE
               IF WS-YEAR-RAW IS NUMERIC
                       AND WS-YEAR-RAW > "1900"
                   MOVE WS-YEAR-RAW TO WS-REPORT-YEAR
                   SET YEAR-ENTRY-DONE TO TRUE
               ELSE
                   DISPLAY "INVALID YEAR - MUST BE YYYY"
               END-IF
           END-IF.

      * THE MASTER IS ENTERED AT THE FIRST DAY OF THE PRIOR YEAR
      * AND READ IN KEY ORDER TO THE LAST DAY OF THE REPORT YEAR.
      * A MASTER THAT WILL NOT OPEN IS NOT FATAL - BOTH YEARS MAY
      * BE WHOLLY ARCHIVED - BUT THE REPORT SAYS SO.
       GATHER-FROM-MASTER.
           MOVE "N" TO WS-MASTER-EOF-SWITCH.
           OPEN INPUT HISTORY-MASTER-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "HISTORY MASTER NOT AVAILABLE - REPORTING"
                   " FROM THE ARCHIVES ALONE"
           ELSE
               SET MASTER-WAS-READ TO TRUE
               MOVE WS-START-KEY-DATE TO HIST-RUN-DATE
               MOVE ZERO TO HIST-TRAN-KEY
               START HISTORY-MASTER-FILE
                   KEY IS NOT LESS THAN HIST-RECORD-KEY
                   INVALID KEY
                       SET END-OF-MASTER-DATA TO TRUE
               END-START
               IF NOT END-OF-MASTER-DATA
                   PERFORM READ-HISTORY-RECORD
               END-IF
               PERFORM TALLY-MASTER-RECORD UNTIL END-OF-MASTER-DATA
               CLOSE HISTORY-MASTER-FILE
           END-IF.

       TALLY-MASTER-RECORD.
           MOVE HISTORY-RECORD TO WS-HISTORY-IMAGE.
           PERFORM TALLY-HISTORY-IMAGE.
           IF RECORD-IN-RANGE
               ADD 1 TO WS-SOURCE-MASTER-COUNT(WS-YEAR-SUB)
           END-IF.
           PERFORM READ-HISTORY-RECORD.

       READ-HISTORY-RECORD.
           READ HISTORY-MASTER-FILE NEXT RECORD
               AT END SET END-OF-MASTER-DATA TO TRUE
           END-READ.
           IF NOT END-OF-MASTER-DATA
               IF HIST-RUN-DATE > WS-END-KEY-DATE
                   SET END-OF-MASTER-DATA TO TRUE
               END-IF
           END-IF.

      * EVERY ARCHIVE ON THE DIRECTORY IS READ WHOLE AND PROVED,
      * WHETHER OR NOT IT HOLDS EITHER YEAR - A PROOF THAT SKIPPED
      * FILES WOULD NOT SHOW THAT NOTHING WENT MISSING.
       GATHER-FROM-ARCHIVES.
           MOVE "N" TO WS-DIR-EOF-SWITCH.
           OPEN INPUT ARCHIVE-DIRECTORY-FILE.
           IF WS-DIRECTORY-STATUS = "00"
               SET DIRECTORY-WAS-READ TO TRUE
               PERFORM READ-DIRECTORY-RECORD
               PERFORM PROVE-ONE-ARCHIVE UNTIL END-OF-DIRECTORY
               CLOSE ARCHIVE-DIRECTORY-FILE
           END-IF.

       READ-DIRECTORY-RECORD.
           READ ARCHIVE-DIRECTORY-FILE
               AT END SET END-OF-DIRECTORY TO TRUE
           END-READ.

       PROVE-ONE-ARCHIVE.
           MOVE ARCH-FILE-NAME TO WS-ARCHIVE-FILE-NAME.
           MOVE ZERO TO WS-ARCH-READ-COUNT.
           MOVE ZERO TO WS-ARCH-READ-HASH.
           MOVE "N" TO WS-ARCHIVE-EOF-SWITCH.
           OPEN INPUT ARCHIVE-FILE-IN.
           IF WS-ARCHIVE-STATUS NOT = "00"
               MOVE "NOT ON DSK" TO WS-PROOF-RESULT
               SET ARCHIVE-PROOF-FAILED TO TRUE
           ELSE
               ADD 1 TO WS-ARCHIVES-READ
               PERFORM READ-ARCHIVE-RECORD
               PERFORM TALLY-ARCHIVE-RECORD UNTIL END-OF-ARCHIVE
               CLOSE ARCHIVE-FILE-IN
               IF WS-ARCH-READ-COUNT = ARCH-RECORD-COUNT
                       AND WS-ARCH-READ-HASH = ARCH-RESULT-HASH
                   MOVE "PROVED" TO WS-PROOF-RESULT
               ELSE
                   MOVE "*DISAGREE*" TO WS-PROOF-RESULT
                   SET ARCHIVE-PROOF-FAILED TO TRUE
               END-IF
           END-IF.
           PERFORM RECORD-ARCHIVE-PROOF.
           PERFORM READ-DIRECTORY-RECORD.

      * THE COUNT AND HASH ARE TAKEN THE WAY HISTARCH TOOK THEM -
      * EVERY RECORD, AND THE RESULT MAGNITUDE WHATEVER THE CODE.
       TALLY-ARCHIVE-RECORD.
           MOVE ARCHIVE-RECORD-IN TO WS-HISTORY-IMAGE.
           ADD 1 TO WS-ARCH-READ-COUNT.
           IF YRH-RESULT IS NUMERIC
               ADD YRH-RESULT TO WS-ARCH-READ-HASH
           END-IF.
           PERFORM TALLY-HISTORY-IMAGE.
           IF RECORD-IN-RANGE
               ADD 1 TO WS-SOURCE-ARCHIVE-COUNT(WS-YEAR-SUB)
           END-IF.
           PERFORM READ-ARCHIVE-RECORD.

       READ-ARCHIVE-RECORD.
           READ ARCHIVE-FILE-IN
               AT END SET END-OF-ARCHIVE TO TRUE
           END-READ.

       RECORD-ARCHIVE-PROOF.
           IF WS-PROOF-COUNT < WS-PROOF-MAX
               ADD 1 TO WS-PROOF-COUNT
               MOVE ARCH-FILE-NAME
                   TO WS-PRF-FILE-NAME(WS-PROOF-COUNT)
               MOVE ARCH-CUTOFF-DATE
                   TO WS-PRF-CUTOFF-DATE(WS-PROOF-COUNT)
               MOVE ARCH-RECORD-COUNT
                   TO WS-PRF-DIR-COUNT(WS-PROOF-COUNT)
               MOVE WS-ARCH-READ-COUNT
                   TO WS-PRF-READ-COUNT(WS-PROOF-COUNT)
               MOVE ARCH-RESULT-HASH
                   TO WS-PRF-DIR-HASH(WS-PROOF-COUNT)
               MOVE WS-ARCH-READ-HASH
                   TO WS-PRF-READ-HASH(WS-PROOF-COUNT)
               MOVE WS-PROOF-RESULT
                   TO WS-PRF-RESULT(WS-PROOF-COUNT)
           ELSE
               ADD 1 TO WS-PROOF-UNLISTED
           END-IF.

      * ONE HISTORY RECORD FROM EITHER SOURCE. ONLY RUN DATES IN
      * THE REPORT YEAR OR THE PRIOR YEAR COUNT; WS-YEAR-SUB IS
      * LEFT POINTING AT THE YEAR THE RECORD FELL IN.
       TALLY-HISTORY-IMAGE.
           MOVE "N" TO WS-IN-RANGE-SWITCH.
           IF YRH-RUN-DATE IS NUMERIC
               IF YRH-RUN-MONTH > ZERO AND YRH-RUN-MONTH < 13
                   IF YRH-RUN-YEAR = WS-REPORT-YEAR
                       MOVE 1 TO WS-YEAR-SUB
                       SET RECORD-IN-RANGE TO TRUE
                   END-IF
                   IF YRH-RUN-YEAR = WS-PRIOR-YEAR
                       MOVE 2 TO WS-YEAR-SUB
                       SET RECORD-IN-RANGE TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF RECORD-IN-RANGE
               MOVE YRH-RUN-MONTH TO WS-MONTH-SUB
               IF YRH-RESULT IS NOT NUMERIC
                   MOVE ZERO TO YRH-RESULT
               END-IF
               ADD 1 TO WS-ALL-COUNT(WS-YEAR-SUB, WS-MONTH-SUB)
               IF YRH-IS-REVERSAL
                   ADD YRH-RESULT
                       TO WS-ALL-REVERSALS(WS-YEAR-SUB, WS-MONTH-SUB)
               ELSE
                   ADD YRH-RESULT
                       TO WS-ALL-POSTINGS(WS-YEAR-SUB, WS-MONTH-SUB)
               END-IF
               PERFORM TALLY-DEPARTMENT
           END-IF.

       TALLY-DEPARTMENT.
           MOVE "N" TO WS-DEPT-FOUND-SWITCH.
           MOVE 1 TO WS-DEPT-INDEX.
           PERFORM LOCATE-DEPT-ENTRY
               UNTIL DEPT-ENTRY-FOUND
               OR WS-DEPT-INDEX > WS-DEPT-ENTRY-COUNT.
           IF NOT DEPT-ENTRY-FOUND
               IF WS-DEPT-ENTRY-COUNT < WS-DEPT-MAX-ENTRIES
                   ADD 1 TO WS-DEPT-ENTRY-COUNT
                   MOVE WS-DEPT-ENTRY-COUNT TO WS-DEPT-INDEX
                   MOVE YRH-DEPARTMENT
                       TO WS-DEPT-TBL-CODE(WS-DEPT-INDEX)
                   MOVE ZEROS TO WS-DEPT-TBL-FIGURES(WS-DEPT-INDEX)
               ELSE
                   MOVE WS-DEPT-TABLE-SIZE TO WS-DEPT-INDEX
                   IF WS-DEPT-TBL-CODE(WS-DEPT-INDEX) NOT = "*OVR"
                       MOVE "*OVR"
                           TO WS-DEPT-TBL-CODE(WS-DEPT-INDEX)
                       MOVE ZEROS
                           TO WS-DEPT-TBL-FIGURES(WS-DEPT-INDEX)
                       MOVE WS-DEPT-TABLE-SIZE
                           TO WS-DEPT-ENTRY-COUNT
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-DEPT-TBL-COUNT(WS-DEPT-INDEX, WS-YEAR-SUB,
               WS-MONTH-SUB).
           IF YRH-IS-REVERSAL
               ADD YRH-RESULT TO WS-DEPT-TBL-REVERSALS(WS-DEPT-INDEX,
                   WS-YEAR-SUB, WS-MONTH-SUB)
           ELSE
               ADD YRH-RESULT TO WS-DEPT-TBL-POSTINGS(WS-DEPT-INDEX,
                   WS-YEAR-SUB, WS-MONTH-SUB)
           END-IF.

       LOCATE-DEPT-ENTRY.
           IF WS-DEPT-TBL-CODE(WS-DEPT-INDEX) = YRH-DEPARTMENT
               SET DEPT-ENTRY-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-DEPT-INDEX
           END-IF.

       WRITE-YEAR-HEADER.
           MOVE WS-YEAR-HEADER-1 TO YEAR-REPORT-LINE.
           WRITE YEAR-REPORT-LINE.
           MOVE WS-REPORT-YEAR TO HDR-REPORT-YEAR.
           MOVE WS-PRIOR-YEAR TO HDR-PRIOR-YEAR.
           MOVE WS-RUN-DATE-TIME(1:8) TO HDR-RUN-DATE.
           MOVE WS-YEAR-HEADER-2 TO YEAR-REPORT-LINE.
           WRITE YEAR-REPORT-LINE.
           MOVE SPACES TO YEAR-REPORT-LINE.
           WRITE YEAR-REPORT-LINE.

       WRITE-SOURCE-LINES.
           IF NOT MASTER-WAS-READ
               MOVE "HISTORY MASTER NOT AVAILABLE - ARCHIVES ONLY"
                   TO YEAR-REPORT-LINE
               WRITE YEAR-REPORT-LINE
           END-IF.
           MOVE 1 TO WS-YEAR-SUB.
           PERFORM WRITE-ONE-SOURCE-LINE UNTIL WS-YEAR-SUB > 2.

       WRITE-ONE-SOURCE-LINE.
           MOVE WS-BLOCK-YEAR(WS-YEAR-SUB) TO SRC-YEAR.
           MOVE WS-SOURCE-MASTER-COUNT(WS-YEAR-SUB)
               TO SRC-MASTER-COUNT.
           MOVE WS-SOURCE-ARCHIVE-COUNT(WS-YEAR-SUB)
               TO SRC-ARCHIVE-COUNT.
           MOVE WS-SOURCE-LINE TO YEAR-REPORT-LINE.
           WRITE YEAR-REPORT-LINE.
           ADD 1 TO WS-YEAR-SUB.

       WRITE-ONE-DEPT-BLOCK.
           MOVE WS-DEPT-TBL-FIGURES(WS-DEPT-INDEX)
               TO WS-PRINT-FIGURES.
           MOVE SPACES TO WS-BLOCK-TITLE.
           IF WS-DEPT-TBL-CODE(WS-DEPT-INDEX) = SPACES
               MOVE "DEPARTMENT (NONE ON THE ENTRY)"
                   TO WS-BLOCK-TITLE
           ELSE
               STRING "DEPARTMENT " WS-DEPT-TBL-CODE(WS-DEPT-INDEX)
                   DELIMITED BY SIZE INTO WS-BLOCK-TITLE
               END-STRING
           END-IF.
           PERFORM WRITE-COMPARISON-BLOCK.
           ADD 1 TO WS-DEPT-INDEX.

      * TWELVE MONTHS OF THE FIGURES IN WS-PRINT-FIGURES: FOR EACH
      * MONTH A LINE FOR THE REPORT YEAR, A LINE FOR THE PRIOR YEAR
      * AND THE PERCENT CHANGE BETWEEN THEM. THE YEAR-TO-DATE
      * COLUMNS RUN ON FROM JANUARY, SO DECEMBER'S ARE THE YEAR.
       WRITE-COMPARISON-BLOCK.
           MOVE SPACES TO YEAR-REPORT-LINE.
           WRITE YEAR-REPORT-LINE.
           MOVE WS-BLOCK-TITLE TO YEAR-REPORT-LINE.
           WRITE YEAR-REPORT-LINE.
           MOVE WS-BLOCK-HEADER TO YEAR-REPORT-LINE.
           WRITE YEAR-REPORT-LINE.
           MOVE ZERO TO WS-YTD-COUNT(1).
           MOVE ZERO TO WS-YTD-COUNT(2).
           MOVE ZERO TO WS-YTD-NET(1).
           MOVE ZERO TO WS-YTD-NET(2).
           MOVE 1 TO WS-MONTH-SUB.
           PERFORM WRITE-ONE-MONTH UNTIL WS-MONTH-SUB > 12.

       WRITE-ONE-MONTH.
           MOVE 1 TO WS-YEAR-SUB.
           PERFORM WRITE-ONE-YEAR-LINE UNTIL WS-YEAR-SUB > 2.
           PERFORM WRITE-CHANGE-LINE.
           ADD 1 TO WS-MONTH-SUB.

       WRITE-ONE-YEAR-LINE.
           IF WS-YEAR-SUB = 1
               MOVE WS-MONTH-NAME(WS-MONTH-SUB) TO CMP-MONTH
           ELSE
               MOVE SPACES TO CMP-MONTH
           END-IF.
           MOVE WS-BLOCK-YEAR(WS-YEAR-SUB) TO CMP-YEAR.
           COMPUTE WS-LINE-NET(WS-YEAR-SUB) =
               WS-PRT-POSTINGS(WS-YEAR-SUB, WS-MONTH-SUB)
               - WS-PRT-REVERSALS(WS-YEAR-SUB, WS-MONTH-SUB).
           ADD WS-PRT-COUNT(WS-YEAR-SUB, WS-MONTH-SUB)
               TO WS-YTD-COUNT(WS-YEAR-SUB).
           ADD WS-LINE-NET(WS-YEAR-SUB) TO WS-YTD-NET(WS-YEAR-SUB).
           MOVE WS-PRT-COUNT(WS-YEAR-SUB, WS-MONTH-SUB) TO CMP-COUNT.
           MOVE WS-PRT-POSTINGS(WS-YEAR-SUB, WS-MONTH-SUB)
               TO CMP-POSTINGS.
           MOVE WS-PRT-REVERSALS(WS-YEAR-SUB, WS-MONTH-SUB)
               TO CMP-REVERSALS.
           MOVE WS-LINE-NET(WS-YEAR-SUB) TO CMP-NET.
           MOVE WS-YTD-COUNT(WS-YEAR-SUB) TO CMP-YTD-COUNT.
           MOVE WS-YTD-NET(WS-YEAR-SUB) TO CMP-YTD-NET.
           MOVE WS-COMPARE-LINE TO YEAR-REPORT-LINE.
           WRITE YEAR-REPORT-LINE.
           ADD 1 TO WS-YEAR-SUB.

       WRITE-CHANGE-LINE.
           MOVE WS-PRT-COUNT(1, WS-MONTH-SUB) TO WS-PCT-THIS.
           MOVE WS-PRT-COUNT(2, WS-MONTH-SUB) TO WS-PCT-PRIOR.
           PERFORM FORMAT-PERCENT-CHANGE.
           MOVE WS-PCT-TEXT TO CHG-COUNT.
           MOVE WS-PRT-POSTINGS(1, WS-MONTH-SUB) TO WS-PCT-THIS.
           MOVE WS-PRT-POSTINGS(2, WS-MONTH-SUB) TO WS-PCT-PRIOR.
           PERFORM FORMAT-PERCENT-CHANGE.
           MOVE WS-PCT-TEXT TO CHG-POSTINGS.
           MOVE WS-PRT-REVERSALS(1, WS-MONTH-SUB) TO WS-PCT-THIS.
           MOVE WS-PRT-REVERSALS(2, WS-MONTH-SUB) TO WS-PCT-PRIOR.
           PERFORM FORMAT-PERCENT-CHANGE.
           MOVE WS-PCT-TEXT TO CHG-REVERSALS.
           MOVE WS-LINE-NET(1) TO WS-PCT-THIS.
           MOVE WS-LINE-NET(2) TO WS-PCT-PRIOR.
           PERFORM FORMAT-PERCENT-CHANGE.
           MOVE WS-PCT-TEXT TO CHG-NET.
           MOVE WS-YTD-COUNT(1) TO WS-PCT-THIS.
           MOVE WS-YTD-COUNT(2) TO WS-PCT-PRIOR.
           PERFORM FORMAT-PERCENT-CHANGE.
           MOVE WS-PCT-TEXT TO CHG-YTD-COUNT.
           MOVE WS-YTD-NET(1) TO WS-PCT-THIS.
           MOVE WS-YTD-NET(2) TO WS-PCT-PRIOR.
           PERFORM FORMAT-PERCENT-CHANGE.
           MOVE WS-PCT-TEXT TO CHG-YTD-NET.
           MOVE WS-CHANGE-LINE TO YEAR-REPORT-LINE.
           WRITE YEAR-REPORT-LINE.

      * THE CHANGE IS MEASURED AGAINST THE SIZE OF THE PRIOR YEAR'S
      * FIGURE, SO A NET THAT WAS NEGATIVE AND HAS GROWN STILL
      * SHOWS AS AN INCREASE.
       FORMAT-PERCENT-CHANGE.
           MOVE SPACES TO WS-PCT-TEXT.
           IF WS-PCT-PRIOR = ZERO
               IF WS-PCT-THIS = ZERO
                   MOVE "-" TO WS-PCT-TEXT
               ELSE
                   MOVE "NEW" TO WS-PCT-TEXT
               END-IF
           ELSE
               IF WS-PCT-PRIOR < ZERO
                   COMPUTE WS-PCT-BASE = ZERO - WS-PCT-PRIOR
               ELSE
                   MOVE WS-PCT-PRIOR TO WS-PCT-BASE
               END-IF
               COMPUTE WS-PCT-CHANGE ROUNDED =
                   (WS-PCT-THIS - WS-PCT-PRIOR) * 100 / WS-PCT-BASE
                   ON SIZE ERROR
                       MOVE "OVER" TO WS-PCT-TEXT
                   NOT ON SIZE ERROR
                       MOVE WS-PCT-CHANGE TO WS-PCT-EDITED
                       MOVE WS-PCT-EDITED TO WS-PCT-TEXT
               END-COMPUTE
           END-IF.

       WRITE-ARCHIVE-PROOF.
           MOVE SPACES TO YEAR-REPORT-LINE.
           WRITE YEAR-REPORT-LINE.
           MOVE WS-PROOF-HEADER-1 TO YEAR-REPORT-LINE.
           WRITE YEAR-REPORT-LINE.
           IF NOT DIRECTORY-WAS-READ
               MOVE "NO ARCHIVE DIRECTORY - NOTHING HAS BEEN ARCHIVED"
                   TO YEAR-REPORT-LINE
               WRITE YEAR-REPORT-LINE
           ELSE
               MOVE WS-PROOF-HEADER-2 TO YEAR-REPORT-LINE
               WRITE YEAR-REPORT-LINE
               MOVE 1 TO WS-PROOF-SUB
               PERFORM WRITE-ONE-PROOF-LINE
                   UNTIL WS-PROOF-SUB > WS-PROOF-COUNT
               IF WS-PROOF-UNLISTED > ZERO
                   MOVE WS-PROOF-UNLISTED TO UNL-COUNT
                   MOVE WS-UNLISTED-LINE TO YEAR-REPORT-LINE
                   WRITE YEAR-REPORT-LINE
               END-IF
           END-IF.
           IF ARCHIVE-PROOF-FAILED
               MOVE "*** ARCHIVE PROOF FAILED - TOTALS MAY BE SHORT ***"
                   TO YEAR-REPORT-LINE
           ELSE
               MOVE "VERDICT: EVERY ARCHIVE PROVED - TOTALS COMPLETE"
                   TO YEAR-REPORT-LINE
           END-IF.
           WRITE YEAR-REPORT-LINE.

       WRITE-ONE-PROOF-LINE.
           MOVE WS-PRF-FILE-NAME(WS-PROOF-SUB) TO PRF-FILE-NAME.
           MOVE WS-PRF-CUTOFF-DATE(WS-PROOF-SUB) TO PRF-CUTOFF-DATE.
           MOVE WS-PRF-DIR-COUNT(WS-PROOF-SUB) TO PRF-DIR-COUNT.
           MOVE WS-PRF-READ-COUNT(WS-PROOF-SUB) TO PRF-READ-COUNT.
           MOVE WS-PRF-DIR-HASH(WS-PROOF-SUB) TO PRF-DIR-HASH.
           MOVE WS-PRF-READ-HASH(WS-PROOF-SUB) TO PRF-READ-HASH.
           MOVE WS-PRF-RESULT(WS-PROOF-SUB) TO PRF-RESULT.
           MOVE WS-PROOF-LINE TO YEAR-REPORT-LINE.
           WRITE YEAR-REPORT-LINE.
           ADD 1 TO WS-PROOF-SUB.
