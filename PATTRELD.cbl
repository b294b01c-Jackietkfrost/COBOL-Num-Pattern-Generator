       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATTRELD.
      ******************************
      *AUTHOR:     JACKIE MARCANO  *
      ******************************
      *    RELOAD OF A PATTUNLD BACKUP FILE INTO AN EMPTY PATTARCH
      *    CLUSTER, AT THE DR SITE OR AFTER A DELETE/DEFINE TO
      *    REORGANIZE. THE CLUSTER IS READ FIRST AND THE RELOAD IS
      *    REFUSED IF IT HOLDS ANY RECORD. THE BACKUP IS LOADED IN
      *    KEY ORDER AND THE KEY COUNT, ROW RECORD COUNT AND ROW DATA
      *    HASH OF EVERYTHING READ ARE FOOTED AGAINST THE AT TRAILER;
      *    A MISSING HEADER OR TRAILER OR ANY DIFFERENCE MEANS THE
      *    COPY IS NOT SIGNED OFF.
      *    PARM OPTIONS, SEPARATED BY A COMMA, EITHER OR BOTH:
      *      SKIPORPHAN - LEAVE OUT ROW RECORDS WHOSE KEY HAS NO
      *                   CONTROL RECORD
      *      SKIPCOUNT  - LEAVE OUT EVERY RECORD OF A KEY WHOSE
      *                   CONTROL RECORD ROW COUNT DOES NOT MATCH THE
      *                   ROW RECORDS ACTUALLY PRESENT. EACH KEY IS
      *                   STAGED ON THE PATTRWRK WORK FILE UNTIL ITS
      *                   LAST ROW HAS BEEN COUNTED.
      *    SKIPPED RECORDS STILL FOOT TO THE TRAILER, WHICH DESCRIBES
      *    THE FILE AS UNLOADED. THE PATRELR REPORT GIVES THE FOOTING
      *    AND THE RECORD COUNTS BY PATTERN NUMBER AS PATTHKP PRINTS
      *    THEM, SO THE DR COPY CAN BE PROVED AGAINST PRODUCTION.
      *    CONDITION CODES: 00 LOADED AND SIGNED OFF, 04 SIGNED OFF
      *    WITH RECORDS SKIPPED BY PARM OPTION, 08 NOT SIGNED OFF
      *    (TRAILER DISAGREES, HEADER OR TRAILER MISSING, UNEXPECTED
      *    RECORDS OR A RECORD THAT WOULD NOT LOAD), 12 CLUSTER NOT
      *    EMPTY, PARM INVALID OR A REQUIRED FILE COULD NOT BE OPENED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATTERN-ARCHIVE-FILE ASSIGN TO "PATTARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARCH-KEY
               FILE STATUS IS ARCH-FILE-STATUS.
           SELECT ARCHIVE-BACKUP-FILE ASSIGN TO "PATTBKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-FILE-STATUS.
           SELECT RELOAD-WORK-FILE ASSIGN TO "PATTRWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-STATUS.
           SELECT RELOAD-REPORT-FILE ASSIGN TO "PATRELR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATTERN-ARCHIVE-FILE.
       01  PATTERN-ARCHIVE-RECORD.
           05  ARCH-KEY.
               10  ARCH-PATTERN       PIC 99.
               10  ARCH-SIZE          PIC 999.
               10  ARCH-FILL          PIC X.
               10  ARCH-ROW-SEQ       PIC 9(5).
           05  ARCH-ROW-DATA          PIC X(4000).

       FD  ARCHIVE-BACKUP-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-BACKUP-RECORD      PIC X(4013).

       FD  RELOAD-WORK-FILE
           RECORDING MODE IS F.
       01  RELOAD-WORK-RECORD         PIC X(4011).

       FD  RELOAD-REPORT-FILE
           RECORDING MODE IS F.
       01  RELOAD-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  ARCH-FILE-STATUS        PIC XX      VALUE "00".
       01  BACKUP-FILE-STATUS      PIC XX      VALUE "00".
       01  WORK-FILE-STATUS        PIC XX      VALUE "00".
       01  REPORT-FILE-STATUS      PIC XX      VALUE "00".
       01  BACKUP-EOF              PIC X       VALUE "N".
           88  BACKUP-EOF-YES      VALUE "Y".
       01  WORK-EOF                PIC X       VALUE "N".
           88  WORK-EOF-YES        VALUE "Y".
       01  RELOAD-STAMP            PIC X(14)   VALUE SPACES.
       01  PARM-TEXT-HOLD          PIC X(40)   VALUE SPACES.
       01  PARM-OPTION-1           PIC X(12)   VALUE SPACES.
       01  PARM-OPTION-2           PIC X(12)   VALUE SPACES.
       01  PARM-OPTION             PIC X(12)   VALUE SPACES.
       01  PARM-BAD                PIC X       VALUE "N".
           88  PARM-BAD-YES        VALUE "Y".
       01  SKIP-ORPHANS            PIC X       VALUE "N".
           88  SKIP-ORPHANS-YES    VALUE "Y".
       01  SKIP-MISMATCHES         PIC X       VALUE "N".
           88  SKIP-MISMATCHES-YES VALUE "Y".
      *    THE BACKUP FILE LAYOUTS, AS PATTUNLD WRITES THEM.
       01  BACKUP-RECORD-TYPE      PIC XX      VALUE SPACES.
       01  BACKUP-HEADER.
           05  FILLER              PIC XX.
           05  BH-DATE             PIC X(8).
           05  BH-TIME             PIC X(6).
           05  BH-SOURCE           PIC X(8).
           05  BH-JOB              PIC X(8).
       01  BACKUP-DATA.
           05  FILLER              PIC XX.
           05  BD-KEY              PIC X(11).
           05  BD-ROW-DATA         PIC X(4000).
       01  BACKUP-TRAILER.
           05  FILLER              PIC XX.
           05  BT-KEY-COUNT        PIC 9(7).
           05  BT-ROW-COUNT        PIC 9(9).
           05  BT-HASH-TOTAL       PIC 9(15).
       01  HEADER-SEEN             PIC X       VALUE "N".
           88  HEADER-SEEN-YES     VALUE "Y".
       01  TRAILER-SEEN            PIC X       VALUE "N".
           88  TRAILER-SEEN-YES    VALUE "Y".
       01  TRAILER-AGREES          PIC X       VALUE "N".
           88  TRAILER-AGREES-YES  VALUE "Y".
      *    FOOTINGS OF EVERYTHING READ, COMPARED WITH THE TRAILER.
       01  KEYS-READ               PIC 9(7)    VALUE ZERO.
       01  ROWS-READ               PIC 9(9)    VALUE ZERO.
       01  READ-HASH-TOTAL         PIC 9(15)   VALUE ZERO.
       01  UNEXPECTED-RECORDS      PIC 9(7)    VALUE ZERO.
      *    WHAT WENT INTO THE CLUSTER AND WHAT WAS LEFT OUT.
       01  KEYS-LOADED             PIC 9(7)    VALUE ZERO.
       01  ROWS-LOADED             PIC 9(9)    VALUE ZERO.
       01  RECORDS-LOADED          PIC 9(9)    VALUE ZERO.
       01  LOAD-FAILURES           PIC 9(7)    VALUE ZERO.
       01  ORPHAN-ROWS             PIC 9(9)    VALUE ZERO.
       01  ORPHAN-ROWS-SKIPPED     PIC 9(9)    VALUE ZERO.
       01  MISMATCH-KEYS           PIC 9(7)    VALUE ZERO.
       01  MISMATCH-KEYS-SKIPPED   PIC 9(7)    VALUE ZERO.
       01  MISMATCH-RECS-SKIPPED   PIC 9(9)    VALUE ZERO.
       01  RECORDS-SKIPPED         PIC 9(9)    VALUE ZERO.
      *    ONE PATTERN/SIZE/FILL KEY AT A TIME, CONTROL RECORD FIRST.
       01  GROUP-KEY               PIC X(6)    VALUE LOW-VALUES.
       01  PREV-GROUP-KEY          PIC X(6)    VALUE LOW-VALUES.
       01  GROUP-HAS-CONTROL       PIC X       VALUE "N".
           88  GROUP-HAS-CONTROL-YES VALUE "Y".
       01  GROUP-CTL-COUNT         PIC 9(5)    VALUE ZERO.
       01  GROUP-CTL-VALID         PIC X       VALUE "N".
           88  GROUP-CTL-VALID-YES VALUE "Y".
       01  GROUP-ROWS              PIC 9(7)    VALUE ZERO.
       01  GROUP-RECORDS           PIC 9(7)    VALUE ZERO.
       01  GROUP-PATTERN-SLOT      PIC 999     VALUE ZERO.
       01  GROUP-HELD              PIC X       VALUE "N".
           88  GROUP-HELD-YES      VALUE "Y".
       01  GROUP-SKIPPED           PIC X       VALUE "N".
           88  GROUP-SKIPPED-YES   VALUE "Y".
       01  ROW-HASH                PIC 9(15)   VALUE ZERO.
       01  ROW-SCAN-PTR            PIC 9(4)    VALUE 1.
       01  ROW-SCAN-TOKEN          PIC X(4).
       01  ROW-SCAN-END            PIC X       VALUE "N".
           88  ROW-SCAN-END-YES    VALUE "Y".
       01  PATTERN-LOADED-TABLE.
           05  PATTERN-LOADED-COUNT OCCURS 100 TIMES
                                       PIC 9(9).
       01  PATTERN-SKIPPED-TABLE.
           05  PATTERN-SKIPPED-COUNT OCCURS 100 TIMES
                                       PIC 9(9).
       01  PATTERN-SLOT            PIC 999     VALUE ZERO.
       01  TALLY-INDEX             PIC 999     VALUE ZERO.
       01  DETAIL-LINE.
           05  DETAIL-TEXT         PIC X(44).
           05  DETAIL-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(77)   VALUE SPACES.
       01  FOOTING-LINE.
           05  FTL-TEXT            PIC X(24).
           05  FILLER              PIC X(9)    VALUE " TRAILER ".
           05  FTL-TRAILER         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(7)    VALUE "  READ ".
           05  FTL-READ            PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC XX      VALUE SPACES.
           05  FTL-RESULT          PIC X(8).
           05  FILLER              PIC X(44)   VALUE SPACES.
       01  PATTERN-DETAIL-LINE.
           05  FILLER              PIC XX      VALUE SPACES.
           05  PDL-PATTERN         PIC 99.
           05  FILLER              PIC X(16)
               VALUE "  RECORDS LOADED".
           05  PDL-LOADED          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(10)
               VALUE "  SKIPPED ".
           05  PDL-SKIPPED         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(80)   VALUE SPACES.
       01  HEADING-LINE.
           05  FILLER              PIC X(34)
               VALUE "PATTERN ARCHIVE RELOAD REPORT     ".
           05  FILLER              PIC X(12)
               VALUE "RELOADED AT ".
           05  HL-STAMP            PIC X(14).
           05  FILLER              PIC X(20)
               VALUE "  FROM UNLOAD TAKEN ".
           05  HL-UNLOAD-DATE      PIC X(8).
           05  FILLER              PIC X       VALUE SPACE.
           05  HL-UNLOAD-TIME      PIC X(6).
           05  FILLER              PIC X(37)   VALUE SPACES.

       LINKAGE SECTION.
       01  PARM-DATA.
           05  PARM-LGTH           PIC S9(4)   COMP.
           05  PARM-TEXT           PIC X(40).

       PROCEDURE DIVISION USING PARM-DATA.

       100-MAIN.
           PERFORM 110-INITIALIZE
           PERFORM 130-CHECK-CLUSTER-EMPTY
           PERFORM 140-OPEN-FILES
           PERFORM 300-RELOAD-BACKUP
           PERFORM 360-FOOT-TRAILER
           PERFORM 400-WRITE-REPORT
           PERFORM 120-CLOSE-FILES
           EVALUATE TRUE
               WHEN NOT TRAILER-AGREES-YES
                 OR UNEXPECTED-RECORDS > ZERO
                 OR LOAD-FAILURES > ZERO
                   DISPLAY "PATTARCH RELOAD NOT SIGNED OFF, SEE PATRELR"
                   MOVE 8 TO RETURN-CODE
               WHEN RECORDS-SKIPPED > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       110-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RELOAD-STAMP
           MOVE ZEROES TO PATTERN-LOADED-TABLE
           MOVE ZEROES TO PATTERN-SKIPPED-TABLE
           MOVE SPACES TO BACKUP-HEADER
           IF PARM-LGTH > ZERO
               IF PARM-LGTH > 40
                   SET PARM-BAD-YES TO TRUE
               ELSE
                   MOVE PARM-TEXT(1:PARM-LGTH) TO PARM-TEXT-HOLD
                   UNSTRING PARM-TEXT-HOLD DELIMITED BY ","
                       INTO PARM-OPTION-1 PARM-OPTION-2
                   END-UNSTRING
                   MOVE PARM-OPTION-1 TO PARM-OPTION
                   PERFORM 115-EDIT-PARM-OPTION
                   MOVE PARM-OPTION-2 TO PARM-OPTION
                   PERFORM 115-EDIT-PARM-OPTION
               END-IF
           END-IF
           IF PARM-BAD-YES
               DISPLAY "PATTRELD PARM INVALID - USE SKIPORPHAN AND/OR "
                   "SKIPCOUNT: " PARM-TEXT-HOLD
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       115-EDIT-PARM-OPTION.
           EVALUATE FUNCTION TRIM(PARM-OPTION)
               WHEN SPACES
                   CONTINUE
               WHEN "SKIPORPHAN"
                   SET SKIP-ORPHANS-YES TO TRUE
               WHEN "SKIPCOUNT"
                   SET SKIP-MISMATCHES-YES TO TRUE
               WHEN OTHER
                   SET PARM-BAD-YES TO TRUE
           END-EVALUATE.

       120-CLOSE-FILES.
           CLOSE PATTERN-ARCHIVE-FILE
           CLOSE ARCHIVE-BACKUP-FILE
           CLOSE RELOAD-REPORT-FILE.

       130-CHECK-CLUSTER-EMPTY.
      *    A RELOAD NEVER MERGES INTO LIVE DATA. A CLUSTER THAT CANNOT
      *    BE OPENED FOR INPUT HAS NEVER BEEN LOADED AND IS TAKEN AS
      *    EMPTY; ONE THAT YIELDS A RECORD STOPS THE JOB.
           OPEN INPUT PATTERN-ARCHIVE-FILE
           IF ARCH-FILE-STATUS = "00"
               READ PATTERN-ARCHIVE-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ
               IF ARCH-FILE-STATUS = "00"
                   DISPLAY "PATTARCH IS NOT EMPTY, RELOAD REFUSED - "
                       "DELETE/DEFINE THE CLUSTER FIRST"
                   CLOSE PATTERN-ARCHIVE-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE PATTERN-ARCHIVE-FILE
           END-IF.

       140-OPEN-FILES.
           OPEN INPUT ARCHIVE-BACKUP-FILE
           IF BACKUP-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATTBKUP, FILE STATUS "
                   BACKUP-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PATTERN-ARCHIVE-FILE
           IF ARCH-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATTARCH, FILE STATUS "
                   ARCH-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELOAD-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATRELR, FILE STATUS "
                   REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       300-RELOAD-BACKUP.
      *    THE FIRST RECORD MUST BE THE AH HEADER; WITHOUT IT THE FILE
      *    IS NOT A PATTUNLD BACKUP AND NOTHING IS LOADED.
           READ ARCHIVE-BACKUP-FILE
               AT END
                   SET BACKUP-EOF-YES TO TRUE
           END-READ
           IF NOT BACKUP-EOF-YES
               IF ARCHIVE-BACKUP-RECORD(1:2) = "AH"
                   MOVE ARCHIVE-BACKUP-RECORD TO BACKUP-HEADER
                   SET HEADER-SEEN-YES TO TRUE
               ELSE
                   DISPLAY "PATTBKUP HAS NO AH HEADER, NOTHING LOADED"
                   SET BACKUP-EOF-YES TO TRUE
               END-IF
           END-IF
           PERFORM UNTIL BACKUP-EOF-YES
               READ ARCHIVE-BACKUP-FILE
                   AT END
                       SET BACKUP-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM 305-ROUTE-BACKUP-RECORD
               END-READ
           END-PERFORM
           PERFORM 320-CLOSE-GROUP.

       305-ROUTE-BACKUP-RECORD.
           MOVE ARCHIVE-BACKUP-RECORD(1:2) TO BACKUP-RECORD-TYPE
           EVALUATE TRUE
               WHEN BACKUP-RECORD-TYPE = "AD"
                 AND NOT TRAILER-SEEN-YES
                   MOVE ARCHIVE-BACKUP-RECORD TO BACKUP-DATA
                   PERFORM 310-RELOAD-ONE-RECORD
               WHEN BACKUP-RECORD-TYPE = "AT"
                 AND NOT TRAILER-SEEN-YES
                   MOVE ARCHIVE-BACKUP-RECORD TO BACKUP-TRAILER
                   SET TRAILER-SEEN-YES TO TRUE
                   PERFORM 320-CLOSE-GROUP
               WHEN OTHER
                   ADD 1 TO UNEXPECTED-RECORDS
                   DISPLAY "UNEXPECTED PATTBKUP RECORD NOT LOADED: "
                       ARCHIVE-BACKUP-RECORD(1:13)
           END-EVALUATE.

       310-RELOAD-ONE-RECORD.
      *    THE PREVIOUS KEY IS CLOSED BEFORE THIS RECORD IS MOVED TO
      *    THE ARCHIVE RECORD AREA, WHICH A HELD KEY'S LOAD REUSES.
           IF BD-KEY(1:2) IS NOT NUMERIC
             OR BD-KEY(7:5) IS NOT NUMERIC
               ADD 1 TO UNEXPECTED-RECORDS
               DISPLAY "UNEXPECTED PATTBKUP RECORD NOT LOADED: "
                   ARCHIVE-BACKUP-RECORD(1:13)
           ELSE
               MOVE BD-KEY(1:6) TO GROUP-KEY
               IF GROUP-KEY NOT = PREV-GROUP-KEY
                   PERFORM 320-CLOSE-GROUP
               END-IF
               MOVE BD-KEY TO ARCH-KEY
               MOVE BD-ROW-DATA TO ARCH-ROW-DATA
               IF PREV-GROUP-KEY = LOW-VALUES
                   PERFORM 315-START-GROUP
               END-IF
               IF ARCH-ROW-SEQ = ZERO
                   ADD 1 TO KEYS-READ
                   SET GROUP-HAS-CONTROL-YES TO TRUE
                   IF ARCH-ROW-DATA(1:5) IS NUMERIC
                       MOVE ARCH-ROW-DATA(1:5) TO GROUP-CTL-COUNT
                       SET GROUP-CTL-VALID-YES TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO ROWS-READ
                   ADD 1 TO GROUP-ROWS
                   PERFORM 340-HASH-ROW
                   ADD ROW-HASH TO READ-HASH-TOTAL
                   IF NOT GROUP-HAS-CONTROL-YES
                       ADD 1 TO ORPHAN-ROWS
                   END-IF
               END-IF
               ADD 1 TO GROUP-RECORDS
               EVALUATE TRUE
                   WHEN GROUP-SKIPPED-YES
                       ADD 1 TO ORPHAN-ROWS-SKIPPED
                       ADD 1 TO RECORDS-SKIPPED
                       ADD 1 TO PATTERN-SKIPPED-COUNT
                                    (GROUP-PATTERN-SLOT)
                   WHEN GROUP-HELD-YES
                       MOVE PATTERN-ARCHIVE-RECORD
                         TO RELOAD-WORK-RECORD
                       WRITE RELOAD-WORK-RECORD
                   WHEN OTHER
                       PERFORM 330-LOAD-RECORD
               END-EVALUATE
           END-IF.

       315-START-GROUP.
      *    THE FIRST RECORD OF A KEY DECIDES HOW IT IS HANDLED: NO
      *    CONTROL RECORD MAKES IT AN ORPHAN, AND UNDER SKIPCOUNT A
      *    KEY WITH ONE IS STAGED UNTIL ITS ROWS CAN BE COUNTED.
           MOVE GROUP-KEY TO PREV-GROUP-KEY
           MOVE "N" TO GROUP-HAS-CONTROL
           MOVE "N" TO GROUP-CTL-VALID
           MOVE "N" TO GROUP-HELD
           MOVE "N" TO GROUP-SKIPPED
           MOVE ZERO TO GROUP-CTL-COUNT
           MOVE ZERO TO GROUP-ROWS
           MOVE ZERO TO GROUP-RECORDS
           COMPUTE GROUP-PATTERN-SLOT = ARCH-PATTERN + 1
           IF ARCH-ROW-SEQ NOT = ZERO
               IF SKIP-ORPHANS-YES
                   SET GROUP-SKIPPED-YES TO TRUE
               END-IF
           ELSE
               IF SKIP-MISMATCHES-YES
                   OPEN OUTPUT RELOAD-WORK-FILE
                   IF WORK-FILE-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN PATTRWRK, FILE STATUS "
                           WORK-FILE-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET GROUP-HELD-YES TO TRUE
               END-IF
           END-IF.

       320-CLOSE-GROUP.
           IF PREV-GROUP-KEY NOT = LOW-VALUES
               IF GROUP-HAS-CONTROL-YES
                 AND (NOT GROUP-CTL-VALID-YES
                   OR GROUP-CTL-COUNT NOT = GROUP-ROWS)
                   ADD 1 TO MISMATCH-KEYS
                   IF GROUP-HELD-YES
                       CLOSE RELOAD-WORK-FILE
                       MOVE "N" TO GROUP-HELD
                       ADD 1 TO MISMATCH-KEYS-SKIPPED
                       ADD GROUP-RECORDS TO MISMATCH-RECS-SKIPPED
                       ADD GROUP-RECORDS TO RECORDS-SKIPPED
                       ADD GROUP-RECORDS TO PATTERN-SKIPPED-COUNT
                                                (GROUP-PATTERN-SLOT)
                   END-IF
               END-IF
               IF GROUP-HELD-YES
                   CLOSE RELOAD-WORK-FILE
                   PERFORM 325-LOAD-HELD-GROUP
                   MOVE "N" TO GROUP-HELD
               END-IF
               MOVE LOW-VALUES TO PREV-GROUP-KEY
           END-IF.

       325-LOAD-HELD-GROUP.
           OPEN INPUT RELOAD-WORK-FILE
           MOVE "N" TO WORK-EOF
           PERFORM UNTIL WORK-EOF-YES
               READ RELOAD-WORK-FILE
                   AT END
                       SET WORK-EOF-YES TO TRUE
                   NOT AT END
                       MOVE RELOAD-WORK-RECORD
                         TO PATTERN-ARCHIVE-RECORD
                       PERFORM 330-LOAD-RECORD
               END-READ
           END-PERFORM
           CLOSE RELOAD-WORK-FILE.

       330-LOAD-RECORD.
      *    THE BACKUP IS IN KEY ORDER, SO THE CLUSTER IS LOADED
      *    SEQUENTIALLY; A DUPLICATE OR OUT-OF-SEQUENCE KEY FAILS.
           WRITE PATTERN-ARCHIVE-RECORD
           IF ARCH-FILE-STATUS = "00"
               ADD 1 TO RECORDS-LOADED
               IF ARCH-ROW-SEQ = ZERO
                   ADD 1 TO KEYS-LOADED
               ELSE
                   ADD 1 TO ROWS-LOADED
               END-IF
               COMPUTE PATTERN-SLOT = ARCH-PATTERN + 1
               ADD 1 TO PATTERN-LOADED-COUNT (PATTERN-SLOT)
           ELSE
               ADD 1 TO LOAD-FAILURES
               DISPLAY "PATTARCH WRITE FAILED FOR KEY " ARCH-KEY
                   ", FILE STATUS " ARCH-FILE-STATUS
           END-IF.

       340-HASH-ROW.
      *    THE SAME HASH PATTUNLD PUT ON THE TRAILER: THE SUM OF THE
      *    ROW'S COMMA-SEPARATED VALUES, PATTERN ZERO EXCLUDED.
           MOVE ZERO TO ROW-HASH
           IF ARCH-PATTERN NOT = ZERO
               MOVE "N" TO ROW-SCAN-END
               MOVE 1 TO ROW-SCAN-PTR
               PERFORM UNTIL ROW-SCAN-END-YES
                   MOVE SPACES TO ROW-SCAN-TOKEN
                   UNSTRING ARCH-ROW-DATA DELIMITED BY ","
                       INTO ROW-SCAN-TOKEN
                       WITH POINTER ROW-SCAN-PTR
                   END-UNSTRING
                   IF ROW-SCAN-TOKEN = SPACES
                       SET ROW-SCAN-END-YES TO TRUE
                   ELSE
                       COMPUTE ROW-HASH = ROW-HASH
                           + FUNCTION NUMVAL(ROW-SCAN-TOKEN)
                   END-IF
                   IF ROW-SCAN-PTR > 4000
                       SET ROW-SCAN-END-YES TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       360-FOOT-TRAILER.
           IF HEADER-SEEN-YES
             AND TRAILER-SEEN-YES
             AND BT-KEY-COUNT IS NUMERIC
             AND BT-ROW-COUNT IS NUMERIC
             AND BT-HASH-TOTAL IS NUMERIC
               IF BT-KEY-COUNT = KEYS-READ
                 AND BT-ROW-COUNT = ROWS-READ
                 AND BT-HASH-TOTAL = READ-HASH-TOTAL
                   SET TRAILER-AGREES-YES TO TRUE
               END-IF
           END-IF
           IF NOT TRAILER-AGREES-YES
               DISPLAY "PATTBKUP TRAILER DOES NOT AGREE WITH THE "
                   "RECORDS READ"
           END-IF.

       400-WRITE-REPORT.
           MOVE RELOAD-STAMP TO HL-STAMP
           MOVE BH-DATE TO HL-UNLOAD-DATE
           MOVE BH-TIME TO HL-UNLOAD-TIME
           MOVE HEADING-LINE TO RELOAD-REPORT-RECORD
           WRITE RELOAD-REPORT-RECORD
           MOVE SPACES TO RELOAD-REPORT-RECORD
           WRITE RELOAD-REPORT-RECORD
           PERFORM 410-WRITE-FOOTING
           MOVE SPACES TO RELOAD-REPORT-RECORD
           WRITE RELOAD-REPORT-RECORD
           MOVE "ARCHIVE KEYS (CONTROL RECORDS) LOADED......."
             TO DETAIL-TEXT
           MOVE KEYS-LOADED TO DETAIL-COUNT
           PERFORM 420-WRITE-DETAIL
           MOVE "ARCHIVE ROW RECORDS LOADED.................."
             TO DETAIL-TEXT
           MOVE ROWS-LOADED TO DETAIL-COUNT
           PERFORM 420-WRITE-DETAIL
           MOVE "ARCHIVE RECORDS LOADED......................"
             TO DETAIL-TEXT
           MOVE RECORDS-LOADED TO DETAIL-COUNT
           PERFORM 420-WRITE-DETAIL
           MOVE "ORPHAN ROW RECORDS (NO CONTROL RECORD)......"
             TO DETAIL-TEXT
           MOVE ORPHAN-ROWS TO DETAIL-COUNT
           PERFORM 420-WRITE-DETAIL
           MOVE "  ORPHAN ROW RECORDS SKIPPED................"
             TO DETAIL-TEXT
           MOVE ORPHAN-ROWS-SKIPPED TO DETAIL-COUNT
           PERFORM 420-WRITE-DETAIL
           MOVE "KEYS WHOSE ROW COUNT DOES NOT MATCH........."
             TO DETAIL-TEXT
           MOVE MISMATCH-KEYS TO DETAIL-COUNT
           PERFORM 420-WRITE-DETAIL
           MOVE "  KEYS SKIPPED, ROW COUNT MISMATCH.........."
             TO DETAIL-TEXT
           MOVE MISMATCH-KEYS-SKIPPED TO DETAIL-COUNT
           PERFORM 420-WRITE-DETAIL
           MOVE "  RECORDS SKIPPED WITH THOSE KEYS..........."
             TO DETAIL-TEXT
           MOVE MISMATCH-RECS-SKIPPED TO DETAIL-COUNT
           PERFORM 420-WRITE-DETAIL
           MOVE "ARCHIVE RECORDS SKIPPED....................."
             TO DETAIL-TEXT
           MOVE RECORDS-SKIPPED TO DETAIL-COUNT
           PERFORM 420-WRITE-DETAIL
           MOVE "RECORDS THAT WOULD NOT LOAD................."
             TO DETAIL-TEXT
           MOVE LOAD-FAILURES TO DETAIL-COUNT
           PERFORM 420-WRITE-DETAIL
           MOVE "UNEXPECTED BACKUP RECORDS..................."
             TO DETAIL-TEXT
           MOVE UNEXPECTED-RECORDS TO DETAIL-COUNT
           PERFORM 420-WRITE-DETAIL
           MOVE SPACES TO RELOAD-REPORT-RECORD
           WRITE RELOAD-REPORT-RECORD
           MOVE "RECORD COUNTS BY PATTERN NUMBER"
             TO RELOAD-REPORT-RECORD
           WRITE RELOAD-REPORT-RECORD
           PERFORM VARYING TALLY-INDEX FROM 1 BY 1
             UNTIL TALLY-INDEX > 100
               IF PATTERN-LOADED-COUNT (TALLY-INDEX) > ZERO
                 OR PATTERN-SKIPPED-COUNT (TALLY-INDEX) > ZERO
                   COMPUTE PDL-PATTERN = TALLY-INDEX - 1
                   MOVE PATTERN-LOADED-COUNT (TALLY-INDEX)
                     TO PDL-LOADED
                   MOVE PATTERN-SKIPPED-COUNT (TALLY-INDEX)
                     TO PDL-SKIPPED
                   MOVE PATTERN-DETAIL-LINE
                     TO RELOAD-REPORT-RECORD
                   WRITE RELOAD-REPORT-RECORD
               END-IF
           END-PERFORM.

       410-WRITE-FOOTING.
           EVALUATE TRUE
               WHEN NOT HEADER-SEEN-YES
                   MOVE "NO AH HEADER RECORD - NOT A PATTUNLD BACKUP"
                     TO RELOAD-REPORT-RECORD
                   WRITE RELOAD-REPORT-RECORD
               WHEN NOT TRAILER-SEEN-YES
                   MOVE "NO AT TRAILER RECORD - BACKUP INCOMPLETE"
                     TO RELOAD-REPORT-RECORD
                   WRITE RELOAD-REPORT-RECORD
               WHEN OTHER
                   MOVE "ARCHIVE KEYS" TO FTL-TEXT
                   MOVE BT-KEY-COUNT TO FTL-TRAILER
                   MOVE KEYS-READ TO FTL-READ
                   IF BT-KEY-COUNT = KEYS-READ
                       MOVE "AGREES" TO FTL-RESULT
                   ELSE
                       MOVE "DIFFERS" TO FTL-RESULT
                   END-IF
                   MOVE FOOTING-LINE TO RELOAD-REPORT-RECORD
                   WRITE RELOAD-REPORT-RECORD
                   MOVE "ARCHIVE ROW RECORDS" TO FTL-TEXT
                   MOVE BT-ROW-COUNT TO FTL-TRAILER
                   MOVE ROWS-READ TO FTL-READ
                   IF BT-ROW-COUNT = ROWS-READ
                       MOVE "AGREES" TO FTL-RESULT
                   ELSE
                       MOVE "DIFFERS" TO FTL-RESULT
                   END-IF
                   MOVE FOOTING-LINE TO RELOAD-REPORT-RECORD
                   WRITE RELOAD-REPORT-RECORD
                   MOVE "ROW DATA HASH TOTAL" TO FTL-TEXT
                   MOVE BT-HASH-TOTAL TO FTL-TRAILER
                   MOVE READ-HASH-TOTAL TO FTL-READ
                   IF BT-HASH-TOTAL = READ-HASH-TOTAL
                       MOVE "AGREES" TO FTL-RESULT
                   ELSE
                       MOVE "DIFFERS" TO FTL-RESULT
                   END-IF
                   MOVE FOOTING-LINE TO RELOAD-REPORT-RECORD
                   WRITE RELOAD-REPORT-RECORD
           END-EVALUATE
           MOVE SPACES TO RELOAD-REPORT-RECORD
           WRITE RELOAD-REPORT-RECORD
           IF TRAILER-AGREES-YES
             AND UNEXPECTED-RECORDS = ZERO
             AND LOAD-FAILURES = ZERO
               MOVE "TRAILER TOTALS AGREE - RELOAD SIGNED OFF"
                 TO RELOAD-REPORT-RECORD
           ELSE
               MOVE "RELOAD NOT SIGNED OFF - DO NOT RELEASE THE CLUSTER"
                 TO RELOAD-REPORT-RECORD
           END-IF
           WRITE RELOAD-REPORT-RECORD.

       420-WRITE-DETAIL.
           MOVE DETAIL-LINE TO RELOAD-REPORT-RECORD
           WRITE RELOAD-REPORT-RECORD.
       END PROGRAM PATTRELD.
