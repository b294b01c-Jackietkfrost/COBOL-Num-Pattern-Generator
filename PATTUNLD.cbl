       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATTUNLD.
      ******************************
      *AUTHOR:     JACKIE MARCANO  *
      ******************************
      *    UNLOAD OF THE PATTARCH KSDS TO A FLAT PORTABLE BACKUP FILE
      *    FOR THE DR SITE OR A CLUSTER REORGANIZATION; PATTRELD
      *    LOADS IT BACK INTO AN EMPTY CLUSTER. EVERY CONTROL RECORD
      *    AND ROW RECORD IS COPIED IN KEY ORDER, UNCHANGED:
      *      - AH HEADER: UNLOAD DATE AND TIME
      *      - AD RECORD: THE 11-BYTE ARCHIVE KEY FOLLOWED BY THE
      *        RECORD'S 4000 DATA BYTES, ONE PER ARCHIVE RECORD
      *      - AT TRAILER: KEY COUNT (CONTROL RECORDS), ROW RECORD
      *        COUNT AND A HASH TOTAL OVER THE ROW DATA, THE SAME
      *        VALUE SUM THE FEED TRAILERS CARRY (PATTERN ZERO FILL
      *        CHARACTERS HASH TO ZERO)
      *    THE PATUNLR REPORT GIVES THE TRAILER TOTALS AND THE RECORD
      *    COUNTS BY PATTERN NUMBER IN THE FORM PATTHKP PRINTS THEM,
      *    AND COUNTS THE ORPHAN ROWS (ROWS WITH NO CONTROL RECORD)
      *    AND THE KEYS WHOSE CONTROL RECORD ROW COUNT DOES NOT MATCH
      *    THE ROWS ON FILE, WHICH PATTRELD CAN BE TOLD TO LEAVE OUT.
      *    AN ARCHIVE READ ERROR ENDS THE UNLOAD WITHOUT A TRAILER,
      *    SO THE INCOMPLETE FILE CAN NEVER BE RELOADED AS WHOLE.
      *    CONDITION CODES: 00 UNLOADED, 04 UNLOADED WITH ORPHAN ROWS
      *    OR COUNT MISMATCHES ON THE ARCHIVE, 08 READ ERROR, BACKUP
      *    INCOMPLETE, 12 A REQUIRED FILE COULD NOT BE OPENED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATTERN-ARCHIVE-FILE ASSIGN TO "PATTARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-KEY
               FILE STATUS IS ARCH-FILE-STATUS.
           SELECT ARCHIVE-BACKUP-FILE ASSIGN TO "PATTBKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-FILE-STATUS.
           SELECT UNLOAD-REPORT-FILE ASSIGN TO "PATUNLR"
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

       FD  UNLOAD-REPORT-FILE
           RECORDING MODE IS F.
       01  UNLOAD-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  ARCH-FILE-STATUS        PIC XX      VALUE "00".
       01  BACKUP-FILE-STATUS      PIC XX      VALUE "00".
       01  REPORT-FILE-STATUS      PIC XX      VALUE "00".
       01  ARCH-EOF                PIC X       VALUE "N".
           88  ARCH-EOF-YES        VALUE "Y".
       01  READ-ERROR              PIC X       VALUE "N".
           88  READ-ERROR-YES      VALUE "Y".
       01  UNLOAD-STAMP            PIC X(14)   VALUE SPACES.
      *    THE BACKUP FILE LAYOUTS, SHARED WITH PATTRELD.
       01  BACKUP-HEADER.
           05  FILLER              PIC XX      VALUE "AH".
           05  BH-DATE             PIC X(8).
           05  BH-TIME             PIC X(6).
           05  BH-SOURCE           PIC X(8)    VALUE "PATTARCH".
           05  BH-JOB              PIC X(8)    VALUE "PATTUNLD".
       01  BACKUP-DATA.
           05  FILLER              PIC XX      VALUE "AD".
           05  BD-KEY              PIC X(11).
           05  BD-ROW-DATA         PIC X(4000).
       01  BACKUP-TRAILER.
           05  FILLER              PIC XX      VALUE "AT".
           05  BT-KEY-COUNT        PIC 9(7).
           05  BT-ROW-COUNT        PIC 9(9).
           05  BT-HASH-TOTAL       PIC 9(15).
      *    TOTALS CARRIED TO THE TRAILER.
       01  KEYS-UNLOADED           PIC 9(7)    VALUE ZERO.
       01  ROWS-UNLOADED           PIC 9(9)    VALUE ZERO.
       01  RECORDS-UNLOADED        PIC 9(9)    VALUE ZERO.
       01  UNLOAD-HASH-TOTAL       PIC 9(15)   VALUE ZERO.
      *    KEY-LEVEL CHECKS. ALL RECORDS OF A PATTERN/SIZE/FILL KEY
      *    ARE ADJACENT WITH THE SEQ-ZERO CONTROL RECORD FIRST, AS
      *    PATTHKP 300-SWEEP-ARCHIVE RELIES ON.
       01  GROUP-KEY               PIC X(6)    VALUE LOW-VALUES.
       01  PREV-GROUP-KEY          PIC X(6)    VALUE LOW-VALUES.
       01  GROUP-HAS-CONTROL       PIC X       VALUE "N".
           88  GROUP-HAS-CONTROL-YES VALUE "Y".
       01  GROUP-CTL-COUNT         PIC 9(5)    VALUE ZERO.
       01  GROUP-CTL-VALID         PIC X       VALUE "N".
           88  GROUP-CTL-VALID-YES VALUE "Y".
       01  GROUP-ROWS              PIC 9(7)    VALUE ZERO.
       01  ORPHAN-ROWS             PIC 9(9)    VALUE ZERO.
       01  MISMATCH-KEYS           PIC 9(7)    VALUE ZERO.
       01  ROW-HASH                PIC 9(15)   VALUE ZERO.
       01  ROW-SCAN-PTR            PIC 9(4)    VALUE 1.
       01  ROW-SCAN-TOKEN          PIC X(4).
       01  ROW-SCAN-END            PIC X       VALUE "N".
           88  ROW-SCAN-END-YES    VALUE "Y".
       01  PATTERN-UNLOADED-TABLE.
           05  PATTERN-UNLOADED-COUNT OCCURS 100 TIMES
                                       PIC 9(9).
       01  PATTERN-SLOT            PIC 999     VALUE ZERO.
       01  TALLY-INDEX             PIC 999     VALUE ZERO.
       01  DETAIL-LINE.
           05  DETAIL-TEXT         PIC X(44).
           05  DETAIL-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(77)   VALUE SPACES.
       01  HASH-DETAIL-LINE.
           05  HDL-TEXT            PIC X(44).
           05  HDL-HASH            PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(69)   VALUE SPACES.
       01  PATTERN-DETAIL-LINE.
           05  FILLER              PIC XX      VALUE SPACES.
           05  PDL-PATTERN         PIC 99.
           05  FILLER              PIC X(18)
               VALUE "  RECORDS UNLOADED".
           05  PDL-UNLOADED        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(99)   VALUE SPACES.
       01  HEADING-LINE.
           05  FILLER              PIC X(34)
               VALUE "PATTERN ARCHIVE UNLOAD REPORT     ".
           05  FILLER              PIC X(12)
               VALUE "UNLOADED AT ".
           05  HL-STAMP            PIC X(14).
           05  FILLER              PIC X(72)   VALUE SPACES.

       PROCEDURE DIVISION.

       100-MAIN.
           PERFORM 110-INITIALIZE
           PERFORM 300-UNLOAD-ARCHIVE
           IF NOT READ-ERROR-YES
               PERFORM 350-WRITE-TRAILER
           END-IF
           PERFORM 400-WRITE-REPORT
           PERFORM 120-CLOSE-FILES
           EVALUATE TRUE
               WHEN READ-ERROR-YES
                   MOVE 8 TO RETURN-CODE
               WHEN ORPHAN-ROWS > ZERO OR MISMATCH-KEYS > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       110-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO UNLOAD-STAMP
           MOVE ZEROES TO PATTERN-UNLOADED-TABLE
           OPEN INPUT PATTERN-ARCHIVE-FILE
           IF ARCH-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATTARCH, FILE STATUS "
                   ARCH-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARCHIVE-BACKUP-FILE
           IF BACKUP-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATTBKUP, FILE STATUS "
                   BACKUP-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT UNLOAD-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATUNLR, FILE STATUS "
                   REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE UNLOAD-STAMP(1:8) TO BH-DATE
           MOVE UNLOAD-STAMP(9:6) TO BH-TIME
           MOVE SPACES TO ARCHIVE-BACKUP-RECORD
           MOVE BACKUP-HEADER TO ARCHIVE-BACKUP-RECORD
           WRITE ARCHIVE-BACKUP-RECORD.

       120-CLOSE-FILES.
           CLOSE PATTERN-ARCHIVE-FILE
           CLOSE ARCHIVE-BACKUP-FILE
           CLOSE UNLOAD-REPORT-FILE.

       300-UNLOAD-ARCHIVE.
      *    ONE SEQUENTIAL PASS OVER THE WHOLE KSDS IN KEY ORDER. AN
      *    EMPTY CLUSTER UNLOADS TO A HEADER AND A ZERO TRAILER.
           MOVE LOW-VALUES TO ARCH-KEY
           START PATTERN-ARCHIVE-FILE KEY >= ARCH-KEY
           IF ARCH-FILE-STATUS NOT = "00"
               SET ARCH-EOF-YES TO TRUE
           END-IF
           PERFORM UNTIL ARCH-EOF-YES
               READ PATTERN-ARCHIVE-FILE NEXT RECORD
                   AT END
                       SET ARCH-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM 310-UNLOAD-ONE-RECORD
               END-READ
               IF ARCH-FILE-STATUS NOT = "00"
                 AND ARCH-FILE-STATUS NOT = "10"
                   DISPLAY "PATTARCH READ FAILED, FILE STATUS "
                       ARCH-FILE-STATUS ", UNLOAD INCOMPLETE"
                   SET READ-ERROR-YES TO TRUE
                   SET ARCH-EOF-YES TO TRUE
               END-IF
           END-PERFORM
           PERFORM 320-CLOSE-GROUP.

       310-UNLOAD-ONE-RECORD.
           MOVE ARCH-KEY(1:6) TO GROUP-KEY
           IF GROUP-KEY NOT = PREV-GROUP-KEY
               PERFORM 320-CLOSE-GROUP
               MOVE GROUP-KEY TO PREV-GROUP-KEY
               MOVE "N" TO GROUP-HAS-CONTROL
               MOVE "N" TO GROUP-CTL-VALID
               MOVE ZERO TO GROUP-CTL-COUNT
               MOVE ZERO TO GROUP-ROWS
           END-IF
           IF ARCH-ROW-SEQ = ZERO
               ADD 1 TO KEYS-UNLOADED
               SET GROUP-HAS-CONTROL-YES TO TRUE
               IF ARCH-ROW-DATA(1:5) IS NUMERIC
                   MOVE ARCH-ROW-DATA(1:5) TO GROUP-CTL-COUNT
                   SET GROUP-CTL-VALID-YES TO TRUE
               END-IF
           ELSE
               ADD 1 TO ROWS-UNLOADED
               ADD 1 TO GROUP-ROWS
               PERFORM 340-HASH-ROW
               ADD ROW-HASH TO UNLOAD-HASH-TOTAL
               IF NOT GROUP-HAS-CONTROL-YES
                   ADD 1 TO ORPHAN-ROWS
               END-IF
           END-IF
           ADD 1 TO RECORDS-UNLOADED
           COMPUTE PATTERN-SLOT = ARCH-PATTERN + 1
           ADD 1 TO PATTERN-UNLOADED-COUNT (PATTERN-SLOT)
           MOVE ARCH-KEY TO BD-KEY
           MOVE ARCH-ROW-DATA TO BD-ROW-DATA
           MOVE BACKUP-DATA TO ARCHIVE-BACKUP-RECORD
           WRITE ARCHIVE-BACKUP-RECORD.

       320-CLOSE-GROUP.
      *    A KEY WITH A CONTROL RECORD MUST HOLD EXACTLY THE ROWS
      *    ITS CONTROL RECORD COUNTS; ANYTHING ELSE IS REPORTED.
           IF PREV-GROUP-KEY NOT = LOW-VALUES
             AND GROUP-HAS-CONTROL-YES
               IF NOT GROUP-CTL-VALID-YES
                 OR GROUP-CTL-COUNT NOT = GROUP-ROWS
                   ADD 1 TO MISMATCH-KEYS
               END-IF
           END-IF.

       340-HASH-ROW.
      *    THE HASH CONTRIBUTION OF ONE ARCHIVED ROW: THE SUM OF ITS
      *    COMMA-SEPARATED VALUES, AS 119-HASH-EXPORT-ROW IN PATTCBL
      *    COMPUTES IT FOR THE SAME ROW ON THE FEED.
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

       350-WRITE-TRAILER.
           MOVE KEYS-UNLOADED TO BT-KEY-COUNT
           MOVE ROWS-UNLOADED TO BT-ROW-COUNT
           MOVE UNLOAD-HASH-TOTAL TO BT-HASH-TOTAL
           MOVE SPACES TO ARCHIVE-BACKUP-RECORD
           MOVE BACKUP-TRAILER TO ARCHIVE-BACKUP-RECORD
           WRITE ARCHIVE-BACKUP-RECORD.

       400-WRITE-REPORT.
           MOVE UNLOAD-STAMP TO HL-STAMP
           MOVE HEADING-LINE TO UNLOAD-REPORT-RECORD
           WRITE UNLOAD-REPORT-RECORD
           MOVE SPACES TO UNLOAD-REPORT-RECORD
           WRITE UNLOAD-REPORT-RECORD
           IF READ-ERROR-YES
               MOVE "ARCHIVE READ FAILED - BACKUP HAS NO TRAILER"
                 TO UNLOAD-REPORT-RECORD
               WRITE UNLOAD-REPORT-RECORD
               MOVE SPACES TO UNLOAD-REPORT-RECORD
               WRITE UNLOAD-REPORT-RECORD
           END-IF
           MOVE "ARCHIVE KEYS (CONTROL RECORDS) UNLOADED....."
             TO DETAIL-TEXT
           MOVE KEYS-UNLOADED TO DETAIL-COUNT
           PERFORM 410-WRITE-DETAIL
           MOVE "ARCHIVE ROW RECORDS UNLOADED................"
             TO DETAIL-TEXT
           MOVE ROWS-UNLOADED TO DETAIL-COUNT
           PERFORM 410-WRITE-DETAIL
           MOVE "ARCHIVE RECORDS UNLOADED...................."
             TO DETAIL-TEXT
           MOVE RECORDS-UNLOADED TO DETAIL-COUNT
           PERFORM 410-WRITE-DETAIL
           MOVE "ROW DATA HASH TOTAL........................."
             TO HDL-TEXT
           MOVE UNLOAD-HASH-TOTAL TO HDL-HASH
           MOVE HASH-DETAIL-LINE TO UNLOAD-REPORT-RECORD
           WRITE UNLOAD-REPORT-RECORD
           MOVE "ORPHAN ROW RECORDS (NO CONTROL RECORD)......"
             TO DETAIL-TEXT
           MOVE ORPHAN-ROWS TO DETAIL-COUNT
           PERFORM 410-WRITE-DETAIL
           MOVE "KEYS WHOSE ROW COUNT DOES NOT MATCH........."
             TO DETAIL-TEXT
           MOVE MISMATCH-KEYS TO DETAIL-COUNT
           PERFORM 410-WRITE-DETAIL
           MOVE SPACES TO UNLOAD-REPORT-RECORD
           WRITE UNLOAD-REPORT-RECORD
           MOVE "RECORD COUNTS BY PATTERN NUMBER"
             TO UNLOAD-REPORT-RECORD
           WRITE UNLOAD-REPORT-RECORD
           PERFORM VARYING TALLY-INDEX FROM 1 BY 1
             UNTIL TALLY-INDEX > 100
               IF PATTERN-UNLOADED-COUNT (TALLY-INDEX) > ZERO
                   COMPUTE PDL-PATTERN = TALLY-INDEX - 1
                   MOVE PATTERN-UNLOADED-COUNT (TALLY-INDEX)
                     TO PDL-UNLOADED
                   MOVE PATTERN-DETAIL-LINE
                     TO UNLOAD-REPORT-RECORD
                   WRITE UNLOAD-REPORT-RECORD
               END-IF
           END-PERFORM.

       410-WRITE-DETAIL.
           MOVE DETAIL-LINE TO UNLOAD-REPORT-RECORD
           WRITE UNLOAD-REPORT-RECORD.
       END PROGRAM PATTUNLD.
