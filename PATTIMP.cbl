       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATTIMP.
      ******************************
      *AUTHOR:     JACKIE MARCANO  *
      ******************************
      *    CHANGE-IMPACT REPORT FOR STAGED PATTDEF DEFINITIONS. A
      *    DEFINITION CHANGE IS STAGED AS A NEW VERSION OF THE
      *    PATTERN NUMBER WITH A FUTURE EFFECTIVE RUN DATE; FROM THAT
      *    DATE PATTCBL GENERATES THE NEW SHAPE AND REGENERATES EVERY
      *    ARCHIVED KEY BUILT FROM AN OLDER VERSION. FOR EACH PENDING
      *    VERSION, IN PATTERN AND DATE ORDER, THIS REPORT SHOWS:
      *      - THE DEFINITION IN EFFECT NOW BESIDE THE PENDING ONE
      *        (OR THAT THE NUMBER IS NEW)
      *      - EVERY PATTARCH KEY OF THE PATTERN THAT THE CHANGE
      *        WILL REGENERATE, WITH ITS ROW COUNT AND VERSION
      *      - EVERY PATTSETS AND PATTPARM REQUEST FOR THE PATTERN,
      *        WHOSE OUTPUT WILL CHANGE SHAPE ON THAT DATE
      *    FOLLOWED BY A SIGN-OFF BLOCK FOR THE BUSINESS OWNER.
      *    PARM IS THE AS-OF DATE YYYYMMDD; OMIT IT FOR TODAY. ALL
      *    FILES ARE READ ONLY. CONDITION CODES: 00 NOTHING PENDING,
      *    04 PENDING CHANGES LISTED (OR THE ARCHIVE COULD NOT BE
      *    READ), 08 INVALID PATTDEF RECORDS FOUND, 12 A REQUIRED
      *    FILE COULD NOT BE OPENED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATTERN-DEF-FILE ASSIGN TO "PATTDEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEF-FILE-STATUS.
           SELECT PATTERN-ARCHIVE-FILE ASSIGN TO "PATTARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-KEY
               FILE STATUS IS ARCH-FILE-STATUS.
           SELECT PATTERN-SETS-FILE ASSIGN TO "PATTSETS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETS-FILE-STATUS.
           SELECT PATTERN-PARM-FILE ASSIGN TO "PATTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT IMPACT-REPORT-FILE ASSIGN TO "PATIMPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATTERN-DEF-FILE
           RECORDING MODE IS F.
       01  PATTERN-DEF-RECORD.
           05  DEF-PATTERN-IN         PIC XX.
           05  FILLER                 PIC X.
           05  DEF-ROWS-IN            PIC XXX.
           05  FILLER                 PIC X.
           05  DEF-START-IN           PIC XXX.
           05  FILLER                 PIC X.
           05  DEF-DIR-IN             PIC X.
           05  FILLER                 PIC X.
           05  DEF-INCR-IN            PIC XX.
           05  FILLER                 PIC X.
           05  DEF-STYLE-IN           PIC X.
           05  FILLER                 PIC X.
           05  DEF-EFFECTIVE-IN       PIC X(8).

       FD  PATTERN-ARCHIVE-FILE.
       01  PATTERN-ARCHIVE-RECORD.
           05  ARCH-KEY.
               10  ARCH-PATTERN       PIC 99.
               10  ARCH-SIZE          PIC 999.
               10  ARCH-FILL          PIC X.
               10  ARCH-ROW-SEQ       PIC 9(5).
           05  ARCH-ROW-DATA          PIC X(4000).

       FD  PATTERN-SETS-FILE
           RECORDING MODE IS F.
       01  PATTERN-SETS-RECORD.
           05  SETS-SET-NAME          PIC X(8).
           05  FILLER                 PIC X.
           05  SETS-PATTERN           PIC XX.
           05  SETS-SIZE              PIC XXX.

       FD  PATTERN-PARM-FILE
           RECORDING MODE IS F.
       01  PATTERN-PARM-RECORD.
           05  PARM-PATTERN-SELECTION PIC XX.
           05  PARM-USR-SIZE          PIC XXX.

       FD  IMPACT-REPORT-FILE
           RECORDING MODE IS F.
       01  IMPACT-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  DEF-FILE-STATUS         PIC XX      VALUE "00".
       01  ARCH-FILE-STATUS        PIC XX      VALUE "00".
       01  SETS-FILE-STATUS        PIC XX      VALUE "00".
       01  PARM-FILE-STATUS        PIC XX      VALUE "00".
       01  REPORT-FILE-STATUS      PIC XX      VALUE "00".
       01  DEF-EOF                 PIC X       VALUE "N".
           88  DEF-EOF-YES         VALUE "Y".
       01  ARCH-EOF                PIC X       VALUE "N".
           88  ARCH-EOF-YES        VALUE "Y".
       01  SETS-EOF                PIC X       VALUE "N".
           88  SETS-EOF-YES        VALUE "Y".
       01  PARM-EOF                PIC X       VALUE "N".
           88  PARM-EOF-YES        VALUE "Y".
       01  ARCH-AVAILABLE          PIC X       VALUE "N".
           88  ARCH-AVAILABLE-YES  VALUE "Y".
       01  AS-OF-DATE              PIC X(8)    VALUE SPACES.
      *    EVERY VERSION OF EVERY DEFINITION THAT PASSES THE LOADER
      *    EDITS PATTCBL APPLIES; A BLANK EFFECTIVE DATE IS HELD AS
      *    00000000, THE SAME AS THE NIGHTLY RUN HOLDS IT.
       01  DEF-VERSION-TABLE.
           05  DV-ENTRY            OCCURS 500 TIMES.
               10  DV-PATTERN      PIC 99.
               10  DV-EFFECTIVE    PIC X(8).
               10  DV-ROWS         PIC 999.
               10  DV-START        PIC 999.
               10  DV-DIR          PIC X.
               10  DV-INCR         PIC 99.
               10  DV-STYLE        PIC X.
       01  DV-COUNT                PIC 9(3)    VALUE ZERO.
       01  DV-INDEX                PIC 9(3)    VALUE ZERO.
       01  DV-CURRENT              PIC 9(3)    VALUE ZERO.
       01  DV-PENDING              PIC 9(3)    VALUE ZERO.
       01  DV-LATEST               PIC X(8)    VALUE SPACES.
       01  DV-NEXT                 PIC X(8)    VALUE SPACES.
       01  DV-PREVIOUS             PIC X(8)    VALUE SPACES.
       01  DEF-VERSION-WORK        PIC X(8)    VALUE SPACES.
       01  IMPACT-SLOT             PIC 999     VALUE ZERO.
       01  IMPACT-PATTERN          PIC 99      VALUE ZERO.
       01  PATTERN-DONE            PIC X       VALUE "N".
           88  PATTERN-DONE-YES    VALUE "Y".
       01  RECORD-NUMBER           PIC 9(5)    VALUE ZERO.
       01  DEFS-READ               PIC 9(7)    VALUE ZERO.
       01  DEFS-INVALID            PIC 9(7)    VALUE ZERO.
       01  CHANGES-PENDING         PIC 9(7)    VALUE ZERO.
       01  KEYS-AFFECTED           PIC 9(7)    VALUE ZERO.
       01  SETS-AFFECTED           PIC 9(7)    VALUE ZERO.
       01  PARMS-AFFECTED          PIC 9(7)    VALUE ZERO.
       01  CHANGE-KEYS             PIC 9(7)    VALUE ZERO.
       01  CHANGE-REQUESTS         PIC 9(7)    VALUE ZERO.
       01  HEADING-LINE.
           05  FILLER              PIC X(39)
               VALUE "PATTDEF PENDING CHANGE IMPACT REPORT  ".
           05  FILLER              PIC X(7)
               VALUE "AS OF: ".
           05  HL-AS-OF            PIC X(8).
           05  FILLER              PIC X(78)   VALUE SPACES.
       01  CHANGE-HEADING-LINE.
           05  FILLER              PIC X(8)    VALUE "PATTERN ".
           05  CHL-PATTERN         PIC 99.
           05  FILLER              PIC X(24)
               VALUE "  CHANGE EFFECTIVE FROM ".
           05  CHL-EFFECTIVE       PIC X(8).
           05  FILLER              PIC X(90)   VALUE SPACES.
       01  DEFINITION-LINE.
           05  FILLER              PIC XX      VALUE SPACES.
           05  DL-LABEL            PIC X(10).
           05  FILLER              PIC X(6)    VALUE "ROWS: ".
           05  DL-ROWS             PIC 999.
           05  FILLER              PIC X(9)    VALUE "  START: ".
           05  DL-START            PIC 999.
           05  FILLER              PIC X(7)    VALUE "  DIR: ".
           05  DL-DIR              PIC X.
           05  FILLER              PIC X(8)    VALUE "  INCR: ".
           05  DL-INCR             PIC 99.
           05  FILLER              PIC X(9)    VALUE "  STYLE: ".
           05  DL-STYLE            PIC X.
           05  FILLER              PIC X(13)
               VALUE "  EFFECTIVE: ".
           05  DL-EFFECTIVE        PIC X(8).
           05  FILLER              PIC X(50)   VALUE SPACES.
       01  ARCHIVE-KEY-LINE.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(19)
               VALUE "ARCHIVE KEY  SIZE: ".
           05  AKL-SIZE            PIC 999.
           05  FILLER              PIC X(8)    VALUE "  FILL: ".
           05  AKL-FILL            PIC X.
           05  FILLER              PIC X(8)    VALUE "  ROWS: ".
           05  AKL-ROWS            PIC X(5).
           05  FILLER              PIC X(12)
               VALUE "  VERSION: ".
           05  AKL-VERSION         PIC X(8).
           05  FILLER              PIC X(64)   VALUE SPACES.
       01  REQUEST-LINE.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  RQL-MEMBER          PIC X(8).
           05  FILLER              PIC X(9)    VALUE " RECORD ".
           05  RQL-RECORD          PIC ZZZZ9.
           05  FILLER              PIC X(7)    VALUE "  SET: ".
           05  RQL-SET             PIC X(8).
           05  FILLER              PIC X(8)    VALUE "  SIZE: ".
           05  RQL-SIZE            PIC XXX.
           05  FILLER              PIC X(80)   VALUE SPACES.
       01  SUMMARY-LINE.
           05  SUMMARY-TEXT        PIC X(44).
           05  SUMMARY-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(79)   VALUE SPACES.

       LINKAGE SECTION.
       01  PARM-DATA.
           05  PARM-LGTH           PIC S9(4)   COMP.
           05  PARM-AS-OF          PIC X(8).

       PROCEDURE DIVISION USING PARM-DATA.

       100-MAIN.
           PERFORM 110-OPEN-FILES
           PERFORM 130-LOAD-PATTERN-DEFS
           PERFORM VARYING IMPACT-SLOT FROM 11 BY 1
             UNTIL IMPACT-SLOT > 99
               MOVE IMPACT-SLOT TO IMPACT-PATTERN
               PERFORM 200-REPORT-PATTERN
           END-PERFORM
           PERFORM 600-WRITE-SUMMARY
           IF ARCH-AVAILABLE-YES
               CLOSE PATTERN-ARCHIVE-FILE
           END-IF
           CLOSE IMPACT-REPORT-FILE
           EVALUATE TRUE
               WHEN DEFS-INVALID > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN CHANGES-PENDING > ZERO
                 OR NOT ARCH-AVAILABLE-YES
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       110-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AS-OF-DATE
           IF PARM-LGTH >= 8
             AND PARM-AS-OF IS NUMERIC
               MOVE PARM-AS-OF TO AS-OF-DATE
           END-IF
           OPEN OUTPUT IMPACT-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATIMPR, FILE STATUS "
                   REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      *    WITHOUT THE ARCHIVE THE REQUEST SIDE OF THE REPORT IS
      *    STILL WORTH HAVING; THE MISSING KEY LISTING IS FLAGGED ON
      *    THE REPORT AND IN THE CONDITION CODE.
           OPEN INPUT PATTERN-ARCHIVE-FILE
           IF ARCH-FILE-STATUS = "00"
               SET ARCH-AVAILABLE-YES TO TRUE
           ELSE
               DISPLAY "PATTARCH UNAVAILABLE, FILE STATUS "
                   ARCH-FILE-STATUS ", ARCHIVE KEYS NOT LISTED"
           END-IF
           MOVE AS-OF-DATE TO HL-AS-OF
           MOVE HEADING-LINE TO IMPACT-REPORT-RECORD
           WRITE IMPACT-REPORT-RECORD
           MOVE SPACES TO IMPACT-REPORT-RECORD
           WRITE IMPACT-REPORT-RECORD
           IF NOT ARCH-AVAILABLE-YES
               MOVE "PATTARCH NOT READ - ARCHIVE KEYS NOT LISTED"
                 TO IMPACT-REPORT-RECORD
               WRITE IMPACT-REPORT-RECORD
               MOVE SPACES TO IMPACT-REPORT-RECORD
               WRITE IMPACT-REPORT-RECORD
           END-IF.

       130-LOAD-PATTERN-DEFS.
           OPEN INPUT PATTERN-DEF-FILE
           IF DEF-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATTDEF, FILE STATUS "
                   DEF-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL DEF-EOF-YES
               READ PATTERN-DEF-FILE
                   AT END
                       SET DEF-EOF-YES TO TRUE
                   NOT AT END
                       ADD 1 TO DEFS-READ
                       PERFORM 140-LOAD-ONE-PATTERN-DEF
               END-READ
           END-PERFORM
           CLOSE PATTERN-DEF-FILE.

       140-LOAD-ONE-PATTERN-DEF.
      *    THE PATTCBL LOADER EDITS. A RECORD FAILING THEM IS NEVER
      *    USED BY THE RUN, SO IT CANNOT BE SIGNED OFF AS A CHANGE.
           IF DEF-PATTERN-IN IS NUMERIC
             AND DEF-PATTERN-IN > "10"
             AND DEF-ROWS-IN IS NUMERIC
             AND DEF-START-IN IS NUMERIC
             AND (DEF-DIR-IN = "A" OR DEF-DIR-IN = "D")
             AND DEF-INCR-IN IS NUMERIC
             AND DEF-INCR-IN NOT = "00"
             AND (DEF-STYLE-IN = "C" OR DEF-STYLE-IN = "R")
             AND (DEF-EFFECTIVE-IN = SPACES
                  OR DEF-EFFECTIVE-IN IS NUMERIC)
             AND DV-COUNT < 500
               IF DEF-EFFECTIVE-IN = SPACES
                   MOVE ZEROS TO DEF-VERSION-WORK
               ELSE
                   MOVE DEF-EFFECTIVE-IN TO DEF-VERSION-WORK
               END-IF
               ADD 1 TO DV-COUNT
               MOVE DEF-PATTERN-IN TO DV-PATTERN(DV-COUNT)
               MOVE DEF-VERSION-WORK TO DV-EFFECTIVE(DV-COUNT)
               MOVE DEF-ROWS-IN TO DV-ROWS(DV-COUNT)
               MOVE DEF-START-IN TO DV-START(DV-COUNT)
               MOVE DEF-DIR-IN TO DV-DIR(DV-COUNT)
               MOVE DEF-INCR-IN TO DV-INCR(DV-COUNT)
               MOVE DEF-STYLE-IN TO DV-STYLE(DV-COUNT)
           ELSE
               DISPLAY "PATTDEF RECORD INVALID, NOT REPORTED: "
                   PATTERN-DEF-RECORD
               ADD 1 TO DEFS-INVALID
           END-IF.

       200-REPORT-PATTERN.
      *    THE VERSION IN EFFECT ON THE AS-OF DATE IS THE BASELINE;
      *    EACH LATER VERSION IS A PENDING CHANGE, TAKEN IN DATE
      *    ORDER. WHEN TWO RECORDS SHARE A DATE THE LAST ONE IS THE
      *    ONE THE RUN WILL USE, SO THE LAST ONE IS REPORTED.
           MOVE ZERO TO DV-CURRENT
           MOVE LOW-VALUES TO DV-LATEST
           PERFORM VARYING DV-INDEX FROM 1 BY 1
             UNTIL DV-INDEX > DV-COUNT
               IF DV-PATTERN(DV-INDEX) = IMPACT-PATTERN
                 AND DV-EFFECTIVE(DV-INDEX) NOT > AS-OF-DATE
                 AND DV-EFFECTIVE(DV-INDEX) NOT < DV-LATEST
                   MOVE DV-EFFECTIVE(DV-INDEX) TO DV-LATEST
                   MOVE DV-INDEX TO DV-CURRENT
               END-IF
           END-PERFORM
           MOVE AS-OF-DATE TO DV-PREVIOUS
           MOVE "N" TO PATTERN-DONE
           PERFORM UNTIL PATTERN-DONE-YES
               MOVE ZERO TO DV-PENDING
               MOVE HIGH-VALUES TO DV-NEXT
               PERFORM VARYING DV-INDEX FROM 1 BY 1
                 UNTIL DV-INDEX > DV-COUNT
                   IF DV-PATTERN(DV-INDEX) = IMPACT-PATTERN
                     AND DV-EFFECTIVE(DV-INDEX) > DV-PREVIOUS
                     AND DV-EFFECTIVE(DV-INDEX) NOT > DV-NEXT
                       MOVE DV-EFFECTIVE(DV-INDEX) TO DV-NEXT
                       MOVE DV-INDEX TO DV-PENDING
                   END-IF
               END-PERFORM
               IF DV-PENDING = ZERO
                   SET PATTERN-DONE-YES TO TRUE
               ELSE
                   PERFORM 300-REPORT-CHANGE
                   MOVE DV-NEXT TO DV-PREVIOUS
               END-IF
           END-PERFORM.

       300-REPORT-CHANGE.
           ADD 1 TO CHANGES-PENDING
           MOVE ZERO TO CHANGE-KEYS
           MOVE ZERO TO CHANGE-REQUESTS
           MOVE IMPACT-PATTERN TO CHL-PATTERN
           MOVE DV-EFFECTIVE(DV-PENDING) TO CHL-EFFECTIVE
           MOVE CHANGE-HEADING-LINE TO IMPACT-REPORT-RECORD
           WRITE IMPACT-REPORT-RECORD
           IF DV-CURRENT = ZERO
               MOVE SPACES TO IMPACT-REPORT-RECORD
               MOVE "  NOW:      NOT DEFINED - NEW PATTERN NUMBER"
                 TO IMPACT-REPORT-RECORD
               WRITE IMPACT-REPORT-RECORD
           ELSE
               MOVE "NOW:" TO DL-LABEL
               MOVE DV-CURRENT TO DV-INDEX
               PERFORM 310-WRITE-DEFINITION
           END-IF
           MOVE "PENDING:" TO DL-LABEL
           MOVE DV-PENDING TO DV-INDEX
           PERFORM 310-WRITE-DEFINITION
           PERFORM 400-LIST-ARCHIVE-KEYS
           PERFORM 450-LIST-SETS-REQUESTS
           PERFORM 470-LIST-PARM-REQUESTS
           IF CHANGE-KEYS = ZERO AND CHANGE-REQUESTS = ZERO
               MOVE "    NO ARCHIVE KEYS OR STANDING REQUESTS AFFECTED"
                 TO IMPACT-REPORT-RECORD
               WRITE IMPACT-REPORT-RECORD
           END-IF
           MOVE SPACES TO IMPACT-REPORT-RECORD
           WRITE IMPACT-REPORT-RECORD.

       310-WRITE-DEFINITION.
           MOVE DV-ROWS(DV-INDEX) TO DL-ROWS
           MOVE DV-START(DV-INDEX) TO DL-START
           MOVE DV-DIR(DV-INDEX) TO DL-DIR
           MOVE DV-INCR(DV-INDEX) TO DL-INCR
           MOVE DV-STYLE(DV-INDEX) TO DL-STYLE
           MOVE DV-EFFECTIVE(DV-INDEX) TO DL-EFFECTIVE
           MOVE DEFINITION-LINE TO IMPACT-REPORT-RECORD
           WRITE IMPACT-REPORT-RECORD.

       400-LIST-ARCHIVE-KEYS.
      *    EVERY CONTROL RECORD OF THE PATTERN NOT ALREADY STAMPED
      *    WITH THE PENDING VERSION IS A KEY THE RUN WILL TREAT AS A
      *    MISS AND REGENERATE ON THE EFFECTIVE DATE.
           IF ARCH-AVAILABLE-YES
               MOVE IMPACT-PATTERN TO ARCH-PATTERN
               MOVE ZERO TO ARCH-SIZE
               MOVE LOW-VALUES TO ARCH-FILL
               MOVE ZERO TO ARCH-ROW-SEQ
               MOVE "N" TO ARCH-EOF
               START PATTERN-ARCHIVE-FILE KEY >= ARCH-KEY
               IF ARCH-FILE-STATUS NOT = "00"
                   SET ARCH-EOF-YES TO TRUE
               END-IF
               PERFORM UNTIL ARCH-EOF-YES
                   READ PATTERN-ARCHIVE-FILE NEXT RECORD
                       AT END
                           SET ARCH-EOF-YES TO TRUE
                       NOT AT END
                           IF ARCH-PATTERN NOT = IMPACT-PATTERN
                               SET ARCH-EOF-YES TO TRUE
                           ELSE
                               PERFORM 410-CHECK-ARCHIVE-KEY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       410-CHECK-ARCHIVE-KEY.
           IF ARCH-ROW-SEQ = ZERO
             AND ARCH-ROW-DATA(7:8) NOT = DV-EFFECTIVE(DV-PENDING)
               ADD 1 TO CHANGE-KEYS
               ADD 1 TO KEYS-AFFECTED
               MOVE ARCH-SIZE TO AKL-SIZE
               MOVE ARCH-FILL TO AKL-FILL
               MOVE ARCH-ROW-DATA(1:5) TO AKL-ROWS
               IF ARCH-ROW-DATA(7:8) = SPACES
                   MOVE "NONE" TO AKL-VERSION
               ELSE
                   MOVE ARCH-ROW-DATA(7:8) TO AKL-VERSION
               END-IF
               MOVE ARCHIVE-KEY-LINE TO IMPACT-REPORT-RECORD
               WRITE IMPACT-REPORT-RECORD
           END-IF.

       450-LIST-SETS-REQUESTS.
           MOVE ZERO TO RECORD-NUMBER
           MOVE "N" TO SETS-EOF
           OPEN INPUT PATTERN-SETS-FILE
           IF SETS-FILE-STATUS = "00"
               PERFORM UNTIL SETS-EOF-YES
                   READ PATTERN-SETS-FILE
                       AT END
                           SET SETS-EOF-YES TO TRUE
                       NOT AT END
                           ADD 1 TO RECORD-NUMBER
                           IF SETS-PATTERN IS NUMERIC
                             AND SETS-PATTERN = IMPACT-PATTERN
                               ADD 1 TO CHANGE-REQUESTS
                               ADD 1 TO SETS-AFFECTED
                               MOVE "PATTSETS" TO RQL-MEMBER
                               MOVE RECORD-NUMBER TO RQL-RECORD
                               MOVE SETS-SET-NAME TO RQL-SET
                               MOVE SETS-SIZE TO RQL-SIZE
                               MOVE REQUEST-LINE
                                 TO IMPACT-REPORT-RECORD
                               WRITE IMPACT-REPORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PATTERN-SETS-FILE
           END-IF.

       470-LIST-PARM-REQUESTS.
           MOVE ZERO TO RECORD-NUMBER
           MOVE "N" TO PARM-EOF
           OPEN INPUT PATTERN-PARM-FILE
           IF PARM-FILE-STATUS = "00"
               PERFORM UNTIL PARM-EOF-YES
                   READ PATTERN-PARM-FILE
                       AT END
                           SET PARM-EOF-YES TO TRUE
                       NOT AT END
                           ADD 1 TO RECORD-NUMBER
                           IF PARM-PATTERN-SELECTION IS NUMERIC
                             AND PARM-PATTERN-SELECTION
                                   = IMPACT-PATTERN
                               ADD 1 TO CHANGE-REQUESTS
                               ADD 1 TO PARMS-AFFECTED
                               MOVE "PATTPARM" TO RQL-MEMBER
                               MOVE RECORD-NUMBER TO RQL-RECORD
                               MOVE SPACES TO RQL-SET
                               MOVE PARM-USR-SIZE TO RQL-SIZE
                               MOVE REQUEST-LINE
                                 TO IMPACT-REPORT-RECORD
                               WRITE IMPACT-REPORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PATTERN-PARM-FILE
           END-IF.

       600-WRITE-SUMMARY.
           MOVE "PATTDEF RECORDS READ........................"
             TO SUMMARY-TEXT
           MOVE DEFS-READ TO SUMMARY-COUNT
           PERFORM 610-WRITE-SUMMARY-LINE
           MOVE "PATTDEF RECORDS INVALID (NOT REPORTED)......"
             TO SUMMARY-TEXT
           MOVE DEFS-INVALID TO SUMMARY-COUNT
           PERFORM 610-WRITE-SUMMARY-LINE
           MOVE "PENDING DEFINITION CHANGES.................."
             TO SUMMARY-TEXT
           MOVE CHANGES-PENDING TO SUMMARY-COUNT
           PERFORM 610-WRITE-SUMMARY-LINE
           MOVE "ARCHIVE KEYS TO BE REGENERATED.............."
             TO SUMMARY-TEXT
           MOVE KEYS-AFFECTED TO SUMMARY-COUNT
           PERFORM 610-WRITE-SUMMARY-LINE
           MOVE "PATTSETS REQUESTS AFFECTED.................."
             TO SUMMARY-TEXT
           MOVE SETS-AFFECTED TO SUMMARY-COUNT
           PERFORM 610-WRITE-SUMMARY-LINE
           MOVE "PATTPARM REQUESTS AFFECTED.................."
             TO SUMMARY-TEXT
           MOVE PARMS-AFFECTED TO SUMMARY-COUNT
           PERFORM 610-WRITE-SUMMARY-LINE
           IF CHANGES-PENDING > ZERO
               MOVE SPACES TO IMPACT-REPORT-RECORD
               WRITE IMPACT-REPORT-RECORD
               MOVE "CHANGES REVIEWED AND APPROVED FOR RELEASE:"
                 TO IMPACT-REPORT-RECORD
               WRITE IMPACT-REPORT-RECORD
               MOVE SPACES TO IMPACT-REPORT-RECORD
               WRITE IMPACT-REPORT-RECORD
               MOVE "  BUSINESS OWNER __________________  DATE ________"
                 TO IMPACT-REPORT-RECORD
               WRITE IMPACT-REPORT-RECORD
           END-IF.

       610-WRITE-SUMMARY-LINE.
           MOVE SUMMARY-LINE TO IMPACT-REPORT-RECORD
           WRITE IMPACT-REPORT-RECORD.
       END PROGRAM PATTIMP.
