      *                 VALUES MON-SUN OR ALL, NOT DUPLICATED; EVERY
      *                 CAL-SET-NAME MUST EXIST IN PATTSETS
      *      PATTDEF  - EVERY DEFINITION PASSES THE GENERATOR
      *                 LOADER'S EDITS, ITS EFFECTIVE DATE IS BLANK
      *                 OR A REAL DATE, AND NO NUMBER HAS TWO
      *                 VERSIONS WITH THE SAME EFFECTIVE DATE; VALID
      *                 NUMBERS FEED THE PATTERN EDITS
      *      PATTSETS - SET NAME PRESENT, PATTERN CODED 0-9 OR
      *                 PATTDEF-DEFINED, SIZE 1-999 (THE
      *                 DISPATCHER'S AND 150-VALIDATE-SIZE'S EDITS);
      *                 AS A WARNING
      *      PATTPARM - PATTERN CODED 0-9 OR PATTDEF-DEFINED AND
      *                 SIZE 1-999
      *                 (IN BOTH MEMBERS A PRIORITY CLASS OTHER THAN
      *                 1-9 OR BLANK IS A WARNING: THE RUN TREATS IT
      *                 AS CLASS 5)
      *      PATTCFG  - SLOT NUMBER 0-9 AND LABEL PRESENT
      *      PATTCUT  - WHEN PRESENT, A REAL HHMM TIME AND A CLASS
      *                 2-9 OR BLANK, ELSE NO CUTOFF WOULD APPLY
      *    EVERY FAILING RECORD IS LISTED WITH ITS MEMBER AND RECORD
      *    NUMBER. CONDITION CODES: 00 CHAIN CLEAN, 04 WARNINGS
      *    ONLY, 08 ERRORS FOUND -- HOLD THE TURNOVER ON 08.
           SELECT PATTERN-DEF-FILE ASSIGN TO "PATTDEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEF-FILE-STATUS.
           SELECT PATTERN-CUTOFF-FILE ASSIGN TO "PATTCUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUTOFF-FILE-STATUS.
           SELECT VALIDATE-REPORT-FILE ASSIGN TO "PATVALRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           05  FILLER                 PIC X.
           05  SETS-PATTERN           PIC XX.
           05  SETS-SIZE              PIC XXX.
           05  FILLER                 PIC X.
           05  SETS-PRIORITY          PIC X.

       FD  PATTERN-PARM-FILE
           RECORDING MODE IS F.
       01  PATTERN-PARM-RECORD.
           05  PARM-PATTERN-SELECTION PIC XX.
           05  PARM-USR-SIZE          PIC XXX.
           05  FILLER                 PIC X.
           05  PARM-PRIORITY          PIC X.

       FD  PATTERN-CONFIG-FILE
           RECORDING MODE IS F.
           05  DEF-INCR-IN            PIC XX.
           05  FILLER                 PIC X.
           05  DEF-STYLE-IN           PIC X.
           05  FILLER                 PIC X.
           05  DEF-EFFECTIVE-IN       PIC X(8).

       FD  PATTERN-CUTOFF-FILE
           RECORDING MODE IS F.
       01  PATTERN-CUTOFF-RECORD.
           05  CUT-HH-IN              PIC XX.
           05  CUT-MM-IN              PIC XX.
           05  FILLER                 PIC X.
           05  CUT-CLASS-IN           PIC X.

       FD  VALIDATE-REPORT-FILE
           RECORDING MODE IS F.
      *    PATTERN NUMBERS 11-99 ARE VALID WHEREVER THE PATTDEF
      *    FILE DEFINES THEM, SO THE DEFINITION MEMBER IS EDITED
      *    FIRST AND ITS VALID NUMBERS FEED THE PATTSETS AND
      *    PATTPARM PATTERN EDITS. A NUMBER WHOSE ONLY VERSIONS ARE
      *    DATED AFTER TODAY IS MARKED P: IT IS STAGED, NOT YET
      *    DEFINED FOR TONIGHT'S RUN.
       01  DEF-PRESENT-TABLE.
           05  DEF-PRESENT         OCCURS 100 TIMES
                                       PIC X.
               88  DEF-PRESENT-YES VALUE "Y" "P".
               88  DEF-PENDING-ONLY VALUE "P".
       01  DEF-SLOT                PIC 999     VALUE ZERO.
       01  DEF-VERSION-WORK        PIC X(8)    VALUE SPACES.
       01  TODAY-DATE              PIC X(8)    VALUE SPACES.
       01  DEF-VERSION-TABLE.
           05  DEF-VERSION-SEEN    OCCURS 500 TIMES
                                       PIC X(10).
       01  DEF-VERSION-KEY         PIC X(10)   VALUE SPACES.
       01  DEF-VERSION-COUNT       PIC 999     VALUE ZERO.
       01  DEF-VERSION-IX          PIC 999     VALUE ZERO.
       01  DEF-VERSION-DUP         PIC X       VALUE "N".
           88  DEF-VERSION-DUP-YES VALUE "Y".
       01  SETS-FILE-STATUS        PIC XX      VALUE "00".
       01  PARM-FILE-STATUS        PIC XX      VALUE "00".
       01  CONFIG-FILE-STATUS      PIC XX      VALUE "00".
       01  REPORT-FILE-STATUS      PIC XX      VALUE "00".
       01  CUTOFF-FILE-STATUS      PIC XX      VALUE "00".
       01  EDIT-PRIORITY           PIC X       VALUE SPACE.
       01  CAL-EOF                 PIC X       VALUE "N".
           88  CAL-EOF-YES         VALUE "Y".
       01  SETS-EOF                PIC X       VALUE "N".
           PERFORM 380-GRADE-MISSING-SETS
           PERFORM 400-EDIT-PARM-MEMBER
           PERFORM 500-EDIT-CFG-MEMBER
           PERFORM 520-EDIT-CUTOFF-CARD
           PERFORM 550-CHECK-UNREFERENCED-SETS
           PERFORM 600-WRITE-SUMMARY
           CLOSE VALIDATE-REPORT-FILE
       150-EDIT-DEF-MEMBER.
           MOVE "PATTDEF " TO EDIT-MEMBER
           MOVE ZERO TO RECORD-NUMBER
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
           PERFORM VARYING DEF-SLOT FROM 1 BY 1
             UNTIL DEF-SLOT > 100
               MOVE "N" TO DEF-PRESENT(DEF-SLOT)
             AND DEF-INCR-IN IS NUMERIC
             AND DEF-INCR-IN NOT = "00"
             AND (DEF-STYLE-IN = "C" OR DEF-STYLE-IN = "R")
             AND (DEF-EFFECTIVE-IN = SPACES
                  OR DEF-EFFECTIVE-IN IS NUMERIC)
               MOVE "Y" TO EDIT-DATE-VALID
               IF DEF-EFFECTIVE-IN = SPACES
                   MOVE ZEROS TO DEF-VERSION-WORK
               ELSE
                   MOVE DEF-EFFECTIVE-IN TO DEF-VERSION-WORK
                   MOVE DEF-EFFECTIVE-IN TO EDIT-DATE-NUM
                   PERFORM 170-CHECK-REAL-DATE
               END-IF
               IF EDIT-DATE-VALID-YES
                   PERFORM 165-NOTE-DEF-VERSION
               ELSE
                   MOVE "FAIL" TO EDIT-SEVERITY
                   MOVE "EFFECTIVE DATE IS NOT A REAL DATE"
                     TO EDIT-MESSAGE
                   PERFORM 120-WRITE-EDIT-LINE
               END-IF
           ELSE
               MOVE "FAIL" TO EDIT-SEVERITY
               PERFORM 120-WRITE-EDIT-LINE
           END-IF.

       165-NOTE-DEF-VERSION.
      *    A NUMBER MAY CARRY SEVERAL VERSIONS, ONE PER EFFECTIVE
      *    DATE; THE RUN USES THE LATEST ONE NOT AFTER ITS RUN DATE.
      *    TWO VERSIONS WITH THE SAME DATE LEAVE THE SHAPE TO RECORD
      *    ORDER, SO THAT FAILS.
           STRING DEF-PATTERN-IN DEF-VERSION-WORK DELIMITED BY SIZE
             INTO DEF-VERSION-KEY
           MOVE "N" TO DEF-VERSION-DUP
           PERFORM VARYING DEF-VERSION-IX FROM 1 BY 1
             UNTIL DEF-VERSION-IX > DEF-VERSION-COUNT
               IF DEF-VERSION-SEEN(DEF-VERSION-IX) = DEF-VERSION-KEY
                   SET DEF-VERSION-DUP-YES TO TRUE
               END-IF
           END-PERFORM
           IF DEF-VERSION-DUP-YES
               MOVE "FAIL" TO EDIT-SEVERITY
               MOVE "DUPLICATE DEFINITION FOR THIS NUMBER AND DATE"
                 TO EDIT-MESSAGE
               PERFORM 120-WRITE-EDIT-LINE
           ELSE
               IF DEF-VERSION-COUNT < 500
                   ADD 1 TO DEF-VERSION-COUNT
                   MOVE DEF-VERSION-KEY
                     TO DEF-VERSION-SEEN(DEF-VERSION-COUNT)
               END-IF
               COMPUTE DEF-SLOT =
                   FUNCTION NUMVAL(DEF-PATTERN-IN) + 1
               IF DEF-VERSION-WORK > TODAY-DATE
                   IF NOT DEF-PRESENT-YES(DEF-SLOT)
                       MOVE "P" TO DEF-PRESENT(DEF-SLOT)
                   END-IF
               ELSE
                   MOVE "Y" TO DEF-PRESENT(DEF-SLOT)
               END-IF
           END-IF.

       170-CHECK-REAL-DATE.
      *    SAME RANGE-AND-LEAP-YEAR EDIT AS 114-EDIT-RUN-DATE, ON
      *    EDIT-DATE-NUM.
           MOVE "Y" TO EDIT-DATE-VALID
           IF EDIT-YEAR < 1601
             OR EDIT-MONTH < 1 OR EDIT-MONTH > 12
               MOVE "N" TO EDIT-DATE-VALID
           ELSE
               MOVE MONTH-DAYS(EDIT-MONTH) TO MONTH-DAY-MAX
               IF EDIT-MONTH = 2
                 AND FUNCTION MOD(EDIT-YEAR, 4) = 0
                 AND (FUNCTION MOD(EDIT-YEAR, 100) NOT = 0
                      OR FUNCTION MOD(EDIT-YEAR, 400) = 0)
                   MOVE 29 TO MONTH-DAY-MAX
               END-IF
               IF EDIT-DAY < 1 OR EDIT-DAY > MONTH-DAY-MAX
                   MOVE "N" TO EDIT-DATE-VALID
               END-IF
           END-IF.

       200-EDIT-SETS-MEMBER.
           MOVE "PATTSETS" TO EDIT-MEMBER
           MOVE ZERO TO RECORD-NUMBER
           ELSE
               PERFORM 220-NOTE-SET-NAME
           END-IF
           PERFORM 230-EDIT-PATTERN-AND-SIZE
           MOVE SETS-PRIORITY TO EDIT-PRIORITY
           PERFORM 240-EDIT-PRIORITY-CLASS.

       220-NOTE-SET-NAME.
           MOVE "N" TO SET-NAME-FOUND
                     TO EDIT-MESSAGE
                   PERFORM 120-WRITE-EDIT-LINE
               END-IF
               IF DEF-PENDING-ONLY(DEF-SLOT)
                   MOVE "WARN" TO EDIT-SEVERITY
                   MOVE "PATTERN DEFINED ONLY BY A PENDING PATTDEF DATE"
                     TO EDIT-MESSAGE
                   PERFORM 120-WRITE-EDIT-LINE
               END-IF
           END-IF
           IF SETS-SIZE NOT NUMERIC
               MOVE "FAIL" TO EDIT-SEVERITY
               END-IF
           END-IF.

       240-EDIT-PRIORITY-CLASS.
      *    THE RUN NEVER SKIPS A REQUEST FOR ITS CLASS, BUT IT WOULD
      *    RUN IT IN THE WRONG PLACE IN THE BATCH WINDOW.
           IF EDIT-PRIORITY NOT = SPACE
             AND (EDIT-PRIORITY < "1" OR EDIT-PRIORITY > "9")
               MOVE "WARN" TO EDIT-SEVERITY
               MOVE "PRIORITY CLASS INVALID, WOULD RUN AS CLASS 5"
                 TO EDIT-MESSAGE
               PERFORM 120-WRITE-EDIT-LINE
           END-IF.

       300-EDIT-CAL-MEMBER.
           MOVE "PATTCAL " TO EDIT-MEMBER
           MOVE ZERO TO RECORD-NUMBER
               PERFORM 120-WRITE-EDIT-LINE
           ELSE
               MOVE CAL-RULE-VALUE TO EDIT-DATE-NUM
               PERFORM 170-CHECK-REAL-DATE
               IF NOT EDIT-DATE-VALID-YES
                   MOVE "FAIL" TO EDIT-SEVERITY
                   MOVE "DATE RULE VALUE IS NOT A REAL DATE"
                     TO EDIT-MESSAGE
                   PERFORM 120-WRITE-EDIT-LINE
               END-IF
               IF DEF-PENDING-ONLY(DEF-SLOT)
                   MOVE "WARN" TO EDIT-SEVERITY
                   MOVE "PATTERN DEFINED ONLY BY A PENDING PATTDEF DATE"
                     TO EDIT-MESSAGE
                   PERFORM 120-WRITE-EDIT-LINE
               END-IF
           END-IF
           IF PARM-USR-SIZE NOT NUMERIC
               MOVE "FAIL" TO EDIT-SEVERITY
                     TO EDIT-MESSAGE
                   PERFORM 120-WRITE-EDIT-LINE
               END-IF
           END-IF
           MOVE PARM-PRIORITY TO EDIT-PRIORITY
           PERFORM 240-EDIT-PRIORITY-CLASS.

       500-EDIT-CFG-MEMBER.
           MOVE "PATTCFG " TO EDIT-MEMBER
               PERFORM 120-WRITE-EDIT-LINE
           END-IF.

       520-EDIT-CUTOFF-CARD.
      *    THE CUTOFF CARD IS OPTIONAL; WITHOUT IT NOTHING IS EVER
      *    DEFERRED. A CARD THE RUN WOULD REJECT IS A FAILURE HERE:
      *    ON A MONTH-END NIGHT IT MEANS THE CUTOFF SILENTLY DOES
      *    NOT HAPPEN.
           MOVE "PATTCUT " TO EDIT-MEMBER
           MOVE ZERO TO RECORD-NUMBER
           OPEN INPUT PATTERN-CUTOFF-FILE
           IF CUTOFF-FILE-STATUS = "00"
               READ PATTERN-CUTOFF-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 1 TO RECORD-NUMBER
                       IF CUT-HH-IN NOT NUMERIC
                         OR CUT-MM-IN NOT NUMERIC
                         OR CUT-HH-IN > "23"
                         OR CUT-MM-IN > "59"
                           MOVE "FAIL" TO EDIT-SEVERITY
                           MOVE "CUTOFF TIME NOT A VALID HHMM"
                             TO EDIT-MESSAGE
                           PERFORM 120-WRITE-EDIT-LINE
                       END-IF
                       IF CUT-CLASS-IN NOT = SPACE
                         AND (CUT-CLASS-IN < "2" OR CUT-CLASS-IN > "9")
                           MOVE "FAIL" TO EDIT-SEVERITY
                           MOVE "CUTOFF CLASS NOT 2-9 OR BLANK"
                             TO EDIT-MESSAGE
                           PERFORM 120-WRITE-EDIT-LINE
                       END-IF
               END-READ
               CLOSE PATTERN-CUTOFF-FILE
           END-IF.

       550-CHECK-UNREFERENCED-SETS.
           MOVE "PATTSETS" TO EDIT-MEMBER
           MOVE ZERO TO RECORD-NUMBER
