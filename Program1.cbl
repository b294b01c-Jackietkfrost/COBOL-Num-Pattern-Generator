           SELECT PATTERN-ERROR-FILE ASSIGN TO "PATTERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-FILE-STATUS.
           SELECT PATTERN-ERROR-LOG ASSIGN TO "PATTERRH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-STATUS.
           SELECT PATTERN-TIMING-LOG ASSIGN TO "PATTTIME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIMING-LOG-STATUS.
           SELECT PATTERN-ARCHIVE-FILE ASSIGN TO "PATTARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT SUB4-EXPORT-FILE ASSIGN TO "PATTSUB4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUB4-FILE-STATUS.
           SELECT PATTERN-RULE-FILE ASSIGN TO "PATTRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RULE-FILE-STATUS.
           SELECT PATTERN-HOLD-FILE ASSIGN TO "PATTHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-FILE-STATUS.
           SELECT PATTERN-QUAR-FILE ASSIGN TO "PATTQUAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUAR-FILE-STATUS.
           SELECT PATTERN-CUTOFF-FILE ASSIGN TO "PATTCUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUTOFF-FILE-STATUS.
           SELECT PATTERN-DEFER-FILE ASSIGN TO "PATTDEFR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEFER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  PATTERN-PARM-RECORD.
           05  PARM-PATTERN-SELECTION PIC 99.
           05  PARM-USR-SIZE          PIC 999.
           05  FILLER                 PIC X.
           05  PARM-PRIORITY          PIC X.

       FD  PATTERN-USAGE-LOG
           RECORDING MODE IS F.
           05  CKPT-EXPORT-HASH       PIC 9(15).
           05  CKPT-SET-NAME          PIC X(8).
           05  CKPT-RUN-DATE          PIC X(8).
           05  CKPT-CUTOFF-STAMP      PIC X(12).
           05  CKPT-DEFER-CLASS       PIC X.
           05  FILLER                 PIC X(15).

       FD  PATTERN-CONTROL-FILE
           RECORDING MODE IS F.
           05  FILLER                 PIC X.
           05  SETS-PATTERN           PIC 99.
           05  SETS-SIZE              PIC 999.
           05  FILLER                 PIC X.
           05  SETS-PRIORITY          PIC X.

       FD  PATTERN-CAL-FILE
           RECORDING MODE IS F.
       01  PATTERN-DATE-RECORD.
           05  DATE-RUN-DATE          PIC X(8).

       FD  PATTERN-CUTOFF-FILE
           RECORDING MODE IS F.
       01  PATTERN-CUTOFF-RECORD.
           05  CUT-TIME-IN            PIC X(4).
           05  FILLER                 PIC X.
           05  CUT-CLASS-IN           PIC X.

       FD  PATTERN-DEFER-FILE
           RECORDING MODE IS F.
       01  PATTERN-DEFER-RECORD       PIC X(23).

       FD  PATTERN-ERROR-FILE
           RECORDING MODE IS F.
       01  PATTERN-ERROR-RECORD       PIC X(132).

       FD  PATTERN-ERROR-LOG
           RECORDING MODE IS F.
       01  PATTERN-ERROR-LOG-RECORD   PIC X(132).

       FD  PATTERN-TIMING-LOG
           RECORDING MODE IS F.
       01  PATTERN-TIMING-RECORD      PIC X(80).

       FD  PATTERN-ARCHIVE-FILE.
       01  PATTERN-ARCHIVE-RECORD.
           05  ARCH-KEY.
           05  DEF-INCR-IN            PIC XX.
           05  FILLER                 PIC X.
           05  DEF-STYLE-IN           PIC X.
           05  FILLER                 PIC X.
           05  DEF-EFFECTIVE-IN       PIC X(8).

       FD  PATTERN-SECURITY-FILE
           RECORDING MODE IS F.

       FD  PATTERN-SUMMARY-FILE
           RECORDING MODE IS F.
       01  PATTERN-SUMMARY-RECORD     PIC X(160).

       FD  PATTERN-RULE-FILE
           RECORDING MODE IS F.
       01  PATTERN-RULE-RECORD.
           05  RULE-PATTERN-IN        PIC XX.
           05  FILLER                 PIC X.
           05  RULE-PROPERTY-IN       PIC X(5).
           05  FILLER                 PIC X.
           05  RULE-COEF-IN           OCCURS 5 TIMES.
               10  RULE-COEF-VALUE-IN PIC S999
                                      SIGN LEADING SEPARATE.
               10  FILLER             PIC X.
           05  RULE-CONSTANT-IN       PIC S9(5)
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X.
           05  RULE-DIVISOR-IN        PIC XXX.

       FD  PATTERN-HOLD-FILE
           RECORDING MODE IS F.
       01  PATTERN-HOLD-RECORD.
           05  HOLD-TARGET            PIC 9.
           05  HOLD-RECORD            PIC X(4000).

       FD  PATTERN-QUAR-FILE
           RECORDING MODE IS F.
       01  PATTERN-QUAR-RECORD        PIC X(4000).

       FD  PATTERN-ONCE-FILE
           RECORDING MODE IS F.
           05  ONCE-SIZE              PIC XXX.
           05  FILLER                 PIC X.
           05  ONCE-CONSUMED          PIC X.
           05  FILLER                 PIC X.
           05  ONCE-FILL              PIC X.

       WORKING-STORAGE SECTION.
       01  REPORT-FILE-STATUS      PIC XX      VALUE "00".
       01  ARCH-TOKEN              PIC X(4).
       01  ARCH-ROW-END            PIC X       VALUE "N".
           88  ARCH-ROW-END-YES    VALUE "Y".
      *    THE CONTROL RECORD CARRIES THE ROW COUNT IN BYTES 1-5 AND
      *    THE DEFINITION VERSION THAT PRODUCED THE ROWS IN BYTES
      *    7-14 -- THE PATTDEF EFFECTIVE DATE FOR A TABLE-DRIVEN
      *    PATTERN, BLANK FOR THE CODED GENERATORS 0-9.
       01  ARCH-DEF-VERSION        PIC X(8)    VALUE SPACES.
       01  ARCH-STALE-COUNT        PIC 9(5)    VALUE ZERO.
       01  ARCH-STALE-SEQ          PIC 9(5)    VALUE ZERO.
       01  CTL-PARM-READ           PIC 9(7)    VALUE ZERO.
       01  CTL-RESTART-SKIPPED     PIC 9(7)    VALUE ZERO.
       01  CTL-DISPATCHED          PIC 9(7)    VALUE ZERO.
       01  CTL-USAGE-LOGGED        PIC 9(7)    VALUE ZERO.
       01  CTL-REPORT-TRUNCATED    PIC 9(7)    VALUE ZERO.
       01  CTL-EXPORT-TRUNCATED    PIC 9(7)    VALUE ZERO.
       01  CTL-QUARANTINE-GROUPS   PIC 9(7)    VALUE ZERO.
       01  CTL-QUARANTINE-ROWS     PIC 9(7)    VALUE ZERO.
       01  CTL-DEFERRED            PIC 9(7)    VALUE ZERO.
       01  CTL-OUT-OF-BALANCE      PIC X       VALUE "N".
           88  CTL-OUT-OF-BALANCE-YES VALUE "Y".
       01  CTL-RUN-DATE            PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  ERR-MESSAGE         PIC X(60).
           05  FILLER              PIC X(30)   VALUE SPACES.
      *    THE PATTERR SUMMARY GOES TO SYSOUT AND PURGES WITH IT; THE
      *    SAME EXCEPTIONS ARE APPENDED HERE, STAMPED WITH THE RUN
      *    DATE, SET, SLICE AND TIME LOGGED, AS THE PERMANENT RECORD
      *    THE PATTINQ INQUIRY PAGES THROUGH. A SLICED LEG APPENDS TO
      *    ITS OWN SLICE DATASET AND PATTMRG FOLDS IT IN.
       01  ERROR-LOG-STATUS        PIC XX      VALUE "00".
       01  ERROR-LOG-OPEN          PIC X       VALUE "N".
           88  ERROR-LOG-OPEN-YES  VALUE "Y".
       01  ERROR-LOG-LINE.
           05  ERL-RUN-DATE        PIC X(8).
           05  FILLER              PIC X       VALUE SPACE.
           05  ERL-SET-NAME        PIC X(8).
           05  FILLER              PIC X       VALUE SPACE.
           05  ERL-SLICE           PIC 9.
           05  FILLER              PIC X       VALUE SPACE.
           05  ERL-TIME            PIC X(6).
           05  FILLER              PIC X       VALUE SPACE.
           05  ERL-DETAIL          PIC X(102).
           05  FILLER              PIC X(3)    VALUE SPACES.
      *    ONE TIMING RECORD PER DISPATCHED REQUEST, BRACKETED BY A
      *    JOB-START AND A JOB-END RECORD, FOR THE PATWNRPT BATCH
      *    WINDOW REPORT. STAMPS ARE YYYYMMDDHHMMSSHH SO A NIGHT
      *    THAT CROSSES MIDNIGHT STILL TIMES CORRECTLY. TYPE IS S
      *    (JOB START), E (JOB END), R (ARCHIVE REPLAY) OR G
      *    (GENERATED); ROWS ARE EXPORT ROWS, THE WHOLE RUN'S ON
      *    THE JOB-END RECORD. A SLICED LEG LOGS TO ITS OWN SLICE
      *    DATASET AND PATTMRG FOLDS IT IN, AS FOR PATTERRH.
       01  TIMING-LOG-STATUS       PIC XX      VALUE "00".
       01  TIMING-LOG-OPEN         PIC X       VALUE "N".
           88  TIMING-LOG-OPEN-YES VALUE "Y".
       01  JOB-START-STAMP         PIC X(16)   VALUE SPACES.
       01  REQUEST-START-STAMP     PIC X(16)   VALUE SPACES.
       01  REQUEST-START-ROWS      PIC 9(7)    VALUE ZERO.
       01  TIMING-LINE.
           05  TIM-RUN-DATE        PIC X(8).
           05  FILLER              PIC X       VALUE SPACE.
           05  TIM-SET-NAME        PIC X(8).
           05  FILLER              PIC X       VALUE SPACE.
           05  TIM-SLICE           PIC 9.
           05  FILLER              PIC X       VALUE SPACE.
           05  TIM-TYPE            PIC X.
           05  FILLER              PIC X       VALUE SPACE.
           05  TIM-PATTERN         PIC 99.
           05  FILLER              PIC X       VALUE SPACE.
           05  TIM-SIZE            PIC 999.
           05  FILLER              PIC X       VALUE SPACE.
           05  TIM-FILL            PIC X.
           05  FILLER              PIC X       VALUE SPACE.
           05  TIM-START           PIC X(16).
           05  FILLER              PIC X       VALUE SPACE.
           05  TIM-END             PIC X(16).
           05  FILLER              PIC X       VALUE SPACE.
           05  TIM-ROWS            PIC 9(7).
           05  FILLER              PIC X(8)    VALUE SPACES.
       01  SIZE-VALID               PIC X      VALUE "Y".
           88  SIZE-VALID-YES       VALUE "Y".
       01  USAGE-FILE-STATUS        PIC XX     VALUE "00".
               10  OT-CONSUMED      PIC X.
               10  OT-APPLIED       PIC X.
               10  OT-VALID         PIC X.
               10  OT-FILL          PIC X.
               10  OT-RAW           PIC X(23).
       01  ONCE-COUNT               PIC 999    VALUE ZERO.
       01  ONCE-IX                  PIC 999    VALUE ZERO.
       01  ONCE-DROPPED             PIC 999    VALUE ZERO.
       01  ONCE-OVERFLOW            PIC X      VALUE "N".
           88  ONCE-OVERFLOW-YES    VALUE "Y".
       01  ONCE-HELD                PIC X      VALUE "N".
           88  ONCE-HELD-YES        VALUE "Y".
       01  ONCE-FILL-SAVE           PIC X      VALUE SPACE.
       01  CTL-OVERRIDE-ADDS        PIC 9(7)   VALUE ZERO.
       01  CTL-OVERRIDE-HOLDS       PIC 9(7)   VALUE ZERO.
      *    EVERY PATTSETS AND PATTPARM RECORD CARRIES A PRIORITY
      *    CLASS IN ITS LAST BYTE, 1 (MOST URGENT) TO 9; BLANK IS
      *    CLASS 5. THE RUN'S REQUESTS ARE TABLED AND RUN CLASS BY
      *    CLASS, FILE ORDER WITHIN A CLASS, SO THE CRITICAL FEEDS
      *    NO LONGER WAIT BEHIND WORK NOBODY NEEDS UNTIL NOON. THE
      *    ORDER IS FIXED BY THE MEMBER ALONE, SO THE CHECKPOINT
      *    RECORD NUMBER AND THE SLICE ORDINAL STILL NAME THE SAME
      *    REQUEST ON A RESTART AND IN EVERY PARALLEL LEG.
       01  REQUEST-CLASS-IN         PIC X      VALUE SPACE.
       01  REQUEST-CLASS            PIC 9      VALUE 5.
       01  REQUEST-CLASS-BAD        PIC X      VALUE "N".
           88  REQUEST-CLASS-BAD-YES VALUE "Y".
       01  REQUEST-TABLE.
           05  REQUEST-ENTRY        OCCURS 1000 TIMES.
               10  RT-PATTERN       PIC 99.
               10  RT-SIZE          PIC 999.
               10  RT-CLASS         PIC 9.
               10  RT-CLASS-BAD     PIC X.
       01  REQUEST-COUNT            PIC 9(4)   VALUE ZERO.
       01  REQUEST-IX               PIC 9(4)   VALUE ZERO.
       01  REQUEST-PASS             PIC 99     VALUE ZERO.
      *    THE OPTIONAL PATTCUT CARD ("HHMM C") GIVES THE BATCH
      *    WINDOW CUTOFF AS DATA, THE WAY PATTDATE GIVES THE RUN
      *    DATE. ONCE THE WALL CLOCK PASSES HHMM, A REQUEST OF CLASS
      *    C OR LOWER PRIORITY (DEFAULT 6) NOT YET STARTED IS NOT
      *    RUN LATE: IT IS QUEUED IN PATTONCE AS AN ADD FOR THE NEXT
      *    RUN DATE AND COUNTED AS DEFERRED. A CUTOFF EARLIER THAN
      *    THE JOB START FALLS ON THE NEXT CALENDAR DAY. THE STAMP
      *    IS CHECKPOINTED, SO A RESTART HONOURS THE SAME CUTOFF.
       01  CUTOFF-FILE-STATUS       PIC XX     VALUE "00".
       01  CUTOFF-ACTIVE            PIC X      VALUE "N".
           88  CUTOFF-ACTIVE-YES    VALUE "Y".
       01  CUTOFF-STAMP             PIC X(12)  VALUE SPACES.
       01  CUTOFF-STAMP-PARTS REDEFINES CUTOFF-STAMP.
           05  CUTOFF-DATE          PIC 9(8).
           05  CUTOFF-HHMM          PIC 9(4).
       01  CUTOFF-TIME-WORK         PIC 9(4)   VALUE ZERO.
       01  CUTOFF-TIME-PARTS REDEFINES CUTOFF-TIME-WORK.
           05  CUTOFF-HH            PIC 99.
           05  CUTOFF-MM            PIC 99.
       01  CUTOFF-DEFER-CLASS       PIC 9      VALUE 6.
       01  CKPT-CUTOFF-SAVE         PIC X(12)  VALUE SPACES.
       01  CKPT-DEFER-CLASS-SAVE    PIC X      VALUE SPACE.
       01  DEFER-RUN-DATE           PIC 9(8)   VALUE ZERO.
       01  DEFER-FILE-STATUS        PIC XX     VALUE "00".
       01  DEFER-QUEUED             PIC X      VALUE "N".
           88  DEFER-QUEUED-YES     VALUE "Y".
       01  REQUEST-DEFERRED         PIC X      VALUE "N".
           88  REQUEST-DEFERRED-YES VALUE "Y".
      *    A DEFERRED REQUEST IN PATTONCE ADD FORMAT. THE FILL BYTE
      *    IS LEFT BLANK SO THE NEXT RUN USES ITS OWN FILL CHARACTER.
       01  DEFER-LINE.
           05  DFR-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X      VALUE SPACE.
           05  FILLER               PIC X(4)   VALUE "ADD ".
           05  FILLER               PIC X      VALUE SPACE.
           05  DFR-PATTERN          PIC 99.
           05  DFR-SIZE             PIC 999.
           05  FILLER               PIC X(4)   VALUE SPACES.
       01  SLICE-FILE-STATUS        PIC XX     VALUE "00".
       01  SUMMARY-FILE-STATUS      PIC XX     VALUE "00".
       01  DEF-FILE-STATUS          PIC XX     VALUE "00".
      *    CHANGE. DEFINED PATTERN NUMBERS RUN 11-99; 0-9 STAY THE
      *    CODED GENERATORS AND 10 STAYS THE EXIT SELECTION. THE
      *    SLOT INDEX IS PATTERN NUMBER PLUS 1.
      *    EVERY DEFINITION CARRIES AN EFFECTIVE RUN DATE (BLANK =
      *    IN EFFECT SINCE ALWAYS, HELD AS 00000000), SO A CHANGED
      *    SHAPE CAN BE STAGED IN THE MEMBER AHEAD OF TIME. THE
      *    TABLE HOLDS ONLY THE VERSION IN EFFECT FOR THE RUN DATE:
      *    THE LATEST EFFECTIVE DATE NOT AFTER IT. THAT DATE IS
      *    ALSO THE DEFINITION VERSION STAMPED ON THE ARCHIVE.
       01  DEF-TABLE.
           05  DEF-ENTRY            OCCURS 100 TIMES.
               10  DEF-PRESENT      PIC X.
                   88  DEF-PRESENT-YES VALUE "Y".
               10  DEF-EFFECTIVE    PIC X(8).
               10  DEF-ROWS         PIC 999.
               10  DEF-START        PIC 999.
               10  DEF-DIR          PIC X.
       01  DEF-ROW-LEN              PIC 9(7)   VALUE ZERO.
       01  DEF-CELL                 PIC 9(7)   VALUE ZERO.
       01  DEF-VALUE-WORK           PIC 9(7)   VALUE ZERO.
       01  DEF-VERSION-WORK         PIC X(8)   VALUE SPACES.
       01  DEF-PENDING-COUNT        PIC 9(5)   VALUE ZERO.
       01  RULE-FILE-STATUS         PIC XX     VALUE "00".
       01  RULE-EOF                 PIC X      VALUE "N".
           88  RULE-EOF-YES         VALUE "Y".
      *    CONTENT RULES FROM THE OPTIONAL PATTRULE FILE STATE WHAT
      *    A CORRECT GROUP OF EACH PATTERN LOOKS LIKE: ITS ROW COUNT
      *    AND LARGEST VALUE, AND EACH ROW'S FIRST VALUE, LAST VALUE
      *    AND SUM. EVERY PROPERTY IS A FORMULA IN THE ROW NUMBER R
      *    AND THE SIZE N --
      *        (A*R*R + B*R*N + C*N*N + D*R + E*N + K) / DIVISOR
      *    -- WITH R TAKEN AS ZERO FOR THE TWO WHOLE-GROUP
      *    PROPERTIES. ONE RECORD CARRIES ONE PROPERTY; A PATTERN
      *    WITH NO RECORDS IS NOT CHECKED. PROPERTY 1 IS ROWS, 2
      *    FIRST, 3 LAST, 4 MAX AND 5 SUM. THE SLOT INDEX IS
      *    PATTERN NUMBER PLUS 1, AS IN THE DEFINITION TABLE.
       01  RULES-ACTIVE             PIC X      VALUE "N".
           88  RULES-ACTIVE-YES     VALUE "Y".
       01  RULE-TABLE.
           05  RULE-ENTRY           OCCURS 100 TIMES.
               10  RULE-PRESENT     PIC X.
                   88  RULE-PRESENT-YES VALUE "Y".
               10  RULE-PROPERTY    OCCURS 5 TIMES.
                   15  RULE-SET     PIC X.
                       88  RULE-SET-YES VALUE "Y".
                   15  RULE-COEF    OCCURS 5 TIMES
                                    PIC S999.
                   15  RULE-CONSTANT
                                    PIC S9(5).
                   15  RULE-DIVISOR PIC 999.
       01  RULE-NAME-LIST           PIC X(25)
           VALUE "ROWS FIRSTLAST MAX  SUM  ".
       01  RULE-NAME-TABLE REDEFINES RULE-NAME-LIST.
           05  RULE-NAME            OCCURS 5 TIMES PIC X(5).
       01  RULE-TITLE-LIST.
           05  FILLER               PIC X(13)  VALUE "ROW COUNT".
           05  FILLER               PIC X(13)  VALUE "FIRST VALUE".
           05  FILLER               PIC X(13)  VALUE "LAST VALUE".
           05  FILLER               PIC X(13)  VALUE "LARGEST VALUE".
           05  FILLER               PIC X(13)  VALUE "ROW SUM".
       01  RULE-TITLE-TABLE REDEFINES RULE-TITLE-LIST.
           05  RULE-TITLE           OCCURS 5 TIMES PIC X(13).
       01  RULE-SLOT                PIC 999    VALUE ZERO.
       01  RULE-PROP-IX             PIC 9      VALUE ZERO.
       01  RULE-COEF-IX             PIC 9      VALUE ZERO.
       01  RULE-RECORD-VALID        PIC X      VALUE "N".
           88  RULE-RECORD-VALID-YES VALUE "Y".
      *    WHILE A CHECKED GROUP IS BEING PRODUCED ITS MASTER AND
      *    SUBSCRIBER RECORDS GO TO THE PATTHOLD WORK FILE INSTEAD OF
      *    THE FEEDS, TAGGED 0 FOR THE MASTER FEED OR 1-4 FOR THE
      *    SUBSCRIBER FEED. THE FEED COUNTERS ARE SAVED AT THE GROUP
      *    HEADER SO A GROUP THAT FAILS CAN BE TAKEN BACK OUT OF THE
      *    TRAILER TOTALS AS IF IT HAD NEVER BEEN WRITTEN.
       01  RULE-HOLD                PIC X      VALUE "N".
           88  RULE-HOLD-YES        VALUE "Y".
       01  RULE-FAILED              PIC X      VALUE "N".
           88  RULE-FAILED-YES      VALUE "Y".
       01  RULE-R                   PIC 9(5)   VALUE ZERO.
       01  RULE-EXPECTED            PIC S9(11) VALUE ZERO.
       01  RULE-ACTUAL              PIC S9(11) VALUE ZERO.
       01  RULE-ROW-NUMBER          PIC 9(5)   VALUE ZERO.
       01  RULE-ROW-CELLS           PIC 9(5)   VALUE ZERO.
       01  RULE-ROW-FIRST           PIC 999    VALUE ZERO.
       01  RULE-ROW-LAST            PIC 999    VALUE ZERO.
       01  RULE-ROW-SUM             PIC 9(9)   VALUE ZERO.
       01  RULE-GROUP-MAX           PIC 999    VALUE ZERO.
       01  RULE-BROKEN              PIC X(60)  VALUE SPACES.
       01  RULE-TEXT-PTR            PIC 99     VALUE 1.
       01  RULE-ROW-OUT             PIC Z(4)9.
       01  RULE-EXPECTED-OUT        PIC -(10)9.
       01  RULE-ACTUAL-OUT          PIC -(10)9.
       01  RULE-SAVE-GH             PIC 9(7)   VALUE ZERO.
       01  RULE-SAVE-DT             PIC 9(9)   VALUE ZERO.
       01  RULE-SAVE-HASH           PIC 9(15)  VALUE ZERO.
       01  RULE-SAVE-ROWS           PIC 9(7)   VALUE ZERO.
       01  RULE-SAVE-SUB-TABLE.
           05  RULE-SAVE-SUB        OCCURS 4 TIMES.
               10  RULE-SAVE-SUB-GH PIC 9(7).
               10  RULE-SAVE-SUB-DT PIC 9(9).
               10  RULE-SAVE-SUB-HASH
                                    PIC 9(15).
       01  HOLD-FILE-STATUS         PIC XX     VALUE "00".
       01  HOLD-EOF                 PIC X      VALUE "N".
           88  HOLD-EOF-YES         VALUE "Y".
       01  QUAR-FILE-STATUS         PIC XX     VALUE "00".
       01  QUAR-GROUP-ROWS          PIC 9(7)   VALUE ZERO.
       01  QUAR-GROUP-HASH          PIC 9(15)  VALUE ZERO.
      *    A GROUP THAT BREAKS A RULE GOES TO THE PATTQUAR FILE AS
      *    ONE QH RECORD -- ITS GH KEY, WHERE IT CAME FROM, ITS ROW
      *    COUNT AND HASH, AND THE RULE IT BROKE -- FOLLOWED BY ITS
      *    MASTER-FEED GH AND DT RECORDS EXACTLY AS THEY WOULD HAVE
      *    GONE OUT. PATTQREL RELEASES OR DISCARDS IT FROM THERE.
       01  QUARANTINE-HEADER.
           05  FILLER               PIC XX     VALUE "QH".
           05  QH-PATTERN           PIC 99.
           05  QH-SIZE              PIC 999.
           05  QH-FILL              PIC X.
           05  FILLER               PIC X      VALUE SPACE.
           05  QH-RUN-DATE          PIC X(8).
           05  FILLER               PIC X      VALUE SPACE.
           05  QH-SET-NAME          PIC X(8).
           05  FILLER               PIC X      VALUE SPACE.
           05  QH-SLICE             PIC 9.
           05  FILLER               PIC X      VALUE SPACE.
           05  QH-REQUEST           PIC 9(5).
           05  FILLER               PIC X      VALUE SPACE.
           05  QH-ROW-COUNT         PIC 9(7).
           05  FILLER               PIC X      VALUE SPACE.
           05  QH-HASH-TOTAL        PIC 9(15).
           05  FILLER               PIC X      VALUE SPACE.
           05  QH-RULE              PIC X(60).
       01  SEC-FILE-STATUS          PIC XX     VALUE "00".
       01  SEC-EOF                  PIC X      VALUE "N".
           88  SEC-EOF-YES          VALUE "Y".
      *    EXACTLY THAT MANY SLICE EXPORTS AND SUMMARIES ON HAND,
      *    SO A DROPPED SLICE CANNOT FOLD CLEAN.
           05  SUM-SLICES           PIC 9.
           05  FILLER               PIC X      VALUE SPACE.
      *    GROUPS AND ROWS HELD BACK IN PATTQUAR BY A CONTENT RULE;
      *    THE MERGE FOLDS THEM INTO ITS OWN BALANCE CHECK.
           05  SUM-QUAR-GROUPS      PIC 9(7).
           05  FILLER               PIC X      VALUE SPACE.
           05  SUM-QUAR-ROWS        PIC 9(7).
           05  FILLER               PIC X      VALUE SPACE.
      *    REQUESTS PUSHED TO THE NEXT RUN DATE BY THE CUTOFF.
           05  SUM-DEFERRED         PIC 9(7).
      *    ONE DATED RECORD PER BATCH RUN, APPENDED AS PART OF THE
      *    END-OF-JOB CONTROL TOTALS. THE PATTCTL SYSOUT PURGES WITH
      *    ITS OUTPUT CLASS; THIS FILE IS THE PERMANENT RECORD THE
           05  HIST-BALANCE         PIC X.
           05  FILLER               PIC X      VALUE SPACE.
           05  HIST-SEVERITY        PIC 99.
           05  FILLER               PIC X      VALUE SPACE.
           05  HIST-DEFERRED        PIC 9(7).
           05  FILLER               PIC X(3)   VALUE SPACES.
       01  FILL-CHAR                PIC X      VALUE "*".
       01  USR-SIZE-END                PIC 999    VALUE ZERO.
       01  RANGE-MODE               PIC X      VALUE "N".
                   END-READ
               END-PERFORM
               CLOSE PATTERN-DEF-FILE
           END-IF
           IF DEF-PENDING-COUNT > ZERO
               DISPLAY DEF-PENDING-COUNT " PATTDEF VERSION(S) NOT YET "
                   "IN EFFECT FOR RUN DATE " RUN-DATE ", NOT USED"
           END-IF.

       152-LOAD-ONE-PATTERN-DEF.
      *    HALF-LOADED: A REQUEST FOR ITS NUMBER THEN REJECTS THE
      *    SAME WAY AN UNDEFINED NUMBER ALWAYS HAS, INSTEAD OF
      *    GENERATING A SHAPE NOBODY ASKED FOR.
      *    A VERSION DATED AFTER THE RUN DATE IS STAGED, NOT LIVE,
      *    AND ONE OLDER THAN THE VERSION ALREADY LOADED HAS BEEN
      *    SUPERSEDED; NEITHER TOUCHES THE TABLE. TWO VERSIONS WITH
      *    THE SAME EFFECTIVE DATE ARE A MEMBER ERROR -- THE LATER
      *    RECORD IS USED AND THE RUN IS WARNED.
           IF DEF-PATTERN-IN IS NUMERIC
             AND DEF-PATTERN-IN > "10"
             AND DEF-ROWS-IN IS NUMERIC
             AND DEF-INCR-IN IS NUMERIC
             AND DEF-INCR-IN NOT = "00"
             AND (DEF-STYLE-IN = "C" OR DEF-STYLE-IN = "R")
             AND (DEF-EFFECTIVE-IN = SPACES
                  OR DEF-EFFECTIVE-IN IS NUMERIC)
               IF DEF-EFFECTIVE-IN = SPACES
                   MOVE ZEROS TO DEF-VERSION-WORK
               ELSE
                   MOVE DEF-EFFECTIVE-IN TO DEF-VERSION-WORK
               END-IF
               COMPUTE DEF-SLOT =
                   FUNCTION NUMVAL(DEF-PATTERN-IN) + 1
               EVALUATE TRUE
                   WHEN DEF-VERSION-WORK > RUN-DATE
                       ADD 1 TO DEF-PENDING-COUNT
                   WHEN DEF-PRESENT-YES(DEF-SLOT)
                     AND DEF-EFFECTIVE(DEF-SLOT) > DEF-VERSION-WORK
                       CONTINUE
                   WHEN OTHER
                       IF DEF-PRESENT-YES(DEF-SLOT)
                         AND DEF-EFFECTIVE(DEF-SLOT) = DEF-VERSION-WORK
                           DISPLAY "PATTDEF VERSION DUPLICATED, LAST "
                               "ONE USED: " PATTERN-DEF-RECORD
                           MOVE 4 TO EXCEPTION-SEVERITY
                           MOVE "DUPLICATE PATTDEF VERSION, LAST USED"
                               TO EXCEPTION-MESSAGE
                           PERFORM 190-LOG-EXCEPTION
                       END-IF
                       MOVE "Y" TO DEF-PRESENT(DEF-SLOT)
                       MOVE DEF-VERSION-WORK TO DEF-EFFECTIVE(DEF-SLOT)
                       MOVE DEF-ROWS-IN TO DEF-ROWS(DEF-SLOT)
                       MOVE DEF-START-IN TO DEF-START(DEF-SLOT)
                       MOVE DEF-DIR-IN TO DEF-DIR(DEF-SLOT)
                       MOVE DEF-INCR-IN TO DEF-INCR(DEF-SLOT)
                       MOVE DEF-STYLE-IN TO DEF-STYLE(DEF-SLOT)
               END-EVALUATE
           ELSE
               DISPLAY "PATTDEF RECORD INVALID, IGNORED: "
                   PATTERN-DEF-RECORD
               PERFORM 190-LOG-EXCEPTION
           END-IF.

       153-LOAD-CONTENT-RULES.
      *    THE RULES FILE IS OPTIONAL: WITHOUT IT NO GROUP IS HELD
      *    AND THE FEEDS ARE WRITTEN STRAIGHT THROUGH AS THEY ALWAYS
      *    HAVE BEEN. PATTERN ZERO CARRIES FILL CHARACTERS, NOT
      *    VALUES, SO IT TAKES NO RULES.
           PERFORM VARYING RULE-SLOT FROM 1 BY 1
             UNTIL RULE-SLOT > 100
               MOVE "N" TO RULE-PRESENT(RULE-SLOT)
               PERFORM VARYING RULE-PROP-IX FROM 1 BY 1
                 UNTIL RULE-PROP-IX > 5
                   MOVE "N" TO RULE-SET(RULE-SLOT, RULE-PROP-IX)
               END-PERFORM
           END-PERFORM
           OPEN INPUT PATTERN-RULE-FILE
           IF RULE-FILE-STATUS = "00"
               SET RULES-ACTIVE-YES TO TRUE
               PERFORM UNTIL RULE-EOF-YES
                   READ PATTERN-RULE-FILE
                       AT END
                           SET RULE-EOF-YES TO TRUE
                       NOT AT END
                           PERFORM 154-LOAD-ONE-CONTENT-RULE
                   END-READ
               END-PERFORM
               CLOSE PATTERN-RULE-FILE
           END-IF.

       154-LOAD-ONE-CONTENT-RULE.
      *    SAME TREATMENT AS A BAD DEFINITION: A RULE THAT FAILS ITS
      *    EDITS IS IGNORED AND THE RUN WARNED, SO A TYPING SLIP IN
      *    THE RULES FILE CANNOT QUARANTINE A WHOLE NIGHT'S OUTPUT.
      *    A LATER RECORD FOR THE SAME PATTERN AND PROPERTY REPLACES
      *    AN EARLIER ONE. A BLANK OR ZERO DIVISOR MEANS 1.
           MOVE "Y" TO RULE-RECORD-VALID
           MOVE ZERO TO RULE-PROP-IX
           IF RULE-PATTERN-IN IS NUMERIC
             AND RULE-PATTERN-IN > "00"
               PERFORM VARYING RULE-COEF-IX FROM 1 BY 1
                 UNTIL RULE-COEF-IX > 5
                   IF RULE-NAME(RULE-COEF-IX) = RULE-PROPERTY-IN
                       MOVE RULE-COEF-IX TO RULE-PROP-IX
                   END-IF
                   IF RULE-COEF-VALUE-IN(RULE-COEF-IX) IS NOT NUMERIC
                       MOVE "N" TO RULE-RECORD-VALID
                   END-IF
               END-PERFORM
           ELSE
               MOVE "N" TO RULE-RECORD-VALID
           END-IF
           IF RULE-PROP-IX = ZERO
             OR RULE-CONSTANT-IN IS NOT NUMERIC
             OR (RULE-DIVISOR-IN NOT = SPACES
                 AND RULE-DIVISOR-IN IS NOT NUMERIC)
               MOVE "N" TO RULE-RECORD-VALID
           END-IF
           IF RULE-RECORD-VALID-YES
               COMPUTE RULE-SLOT =
                   FUNCTION NUMVAL(RULE-PATTERN-IN) + 1
               MOVE "Y" TO RULE-PRESENT(RULE-SLOT)
               MOVE "Y" TO RULE-SET(RULE-SLOT, RULE-PROP-IX)
               PERFORM VARYING RULE-COEF-IX FROM 1 BY 1
                 UNTIL RULE-COEF-IX > 5
                   MOVE RULE-COEF-VALUE-IN(RULE-COEF-IX)
                     TO RULE-COEF(RULE-SLOT, RULE-PROP-IX,
                                  RULE-COEF-IX)
               END-PERFORM
               MOVE RULE-CONSTANT-IN
                 TO RULE-CONSTANT(RULE-SLOT, RULE-PROP-IX)
               IF RULE-DIVISOR-IN = SPACES
                 OR RULE-DIVISOR-IN = "000"
                   MOVE 1 TO RULE-DIVISOR(RULE-SLOT, RULE-PROP-IX)
               ELSE
                   COMPUTE RULE-DIVISOR(RULE-SLOT, RULE-PROP-IX) =
                       FUNCTION NUMVAL(RULE-DIVISOR-IN)
               END-IF
           ELSE
               DISPLAY "PATTRULE RECORD INVALID, IGNORED: "
                   PATTERN-RULE-RECORD
               MOVE 4 TO EXCEPTION-SEVERITY
               MOVE "INVALID CONTENT RULE IGNORED"
                 TO EXCEPTION-MESSAGE
               PERFORM 190-LOG-EXCEPTION
           END-IF.

       155-START-HELD-GROUP.
      *    CALLED AT THE GROUP HEADER, BEFORE ANY OF THE GROUP'S
      *    RECORDS OR COUNTS ARE WRITTEN. ONLY A PATTERN WITH RULES
      *    IS HELD; EVERY OTHER GROUP GOES STRAIGHT TO THE FEEDS.
           COMPUTE RULE-SLOT = PATTERN-SELECTION + 1
           IF PATTERN-SELECTION > ZERO
             AND RULE-PRESENT-YES(RULE-SLOT)
               OPEN OUTPUT PATTERN-HOLD-FILE
               IF HOLD-FILE-STATUS = "00"
                   SET RULE-HOLD-YES TO TRUE
                   MOVE "N" TO RULE-FAILED
                   MOVE SPACES TO RULE-BROKEN
                   MOVE ZERO TO RULE-ROW-NUMBER
                   MOVE ZERO TO RULE-ROW-CELLS
                   MOVE ZERO TO RULE-ROW-FIRST
                   MOVE ZERO TO RULE-ROW-LAST
                   MOVE ZERO TO RULE-ROW-SUM
                   MOVE ZERO TO RULE-GROUP-MAX
                   MOVE EXPORT-GH-COUNT TO RULE-SAVE-GH
                   MOVE EXPORT-DT-COUNT TO RULE-SAVE-DT
                   MOVE EXPORT-HASH-TOTAL TO RULE-SAVE-HASH
                   MOVE CTL-EXPORT-ROWS TO RULE-SAVE-ROWS
                   PERFORM VARYING SUB-IX FROM 1 BY 1
                     UNTIL SUB-IX > SUB-COUNT
                       MOVE SUB-GH-COUNT(SUB-IX)
                         TO RULE-SAVE-SUB-GH(SUB-IX)
                       MOVE SUB-DT-COUNT(SUB-IX)
                         TO RULE-SAVE-SUB-DT(SUB-IX)
                       MOVE SUB-HASH-TOTAL(SUB-IX)
                         TO RULE-SAVE-SUB-HASH(SUB-IX)
                   END-PERFORM
               ELSE
                   DISPLAY "UNABLE TO OPEN PATTHOLD, FILE STATUS "
                       HOLD-FILE-STATUS ", PATTERN "
                       PATTERN-SELECTION " NOT CHECKED"
                   MOVE 8 TO EXCEPTION-SEVERITY
                   MOVE "GROUP NOT CHECKED, PATTHOLD UNAVAILABLE"
                     TO EXCEPTION-MESSAGE
                   PERFORM 190-LOG-EXCEPTION
               END-IF
           END-IF.

       156-CHECK-ROW-RULES.
      *    THE ROW PROPERTIES ARE CHECKED AS EACH ROW ENDS, FROM THE
      *    VALUES 197-TRACK-RULE-VALUE TALLIED AS THEY WENT OUT.
           ADD 1 TO RULE-ROW-NUMBER
           MOVE RULE-ROW-NUMBER TO RULE-R
           MOVE 2 TO RULE-PROP-IX
           MOVE RULE-ROW-FIRST TO RULE-ACTUAL
           PERFORM 158-APPLY-CONTENT-RULE
           MOVE 3 TO RULE-PROP-IX
           MOVE RULE-ROW-LAST TO RULE-ACTUAL
           PERFORM 158-APPLY-CONTENT-RULE
           MOVE 5 TO RULE-PROP-IX
           MOVE RULE-ROW-SUM TO RULE-ACTUAL
           PERFORM 158-APPLY-CONTENT-RULE
           MOVE ZERO TO RULE-ROW-CELLS
           MOVE ZERO TO RULE-ROW-FIRST
           MOVE ZERO TO RULE-ROW-LAST
           MOVE ZERO TO RULE-ROW-SUM.

       157-RESOLVE-HELD-GROUP.
      *    END OF A HELD GROUP: THE WHOLE-GROUP PROPERTIES ARE
      *    CHECKED, THEN THE GROUP EITHER GOES TO THE FEEDS AS IF IT
      *    HAD BEEN WRITTEN DIRECTLY OR GOES TO QUARANTINE. THIS
      *    RUNS BEFORE THE ARCHIVE STORE IS FINALIZED AND BEFORE THE
      *    CHECKPOINT, SO NEITHER EVER COVERS AN UNRESOLVED GROUP.
           IF RULE-HOLD-YES
               MOVE "N" TO RULE-HOLD
               CLOSE PATTERN-HOLD-FILE
               MOVE ZERO TO RULE-R
               MOVE 1 TO RULE-PROP-IX
               MOVE RULE-ROW-NUMBER TO RULE-ACTUAL
               PERFORM 158-APPLY-CONTENT-RULE
               MOVE 4 TO RULE-PROP-IX
               MOVE RULE-GROUP-MAX TO RULE-ACTUAL
               PERFORM 158-APPLY-CONTENT-RULE
               IF RULE-FAILED-YES
                   PERFORM 159-QUARANTINE-GROUP
               ELSE
                   PERFORM 194-RELEASE-HELD-GROUP
               END-IF
           END-IF.

       158-APPLY-CONTENT-RULE.
      *    ONLY THE FIRST RULE A GROUP BREAKS IS RECORDED; ONE IS
      *    ENOUGH TO HOLD IT BACK, AND LATER ROWS OF A BROKEN GROUP
      *    USUALLY FAIL FOR THE SAME REASON.
           IF RULE-SET-YES(RULE-SLOT, RULE-PROP-IX)
             AND NOT RULE-FAILED-YES
               COMPUTE RULE-EXPECTED =
                   (RULE-COEF(RULE-SLOT, RULE-PROP-IX, 1)
                        * RULE-R * RULE-R
                    + RULE-COEF(RULE-SLOT, RULE-PROP-IX, 2)
                        * RULE-R * USR-SIZE
                    + RULE-COEF(RULE-SLOT, RULE-PROP-IX, 3)
                        * USR-SIZE * USR-SIZE
                    + RULE-COEF(RULE-SLOT, RULE-PROP-IX, 4)
                        * RULE-R
                    + RULE-COEF(RULE-SLOT, RULE-PROP-IX, 5)
                        * USR-SIZE
                    + RULE-CONSTANT(RULE-SLOT, RULE-PROP-IX))
                   / RULE-DIVISOR(RULE-SLOT, RULE-PROP-IX)
               IF RULE-EXPECTED NOT = RULE-ACTUAL
                   SET RULE-FAILED-YES TO TRUE
                   MOVE RULE-EXPECTED TO RULE-EXPECTED-OUT
                   MOVE RULE-ACTUAL TO RULE-ACTUAL-OUT
                   MOVE SPACES TO RULE-BROKEN
                   MOVE 1 TO RULE-TEXT-PTR
                   STRING RULE-TITLE(RULE-PROP-IX) DELIMITED BY "  "
                     INTO RULE-BROKEN
                     WITH POINTER RULE-TEXT-PTR
                   END-STRING
                   IF RULE-R > ZERO
                       MOVE RULE-R TO RULE-ROW-OUT
                       STRING " AT ROW " DELIMITED BY SIZE
                              FUNCTION TRIM(RULE-ROW-OUT)
                                  DELIMITED BY SIZE
                         INTO RULE-BROKEN
                         WITH POINTER RULE-TEXT-PTR
                       END-STRING
                   END-IF
                   STRING " EXPECTED " DELIMITED BY SIZE
                          FUNCTION TRIM(RULE-EXPECTED-OUT)
                              DELIMITED BY SIZE
                          " FOUND " DELIMITED BY SIZE
                          FUNCTION TRIM(RULE-ACTUAL-OUT)
                              DELIMITED BY SIZE
                     INTO RULE-BROKEN
                     WITH POINTER RULE-TEXT-PTR
                   END-STRING
               END-IF
           END-IF.

       159-QUARANTINE-GROUP.
      *    THE GROUP'S MASTER-FEED RECORDS ARE COPIED FROM THE HOLD
      *    FILE TO PATTQUAR BEHIND A QH RECORD; ITS SUBSCRIBER
      *    RECORDS ARE DROPPED, SINCE PATTQREL CUTS THOSE AGAIN FROM
      *    THE MASTER RECORDS IF THE GROUP IS RELEASED. THE FEED
      *    COUNTERS GO BACK TO THEIR VALUES AT THE GROUP HEADER, SO
      *    NO TRAILER COUNTS A GROUP ITS FEED DOES NOT CARRY, AND THE
      *    GROUP IS ACCOUNTED FOR ON ITS OWN CONTROL-TOTAL LINES.
           COMPUTE QUAR-GROUP-ROWS = CTL-EXPORT-ROWS - RULE-SAVE-ROWS
           COMPUTE QUAR-GROUP-HASH =
               EXPORT-HASH-TOTAL - RULE-SAVE-HASH
           MOVE PATTERN-SELECTION TO QH-PATTERN
           MOVE USR-SIZE TO QH-SIZE
           MOVE FILL-CHAR TO QH-FILL
           MOVE RUN-DATE TO QH-RUN-DATE
           IF RUN-SET-NAME = SPACES
               MOVE "PATTPARM" TO QH-SET-NAME
           ELSE
               MOVE RUN-SET-NAME TO QH-SET-NAME
           END-IF
           MOVE SLICE-NUMBER TO QH-SLICE
           MOVE PARM-RECORD-NUMBER TO QH-REQUEST
           MOVE QUAR-GROUP-ROWS TO QH-ROW-COUNT
           MOVE QUAR-GROUP-HASH TO QH-HASH-TOTAL
           MOVE RULE-BROKEN TO QH-RULE
           MOVE SPACES TO PATTERN-QUAR-RECORD
           MOVE QUARANTINE-HEADER TO PATTERN-QUAR-RECORD
           WRITE PATTERN-QUAR-RECORD
           OPEN INPUT PATTERN-HOLD-FILE
           IF HOLD-FILE-STATUS = "00"
               MOVE "N" TO HOLD-EOF
               PERFORM UNTIL HOLD-EOF-YES
                   READ PATTERN-HOLD-FILE
                       AT END
                           SET HOLD-EOF-YES TO TRUE
                       NOT AT END
                           IF HOLD-TARGET = ZERO
                               MOVE HOLD-RECORD TO PATTERN-QUAR-RECORD
                               WRITE PATTERN-QUAR-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PATTERN-HOLD-FILE
           ELSE
               DISPLAY "UNABLE TO REREAD PATTHOLD, FILE STATUS "
                   HOLD-FILE-STATUS
               MOVE 8 TO EXCEPTION-SEVERITY
               MOVE "QUARANTINED GROUP ROWS LOST, PATTHOLD UNREADABLE"
                 TO EXCEPTION-MESSAGE
               PERFORM 190-LOG-EXCEPTION
           END-IF
           MOVE RULE-SAVE-GH TO EXPORT-GH-COUNT
           MOVE RULE-SAVE-DT TO EXPORT-DT-COUNT
           MOVE RULE-SAVE-HASH TO EXPORT-HASH-TOTAL
           MOVE RULE-SAVE-ROWS TO CTL-EXPORT-ROWS
           PERFORM VARYING SUB-IX FROM 1 BY 1
             UNTIL SUB-IX > SUB-COUNT
               MOVE RULE-SAVE-SUB-GH(SUB-IX) TO SUB-GH-COUNT(SUB-IX)
               MOVE RULE-SAVE-SUB-DT(SUB-IX) TO SUB-DT-COUNT(SUB-IX)
               MOVE RULE-SAVE-SUB-HASH(SUB-IX)
                 TO SUB-HASH-TOTAL(SUB-IX)
           END-PERFORM
           ADD 1 TO CTL-QUARANTINE-GROUPS
           ADD QUAR-GROUP-ROWS TO CTL-QUARANTINE-ROWS
           DISPLAY "GROUP QUARANTINED: PATTERN " PATTERN-SELECTION
               ", SIZE " USR-SIZE ", " RULE-BROKEN
           MOVE 4 TO EXCEPTION-SEVERITY
           MOVE SPACES TO EXCEPTION-MESSAGE
           STRING "QUARANTINED, " DELIMITED BY SIZE
                  RULE-BROKEN DELIMITED BY SIZE
             INTO EXCEPTION-MESSAGE
           END-STRING
           PERFORM 190-LOG-EXCEPTION
      *    BAD OUTPUT IS NEVER ARCHIVED (AS IN THE PATTERN 6 CHECK):
      *    A GENERATED GROUP LEAVES NO CONTROL RECORD, AND A REPLAYED
      *    ONE HAS ITS CONTROL RECORD REMOVED SO THE KEY IS
      *    REGENERATED NEXT TIME INSTEAD OF REPLAYING THE SAME BAD
      *    ROWS EVERY NIGHT. A SLICED LEG HOLDS THE ARCHIVE INPUT
      *    ONLY; THE NEXT UNSLICED RUN REMOVES IT.
           MOVE "N" TO ARCH-STORE
           IF ARCH-HIT-YES AND NOT SLICE-MODE-YES
               MOVE PATTERN-SELECTION TO ARCH-PATTERN
               MOVE USR-SIZE TO ARCH-SIZE
               MOVE FILL-CHAR TO ARCH-FILL
               MOVE ZERO TO ARCH-ROW-SEQ
               DELETE PATTERN-ARCHIVE-FILE
           END-IF.

       110-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:16) TO JOB-START-STAMP
           PERFORM 105-LOAD-MENU-CONFIG
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
      *    A RUN CALENDAR MAKES THE JOB BATCH JUST AS A PATTPARM
      *    MEMBER DOES; WHEN BOTH ARE PRESENT THE CALENDAR WINS AND
                   DISPLAY "UNABLE TO OPEN PATTERR, FILE STATUS "
                       ERROR-FILE-STATUS
               END-IF
               OPEN EXTEND PATTERN-ERROR-LOG
               IF ERROR-LOG-STATUS NOT = "00"
                   OPEN OUTPUT PATTERN-ERROR-LOG
               END-IF
               IF ERROR-LOG-STATUS = "00"
                   SET ERROR-LOG-OPEN-YES TO TRUE
               ELSE
                   DISPLAY "UNABLE TO OPEN PATTERRH, FILE STATUS "
                       ERROR-LOG-STATUS
               END-IF
      *    THE RUN SET IS RESOLVED BEFORE THE CHECKPOINT IS READ SO
      *    A CHECKPOINT LEFT BY AN ABEND ON A DIFFERENT SET CAN BE
      *    RECOGNIZED AND IGNORED.
      *    LEG TAKES THE ARCHIVE READ-ONLY.
               PERFORM 115-READ-CHECKPOINT
               PERFORM 146-READ-SLICE-CARD
               PERFORM 145-READ-CUTOFF-CARD
               PERFORM 116-OPEN-ARCHIVE
               PERFORM 137-LOAD-OVERRIDES
      *    THE JOB-START RECORD WAITS FOR THE SET AND SLICE TO BE
      *    KNOWN BUT CARRIES THE TIME THE STEP BEGAN.
               PERFORM 191-OPEN-TIMING-LOG
               IF TIMING-LOG-OPEN-YES
                   MOVE "S" TO TIM-TYPE
                   MOVE ZERO TO TIM-PATTERN
                   MOVE ZERO TO TIM-SIZE
                   MOVE SPACE TO TIM-FILL
                   MOVE JOB-START-STAMP TO TIM-START
                   MOVE SPACES TO TIM-END
                   MOVE ZERO TO TIM-ROWS
                   PERFORM 192-WRITE-TIMING-RECORD
               END-IF
           ELSE
               MOVE "N" TO BATCH-MODE
           END-IF
      *    THE DEFINITIONS LOAD ONCE THE RUN DATE IS RESOLVED, SINCE
      *    IT DECIDES WHICH VERSION OF EACH ONE IS IN EFFECT.
           PERFORM 109-LOAD-PATTERN-DEFS
           IF BATCH-MODE-YES
               PERFORM 153-LOAD-CONTENT-RULES
           END-IF
      *    ON A RESTART THE REPORT AND EXPORT FILES ARE REOPENED IN
      *    EXTEND MODE SO OUTPUT ALREADY PRODUCED BEFORE THE ABEND
      *    IS KEPT, NOT WIPED BY A FRESH OPEN OUTPUT.
               MOVE EXPORT-FILE-HEADER TO PATTERN-EXPORT-RECORD
               WRITE PATTERN-EXPORT-RECORD
           END-IF
      *    WITH CONTENT RULES IN FORCE THE QUARANTINE FILE AND THE
      *    HOLD WORK FILE ARE BOTH REQUIRED: A GROUP THAT CANNOT BE
      *    HELD BACK CANNOT BE CHECKED BEFORE IT REACHES THE FEEDS.
      *    A RESTART EXTENDS THE QUARANTINE FILE LIKE THE EXPORT.
           IF RULES-ACTIVE-YES
               IF RESTART-MODE-YES
                   OPEN EXTEND PATTERN-QUAR-FILE
               ELSE
                   OPEN OUTPUT PATTERN-QUAR-FILE
               END-IF
               IF QUAR-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN PATTQUAR, FILE STATUS "
                       QUAR-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT PATTERN-HOLD-FILE
               IF HOLD-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN PATTHOLD, FILE STATUS "
                       HOLD-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE PATTERN-HOLD-FILE
           END-IF
      *    IN SLICE MODE THE SUBSCRIBER FEEDS ARE CUT BY THE MERGE
      *    STEP FROM THE RECOMBINED STREAM, SO EACH SUBSCRIBER GETS
      *    ONE WHOLE FEED, NOT ONE FRAGMENT PER SLICE.
                               SET RESTART-MODE-YES TO TRUE
                               MOVE CKPT-LAST-RECORD-DONE
                                 TO CKPT-LAST-DONE
                               MOVE CKPT-CUTOFF-STAMP
                                 TO CKPT-CUTOFF-SAVE
                               MOVE CKPT-DEFER-CLASS
                                 TO CKPT-DEFER-CLASS-SAVE
                               DISPLAY "RESTART: SKIPPING REQUEST "
                                   "RECORDS 1 THROUGH " CKPT-LAST-DONE
                           END-IF
               IF SUB-COUNT > ZERO
                   PERFORM 189-FLUSH-SUB-EXPORTS
               END-IF
               IF RULES-ACTIVE-YES
                   CLOSE PATTERN-QUAR-FILE
                   OPEN EXTEND PATTERN-QUAR-FILE
                   IF QUAR-FILE-STATUS NOT = "00"
                       DISPLAY "UNABLE TO REOPEN PATTQUAR, FILE STATUS "
                           QUAR-FILE-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF
           OPEN OUTPUT PATTERN-CKPT-FILE
           IF CKPT-FILE-STATUS = "00"
               MOVE EXPORT-HASH-TOTAL TO CKPT-EXPORT-HASH
               MOVE RUN-SET-NAME TO CKPT-SET-NAME
               MOVE RUN-DATE TO CKPT-RUN-DATE
               IF CUTOFF-ACTIVE-YES
                   MOVE CUTOFF-STAMP TO CKPT-CUTOFF-STAMP
                   MOVE CUTOFF-DEFER-CLASS TO CKPT-DEFER-CLASS
               END-IF
               WRITE PATTERN-CKPT-RECORD
               CLOSE PATTERN-CKPT-FILE
           ELSE
           MOVE EXPORT-TRAILER TO PATTERN-EXPORT-RECORD
           WRITE PATTERN-EXPORT-RECORD
           CLOSE PATTERN-EXPORT-FILE
           IF RULES-ACTIVE-YES
               CLOSE PATTERN-QUAR-FILE
           END-IF
      *    THE TRAILER LOG IS APPENDED ONLY AT A CLEAN END OF JOB --
      *    AN ABENDED RUN NEVER REACHES HERE, SO A RESTARTED
      *    GENERATION IS LOGGED EXACTLY ONCE, WITH ITS FINAL COUNTS.
           IF ERROR-FILE-OPEN-YES
               CLOSE PATTERN-ERROR-FILE
           END-IF
           IF ERROR-LOG-OPEN-YES
               CLOSE PATTERN-ERROR-LOG
           END-IF
           IF TIMING-LOG-OPEN-YES
               MOVE "E" TO TIM-TYPE
               MOVE ZERO TO TIM-PATTERN
               MOVE ZERO TO TIM-SIZE
               MOVE SPACE TO TIM-FILL
               MOVE JOB-START-STAMP TO TIM-START
               MOVE FUNCTION CURRENT-DATE(1:16) TO TIM-END
               MOVE CTL-EXPORT-ROWS TO TIM-ROWS
               PERFORM 192-WRITE-TIMING-RECORD
               CLOSE PATTERN-TIMING-LOG
           END-IF
           IF ARCH-AVAILABLE-YES
               CLOSE PATTERN-ARCHIVE-FILE
           END-IF.
      *    END-OF-JOB BALANCING: CROSS-FOOT THE RUN'S COUNTS SO THE
      *    CONTROL-TOTAL REPORT PROVES EVERY PATTPARM RECORD IS
      *    ACCOUNTED FOR AND THE EXPORT FEED IS COMPLETE. ANY COUNT
      *    THAT DOES NOT FOOT FLAGS THE RUN OUT OF BALANCE. A REQUEST
      *    DEFERRED PAST THE CUTOFF IS ACCOUNTED FOR BY ITS PATTONCE
      *    ADD RECORD, NOT BY A DISPATCH.
           IF CTL-PARM-READ NOT =
                 CTL-RESTART-SKIPPED + CTL-DISPATCHED
                 + CTL-OVERRIDE-HOLDS + CTL-DEFERRED
               SET CTL-OUT-OF-BALANCE-YES TO TRUE
           END-IF
           IF CTL-DISPATCHED NOT = CTL-HEADERS-WRITTEN + CTL-REJECTED
           IF CTL-HEADERS-WRITTEN NOT = CTL-USAGE-LOGGED
               SET CTL-OUT-OF-BALANCE-YES TO TRUE
           END-IF
      *    A QUARANTINED GROUP WAS REPORTED BUT HELD OUT OF THE
      *    FEEDS, SO ITS ROWS ARE THE DIFFERENCE BETWEEN THE TWO.
           IF CTL-REPORT-ROWS NOT =
                 CTL-EXPORT-ROWS + CTL-QUARANTINE-ROWS
               SET CTL-OUT-OF-BALANCE-YES TO TRUE
           END-IF
      *    THE BALANCE VERDICT GRADES THE RUN EVEN IF THE CONTROL
                 TO CTL-DETAIL-TEXT
               MOVE CTL-OVERRIDE-HOLDS TO CTL-DETAIL-COUNT
               PERFORM 126-WRITE-CONTROL-DETAIL
               MOVE "  DEFERRED PAST CUTOFF TO PATTONCE.."
                 TO CTL-DETAIL-TEXT
               MOVE CTL-DEFERRED TO CTL-DETAIL-COUNT
               PERFORM 126-WRITE-CONTROL-DETAIL
               MOVE "PATTONCE ADD REQUESTS APPLIED......."
                 TO CTL-DETAIL-TEXT
               MOVE CTL-OVERRIDE-ADDS TO CTL-DETAIL-COUNT
                 TO CTL-DETAIL-TEXT
               MOVE CTL-EXPORT-ROWS TO CTL-DETAIL-COUNT
               PERFORM 126-WRITE-CONTROL-DETAIL
               MOVE "EXPORT ROWS QUARANTINED............."
                 TO CTL-DETAIL-TEXT
               MOVE CTL-QUARANTINE-ROWS TO CTL-DETAIL-COUNT
               PERFORM 126-WRITE-CONTROL-DETAIL
               MOVE "  IN GROUPS HELD IN PATTQUAR........"
                 TO CTL-DETAIL-TEXT
               MOVE CTL-QUARANTINE-GROUPS TO CTL-DETAIL-COUNT
               PERFORM 126-WRITE-CONTROL-DETAIL
               MOVE "USAGE LOG ENTRIES WRITTEN..........."
                 TO CTL-DETAIL-TEXT
               MOVE CTL-USAGE-LOGGED TO CTL-DETAIL-COUNT
                   MOVE "B" TO HIST-BALANCE
               END-IF
               MOVE RUN-SEVERITY TO HIST-SEVERITY
               MOVE CTL-DEFERRED TO HIST-DEFERRED
               MOVE SPACES TO PATTERN-HISTORY-RECORD
               MOVE HISTORY-LINE TO PATTERN-HISTORY-RECORD
               WRITE PATTERN-HISTORY-RECORD
      *    PER REQUEST RECORD, NO OPERATOR AT THE TERMINAL. REQUESTS
      *    COME FROM THE CALENDAR-SELECTED SET WHEN A RUN CALENDAR IS
      *    PRESENT, OTHERWISE FROM THE PATTPARM MEMBER AS ALWAYS.
      *    EITHER WAY THE REQUESTS RUN IN PRIORITY-CLASS ORDER.
      *    EACH COMPLETED RECORD IS CHECKPOINTED SO AN ABEND
      *    MID-MEMBER CAN BE RERUN WITHOUT REDOING THE RECORDS
      *    ALREADY DONE.
                           MOVE PARM-PATTERN-SELECTION
                             TO REQUEST-PATTERN
                           MOVE PARM-USR-SIZE TO REQUEST-SIZE
                           MOVE PARM-PRIORITY TO REQUEST-CLASS-IN
                           PERFORM 148-QUEUE-REQUEST
                   END-READ
               END-PERFORM
               PERFORM 149-RUN-QUEUED-REQUESTS
           END-IF
      *    ADD OVERRIDES QUEUE EXTRA REQUESTS BEHIND THE MEMBER'S
      *    OWN RECORDS FOR THIS RUN DATE ONLY; THE CONSUMED FLAGS
      *    ONLY THE RECORDS CARRYING THE SELECTED SET NAME TAKE PART
      *    IN THE RUN; THE REST OF THE PARMLIB IS PASSED OVER, SO ONE
      *    FILE HOLDS THE DAILY, WEEK-END AND MONTH-END SETS AT ONCE.
      *    THE SELECTED RECORDS ARE TABLED AND RUN CLASS BY CLASS,
      *    FILE ORDER WITHIN A CLASS. RECORD NUMBERING (AND SO THE
      *    CHECKPOINT) AND THE SLICE ORDINALS COUNT ONLY THE
      *    SELECTED RECORDS, IN THAT RUN ORDER, WHICH THE MEMBER
      *    ALONE DECIDES -- EVERY LEG AND EVERY RESTART DERIVES THE
      *    SAME SEQUENCE.
           IF SETS-FILE-OPEN-YES
               PERFORM UNTIL SETS-EOF-YES
                   READ PATTERN-SETS-FILE
                           IF SETS-SET-NAME = RUN-SET-NAME
                               MOVE SETS-PATTERN TO REQUEST-PATTERN
                               MOVE SETS-SIZE TO REQUEST-SIZE
                               MOVE SETS-PRIORITY TO REQUEST-CLASS-IN
                               PERFORM 148-QUEUE-REQUEST
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM 149-RUN-QUEUED-REQUESTS
      *    A SELECTED SET WITH NO RECORDS IS ALMOST ALWAYS A
      *    MISSPELLED SET NAME IN THE CALENDAR OR THE PARMLIB; AN
      *    EMPTY RUN MUST NOT LOOK LIKE A CLEAN ONE.
               END-IF
           END-IF.

       148-QUEUE-REQUEST.
      *    A FULL TABLE IS RUN OFF IN CLASS ORDER BEFORE THE NEXT
      *    RECORD IS TABLED, SO AN OVERSIZED MEMBER STILL RUNS, IN
      *    PRIORITY ORDER WITHIN EACH BLOCK OF RECORDS.
           IF REQUEST-COUNT = 1000
               DISPLAY "REQUEST TABLE FULL, RUNNING THE TABLED "
                   "REQUESTS BEFORE READING ON"
               MOVE 4 TO EXCEPTION-SEVERITY
               MOVE "REQUEST TABLE FULL, PRIORITY ORDER BY BLOCKS"
                 TO EXCEPTION-MESSAGE
               PERFORM 190-LOG-EXCEPTION
               PERFORM 149-RUN-QUEUED-REQUESTS
           END-IF
           PERFORM 198-EDIT-REQUEST-CLASS
           ADD 1 TO REQUEST-COUNT
           MOVE REQUEST-PATTERN TO RT-PATTERN(REQUEST-COUNT)
           MOVE REQUEST-SIZE TO RT-SIZE(REQUEST-COUNT)
           MOVE REQUEST-CLASS TO RT-CLASS(REQUEST-COUNT)
           MOVE REQUEST-CLASS-BAD TO RT-CLASS-BAD(REQUEST-COUNT).

       149-RUN-QUEUED-REQUESTS.
      *    ONE PASS OVER THE TABLE PER CLASS, MOST URGENT FIRST;
      *    WITHIN A CLASS THE MEMBER'S OWN ORDER IS KEPT.
           PERFORM VARYING REQUEST-PASS FROM 1 BY 1
             UNTIL REQUEST-PASS > 9
             AFTER REQUEST-IX FROM 1 BY 1
             UNTIL REQUEST-IX > REQUEST-COUNT
               IF RT-CLASS(REQUEST-IX) = REQUEST-PASS
                   MOVE RT-PATTERN(REQUEST-IX) TO REQUEST-PATTERN
                   MOVE RT-SIZE(REQUEST-IX) TO REQUEST-SIZE
                   MOVE RT-CLASS(REQUEST-IX) TO REQUEST-CLASS
                   MOVE RT-CLASS-BAD(REQUEST-IX) TO REQUEST-CLASS-BAD
                   PERFORM 133-BATCH-ONE-REQUEST
               END-IF
           END-PERFORM
           MOVE ZERO TO REQUEST-COUNT.

       133-BATCH-ONE-REQUEST.
           ADD 1 TO SLICE-ORDINAL
      *    THE HOLD CHECK RUNS BEFORE THE RESTART TEST SO OVERRIDE
             AND PARM-RECORD-NUMBER <= CKPT-LAST-DONE
               ADD 1 TO CTL-RESTART-SKIPPED
           ELSE
               IF REQUEST-CLASS-BAD-YES
                   MOVE REQUEST-PATTERN TO PATTERN-SELECTION
                   MOVE REQUEST-SIZE TO USR-SIZE
                   MOVE 4 TO EXCEPTION-SEVERITY
                   MOVE "INVALID PRIORITY CLASS, RUN AS CLASS 5"
                     TO EXCEPTION-MESSAGE
                   PERFORM 190-LOG-EXCEPTION
               END-IF
      *    THE CUTOFF IS TESTED AS EACH REQUEST COMES UP TO START,
      *    SO A REQUEST ALREADY RUNNING WHEN IT PASSES FINISHES. AN
      *    OVERRIDE ADD IS NEVER DEFERRED -- IT IS ALREADY A REQUEST
      *    SOMEBODY ASKED TO HAVE RUN ON THIS DATE.
               MOVE "N" TO REQUEST-DEFERRED
               IF CUTOFF-ACTIVE-YES
                 AND NOT ONCE-HELD-YES
                 AND REQUEST-SOURCE NOT = "PATTONCE"
                 AND REQUEST-CLASS >= CUTOFF-DEFER-CLASS
                 AND FUNCTION CURRENT-DATE(1:12) >= CUTOFF-STAMP
                   PERFORM 199-DEFER-REQUEST
               END-IF
               EVALUATE TRUE
                   WHEN ONCE-HELD-YES
                       ADD 1 TO CTL-OVERRIDE-HOLDS
                       MOVE PARM-RECORD-NUMBER TO CKPT-RECORD-DONE
                       PERFORM 118-WRITE-CHECKPOINT
                   WHEN REQUEST-DEFERRED-YES
                       MOVE PARM-RECORD-NUMBER TO CKPT-RECORD-DONE
                       PERFORM 118-WRITE-CHECKPOINT
                   WHEN OTHER
                       ADD 1 TO CTL-DISPATCHED
                       MOVE REQUEST-PATTERN TO PATTERN-SELECTION
                       MOVE REQUEST-SIZE TO USR-SIZE
                       MOVE SPACE TO USR-CONT
                       MOVE FUNCTION CURRENT-DATE(1:16)
                         TO REQUEST-START-STAMP
                       MOVE CTL-EXPORT-ROWS TO REQUEST-START-ROWS
                       PERFORM 132-ARCHIVE-LOOKUP
                       IF ARCH-HIT-YES
                           PERFORM 134-ARCHIVE-REPLAY
                           PERFORM 157-RESOLVE-HELD-GROUP
                       ELSE
                           PERFORM 140-DISPATCH-PATTERN
                           PERFORM 157-RESOLVE-HELD-GROUP
                           PERFORM 136-ARCHIVE-FINALIZE
                       END-IF
                       PERFORM 193-LOG-REQUEST-TIMING
                       MOVE PARM-RECORD-NUMBER TO CKPT-RECORD-DONE
                       PERFORM 118-WRITE-CHECKPOINT
               END-EVALUATE
           END-IF.

       198-EDIT-REQUEST-CLASS.
      *    A CLASS THAT IS NOT 1-9 MUST NOT STOP THE REQUEST OR DRIFT
      *    IT TO THE FRONT OR BACK OF THE RUN: IT RUNS AS THE BLANK
      *    DEFAULT, CLASS 5, AND IS REPORTED WHEN ITS TURN COMES.
           MOVE "N" TO REQUEST-CLASS-BAD
           EVALUATE TRUE
               WHEN REQUEST-CLASS-IN = SPACE
                   MOVE 5 TO REQUEST-CLASS
               WHEN REQUEST-CLASS-IN >= "1"
                 AND REQUEST-CLASS-IN <= "9"
                   MOVE REQUEST-CLASS-IN TO REQUEST-CLASS
               WHEN OTHER
                   MOVE 5 TO REQUEST-CLASS
                   SET REQUEST-CLASS-BAD-YES TO TRUE
           END-EVALUATE.

       199-DEFER-REQUEST.
      *    A DEFERRED REQUEST IS QUEUED AS A PATTONCE ADD FOR THE
      *    NEXT RUN DATE BEFORE IT IS COUNTED, SO A REQUEST IS NEVER
      *    BOTH SKIPPED TONIGHT AND MISSING TOMORROW. AN UNSLICED
      *    RUN APPENDS TO PATTONCE ITSELF AND TABLES THE RECORD SO
      *    THE END-OF-JOB REWRITE KEEPS IT; A SLICED LEG MUST NOT
      *    TOUCH THE SHARED MEMBER, SO IT WRITES ITS OWN PATTDEFR
      *    FILE AND PATTMRG APPENDS IT. A RECORD PAST THE 100 THE
      *    NEXT NIGHT'S 137-LOAD-OVERRIDES CAN HOLD WOULD BE ON FILE
      *    BUT NEVER LOADED, SO A FULL MEMBER COUNTS AS NOWHERE TO
      *    QUEUE IT, AND THE REQUEST RUNS LATE RATHER THAN BEING
      *    LOST.
           MOVE "N" TO DEFER-QUEUED
           MOVE DEFER-RUN-DATE TO DFR-RUN-DATE
           MOVE REQUEST-PATTERN TO DFR-PATTERN
           MOVE REQUEST-SIZE TO DFR-SIZE
           IF SLICE-MODE-YES
               OPEN EXTEND PATTERN-DEFER-FILE
               IF DEFER-FILE-STATUS NOT = "00"
                   OPEN OUTPUT PATTERN-DEFER-FILE
               END-IF
               IF DEFER-FILE-STATUS = "00"
                   MOVE DEFER-LINE TO PATTERN-DEFER-RECORD
                   WRITE PATTERN-DEFER-RECORD
                   CLOSE PATTERN-DEFER-FILE
                   SET DEFER-QUEUED-YES TO TRUE
               END-IF
           ELSE
               IF ONCE-AVAILABLE-YES
                 AND ONCE-COUNT < 100
                 AND NOT ONCE-OVERFLOW-YES
                   OPEN EXTEND PATTERN-ONCE-FILE
                   IF ONCE-FILE-STATUS = "00"
                       MOVE DEFER-LINE TO PATTERN-ONCE-RECORD
                       WRITE PATTERN-ONCE-RECORD
                       CLOSE PATTERN-ONCE-FILE
                       SET DEFER-QUEUED-YES TO TRUE
                       PERFORM 163-TABLE-DEFERRED-REQUEST
                   END-IF
               END-IF
           END-IF
           MOVE REQUEST-PATTERN TO PATTERN-SELECTION
           MOVE REQUEST-SIZE TO USR-SIZE
           MOVE 4 TO EXCEPTION-SEVERITY
           IF DEFER-QUEUED-YES
               SET REQUEST-DEFERRED-YES TO TRUE
               ADD 1 TO CTL-DEFERRED
               DISPLAY "CUTOFF PASSED: PATTERN " REQUEST-PATTERN
                   ", SIZE " REQUEST-SIZE " DEFERRED TO "
                   DFR-RUN-DATE
               MOVE SPACES TO EXCEPTION-MESSAGE
               STRING "DEFERRED TO " DELIMITED BY SIZE
                   DFR-RUN-DATE DELIMITED BY SIZE
                   ", CUTOFF " DELIMITED BY SIZE
                   CUTOFF-HHMM DELIMITED BY SIZE
                   " PASSED, CLASS " DELIMITED BY SIZE
                   REQUEST-CLASS DELIMITED BY SIZE
                 INTO EXCEPTION-MESSAGE
           ELSE
               DISPLAY "CUTOFF PASSED BUT REQUEST COULD NOT BE "
                   "DEFERRED, RUNNING IT LATE"
               MOVE "CUTOFF PASSED BUT NO DEFERRAL QUEUE, RUN LATE"
                 TO EXCEPTION-MESSAGE
           END-IF
           PERFORM 190-LOG-EXCEPTION.

       163-TABLE-DEFERRED-REQUEST.
      *    THE APPENDED RECORD IS TABLED SO THE END-OF-JOB REWRITE
      *    KEEPS IT. 199-DEFER-REQUEST ONLY APPENDS WHILE THE TABLE
      *    HAS ROOM, SO THE ENTRY ALWAYS FITS.
           ADD 1 TO ONCE-COUNT
           MOVE DEFER-LINE TO OT-RAW(ONCE-COUNT)
           MOVE "Y" TO OT-VALID(ONCE-COUNT)
           MOVE "N" TO OT-APPLIED(ONCE-COUNT)
           MOVE DFR-RUN-DATE TO OT-RUN-DATE(ONCE-COUNT)
           MOVE "ADD " TO OT-ACTION(ONCE-COUNT)
           MOVE DFR-PATTERN TO OT-PATTERN(ONCE-COUNT)
           MOVE DFR-SIZE TO OT-SIZE(ONCE-COUNT)
           MOVE SPACE TO OT-CONSUMED(ONCE-COUNT)
           MOVE SPACE TO OT-FILL(ONCE-COUNT).

       132-ARCHIVE-LOOKUP.
      *    A REQUEST IS SERVED FROM THE ARCHIVE WHEN A CONTROL RECORD
      *    EXISTS FOR ITS PATTERN/SIZE/FILL KEY. ON A MISS THE RUN
      *    GENERATES AS USUAL AND STORES EACH ROW AS IT GOES, SO THE
      *    SAME REQUEST IS A HIT TOMORROW NIGHT. ONLY REQUESTS THE
      *    DISPATCHER WOULD ACCEPT ARE LOOKED UP OR STORED.
      *    A TABLE-DRIVEN PATTERN IS ONLY A HIT WHEN THE CONTROL
      *    RECORD WAS PRODUCED BY THE DEFINITION VERSION IN EFFECT
      *    TONIGHT; AN ENTRY FROM AN OLDER VERSION IS A MISS AND IS
      *    REGENERATED AND STORED OVER. ENTRIES ARCHIVED BEFORE
      *    VERSIONS WERE STAMPED CARRY NONE AND ARE REGENERATED ONCE.
           MOVE "N" TO ARCH-HIT
           MOVE "N" TO ARCH-STORE
           MOVE ZERO TO ARCH-STALE-COUNT
           COMPUTE DEF-SLOT = PATTERN-SELECTION + 1
           IF PATTERN-SELECTION <= 9
               MOVE SPACES TO ARCH-DEF-VERSION
           ELSE
               MOVE DEF-EFFECTIVE(DEF-SLOT) TO ARCH-DEF-VERSION
           END-IF
           IF ARCH-AVAILABLE-YES
             AND (PATTERN-SELECTION <= 9
                  OR DEF-PRESENT-YES(DEF-SLOT))
               READ PATTERN-ARCHIVE-FILE
               IF ARCH-FILE-STATUS = "00"
                 AND ARCH-ROW-DATA(1:5) IS NUMERIC
                 AND ARCH-ROW-DATA(7:8) = ARCH-DEF-VERSION
                   SET ARCH-HIT-YES TO TRUE
                   MOVE ARCH-ROW-DATA(1:5) TO ARCH-CTL-COUNT
               ELSE
                   IF ARCH-FILE-STATUS = "00"
                     AND ARCH-ROW-DATA(1:5) IS NUMERIC
                       MOVE ARCH-ROW-DATA(1:5) TO ARCH-STALE-COUNT
                       DISPLAY "PATTARCH PATTERN " PATTERN-SELECTION
                           ", SIZE " USR-SIZE " IS DEFINITION VERSION "
                           ARCH-ROW-DATA(7:8) ", REGENERATING AS "
                           ARCH-DEF-VERSION
                   END-IF
      *    A SLICED LEG HOLDS THE ARCHIVE INPUT ONLY (SEE
      *    116-OPEN-ARCHIVE), SO A MISS IS GENERATED BUT NOT STORED.
                   IF NOT SLICE-MODE-YES
      *    THE CONTROL RECORD GOES IN LAST: A STORE THAT DIES PART
      *    WAY LEAVES ONLY ORPHAN ROWS, WHICH NEVER SATISFY A LOOKUP
      *    AND ARE OVERWRITTEN THE NEXT TIME THE KEY IS GENERATED.
      *    WHEN A NEW DEFINITION VERSION HAS FEWER ROWS THAN THE ONE
      *    IT REPLACES, THE OLD VERSION'S SURPLUS ROWS ARE DELETED
      *    FIRST SO THE CONTROL COUNT STILL MATCHES THE ROWS ON FILE.
           IF ARCH-STORE-YES
               IF ARCH-ROW-COUNT > ZERO
                   PERFORM VARYING ARCH-STALE-SEQ
                     FROM ARCH-ROW-COUNT BY 1
                     UNTIL ARCH-STALE-SEQ >= ARCH-STALE-COUNT
                       MOVE PATTERN-SELECTION TO ARCH-PATTERN
                       MOVE USR-SIZE TO ARCH-SIZE
                       MOVE FILL-CHAR TO ARCH-FILL
                       COMPUTE ARCH-ROW-SEQ = ARCH-STALE-SEQ + 1
                       DELETE PATTERN-ARCHIVE-FILE
                   END-PERFORM
                   MOVE PATTERN-SELECTION TO ARCH-PATTERN
                   MOVE USR-SIZE TO ARCH-SIZE
                   MOVE FILL-CHAR TO ARCH-FILL
                   MOVE SPACES TO ARCH-ROW-DATA
                   MOVE ARCH-ROW-COUNT TO ARCH-CTL-COUNT
                   MOVE ARCH-CTL-COUNT TO ARCH-ROW-DATA(1:5)
                   MOVE ARCH-DEF-VERSION TO ARCH-ROW-DATA(7:8)
                   PERFORM 138-ARCHIVE-WRITE-RECORD
               END-IF
               MOVE "N" TO ARCH-STORE
               MOVE ONCE-PATTERN TO OT-PATTERN(ONCE-COUNT)
               MOVE ONCE-SIZE TO OT-SIZE(ONCE-COUNT)
               MOVE ONCE-CONSUMED TO OT-CONSUMED(ONCE-COUNT)
               MOVE ONCE-FILL TO OT-FILL(ONCE-COUNT)
           ELSE
               MOVE "N" TO OT-VALID(ONCE-COUNT)
               MOVE SPACES TO OT-RUN-DATE(ONCE-COUNT)
               MOVE ZERO TO OT-PATTERN(ONCE-COUNT)
               MOVE ZERO TO OT-SIZE(ONCE-COUNT)
               MOVE SPACE TO OT-CONSUMED(ONCE-COUNT)
               MOVE SPACE TO OT-FILL(ONCE-COUNT)
               DISPLAY "PATTONCE RECORD INVALID, NOT APPLIED: "
                   PATTERN-ONCE-RECORD
               MOVE 4 TO EXCEPTION-SEVERITY
      *    IN MEMBER ORDER, SO THEIR RECORD NUMBERS (AND THE
      *    CHECKPOINT) COME OUT THE SAME ON A RESTART AS ON THE
      *    ORIGINAL RUN. EACH ONE GOES THROUGH THE NORMAL REQUEST
      *    PATH AND SO COUNTS IN EVERY CONTROL TOTAL. AN ADD MAY
      *    NAME ITS OWN FILL CHARACTER (A SUBSCRIBER REQUEST TAKEN
      *    IN BY PATTINTK); IT APPLIES TO THAT REQUEST ONLY, AND A
      *    BLANK FILL KEEPS THE RUN'S OWN.
           MOVE FILL-CHAR TO ONCE-FILL-SAVE
           PERFORM VARYING ONCE-IX FROM 1 BY 1
             UNTIL ONCE-IX > ONCE-COUNT
               IF OT-VALID(ONCE-IX) = "Y"
                   MOVE OT-PATTERN(ONCE-IX) TO REQUEST-PATTERN
                   MOVE OT-SIZE(ONCE-IX) TO REQUEST-SIZE
                   MOVE "PATTONCE" TO REQUEST-SOURCE
                   MOVE SPACE TO REQUEST-CLASS-IN
                   PERFORM 198-EDIT-REQUEST-CLASS
                   IF OT-FILL(ONCE-IX) NOT = SPACE
                       MOVE OT-FILL(ONCE-IX) TO FILL-CHAR
                   END-IF
                   PERFORM 133-BATCH-ONE-REQUEST
                   MOVE ONCE-FILL-SAVE TO FILL-CHAR
               END-IF
           END-PERFORM.

      *    APPLICATION IGNORES THE ON-FILE FLAG FOR THE CURRENT RUN
      *    DATE, SO IT DOES NOT MATTER WHICH LEG LOADS OR REWRITES
      *    THE MEMBER FIRST), SO ONLY SLICE ONE REWRITES IT --
      *    PARALLEL LEGS MUST NOT RACE ON THE SAME FILE. A CONSUMED
      *    RECORD FOR AN EARLIER RUN DATE CAN NEVER FIRE AGAIN, SO
      *    IT IS DROPPED HERE; OTHERWISE THE MEMBER ONLY GROWS AND,
      *    ONCE IT REACHES THE 100 RECORDS THE RUN CAN LOAD, NEW
      *    ADDS ARE NEVER READ AND PATTINTK REFUSES EVERY INTAKE.
      *    TONIGHT'S OWN CONSUMED RECORDS STAY FOR A SAME-DATE RERUN.
           MOVE ZERO TO ONCE-DROPPED
           IF ONCE-AVAILABLE-YES
             AND NOT ONCE-OVERFLOW-YES
             AND (NOT SLICE-MODE-YES OR SLICE-NUMBER = 1)
                   PERFORM VARYING ONCE-IX FROM 1 BY 1
                     UNTIL ONCE-IX > ONCE-COUNT
                       IF OT-VALID(ONCE-IX) = "Y"
                         AND OT-CONSUMED(ONCE-IX) = "Y"
                         AND OT-RUN-DATE(ONCE-IX) < RUN-DATE
                           ADD 1 TO ONCE-DROPPED
                       ELSE
                           PERFORM 188-WRITE-ONE-OVERRIDE
                       END-IF
                   END-PERFORM
                   CLOSE PATTERN-ONCE-FILE
                   IF ONCE-DROPPED > ZERO
                       DISPLAY "PATTONCE: " ONCE-DROPPED
                           " CONSUMED OVERRIDE(S) FOR EARLIER DATES "
                           "REMOVED"
                   END-IF
               ELSE
                   DISPLAY "UNABLE TO REWRITE PATTONCE, FILE STATUS "
                       ONCE-FILE-STATUS
               END-IF
               MOVE RUN-SEVERITY TO SUM-SEVERITY
               MOVE SLICE-COUNT TO SUM-SLICES
               MOVE CTL-QUARANTINE-GROUPS TO SUM-QUAR-GROUPS
               MOVE CTL-QUARANTINE-ROWS TO SUM-QUAR-ROWS
               MOVE CTL-DEFERRED TO SUM-DEFERRED
               MOVE SPACES TO PATTERN-SUMMARY-RECORD
               MOVE SUMMARY-LINE TO PATTERN-SUMMARY-RECORD
               WRITE PATTERN-SUMMARY-RECORD
               PERFORM 190-LOG-EXCEPTION
           END-IF.

       145-READ-CUTOFF-CARD.
      *    A RESTART KEEPS THE CUTOFF THE ORIGINAL RUN WORKED TO,
      *    EVEN IF THE CARD HAS SINCE BEEN CHANGED, SO THE REQUESTS
      *    STILL TO RUN ARE JUDGED AGAINST THE SAME WINDOW. CLASS 1
      *    CAN NEVER BE DEFERRED; AN INVALID CARD IS A WARNING AND
      *    THE RUN GOES ON WITH NO CUTOFF, AS IF THE DD WERE OMITTED.
           IF RESTART-MODE-YES
             AND CKPT-CUTOFF-SAVE IS NUMERIC
             AND CKPT-DEFER-CLASS-SAVE IS NUMERIC
               SET CUTOFF-ACTIVE-YES TO TRUE
               MOVE CKPT-CUTOFF-SAVE TO CUTOFF-STAMP
               MOVE CKPT-DEFER-CLASS-SAVE TO CUTOFF-DEFER-CLASS
               DISPLAY "RESTART: CUTOFF " CUTOFF-STAMP
                   " TAKEN FROM CHECKPOINT"
           ELSE
               OPEN INPUT PATTERN-CUTOFF-FILE
               IF CUTOFF-FILE-STATUS = "00"
                   READ PATTERN-CUTOFF-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CUT-TIME-IN IS NUMERIC
                               MOVE CUT-TIME-IN TO CUTOFF-TIME-WORK
                               IF CUTOFF-HH <= 23
                                 AND CUTOFF-MM <= 59
                                 AND (CUT-CLASS-IN = SPACE
                                   OR (CUT-CLASS-IN >= "2"
                                   AND CUT-CLASS-IN <= "9"))
                                   PERFORM 161-SET-CUTOFF-STAMP
                               END-IF
                           END-IF
                           IF NOT CUTOFF-ACTIVE-YES
                               DISPLAY "PATTCUT CARD INVALID, "
                                   "NO CUTOFF APPLIED"
                               MOVE 4 TO EXCEPTION-SEVERITY
                               MOVE "INVALID CUTOFF CARD, NONE APPLIED"
                                 TO EXCEPTION-MESSAGE
                               PERFORM 190-LOG-EXCEPTION
                           END-IF
                   END-READ
                   CLOSE PATTERN-CUTOFF-FILE
               END-IF
           END-IF
      *    DEFERRED REQUESTS ARE QUEUED FOR THE DAY AFTER THE RUN
      *    DATE, SO A RERUN PINNED TO AN EARLIER DATE QUEUES THEM
      *    FOR THAT DATE'S NEXT NIGHT, NOT FOR TOMORROW.
           IF CUTOFF-ACTIVE-YES
               MOVE RUN-DATE TO DEFER-RUN-DATE
               COMPUTE DEFER-RUN-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(DEFER-RUN-DATE) + 1)
           END-IF.

       161-SET-CUTOFF-STAMP.
      *    THE CUTOFF IS A WALL-CLOCK TIME: ONE EARLIER THAN THE
      *    JOB START MEANS THAT TIME TOMORROW MORNING.
           SET CUTOFF-ACTIVE-YES TO TRUE
           IF CUT-CLASS-IN = SPACE
               MOVE 6 TO CUTOFF-DEFER-CLASS
           ELSE
               MOVE CUT-CLASS-IN TO CUTOFF-DEFER-CLASS
           END-IF
           MOVE JOB-START-STAMP(1:8) TO CUTOFF-STAMP(1:8)
           MOVE CUTOFF-TIME-WORK TO CUTOFF-HHMM
           IF CUTOFF-STAMP(9:4) < JOB-START-STAMP(9:4)
               COMPUTE CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(CUTOFF-DATE) + 1)
           END-IF
           DISPLAY "BATCH WINDOW CUTOFF " CUTOFF-STAMP ", CLASS "
               CUTOFF-DEFER-CLASS " AND BELOW DEFERRED AFTER IT".

       146-READ-SLICE-CARD.
      *    THE SLICE CARD SAYS WHICH LEG OF HOW MANY THIS EXECUTION
      *    IS. AN INVALID CARD MUST NOT LET THE LEG QUIETLY RUN THE
           PERFORM 162-START-REPORT-PAGE
           ADD 1 TO CTL-HEADERS-WRITTEN
           IF EXPORT-YES
               IF RULES-ACTIVE-YES
                   PERFORM 155-START-HELD-GROUP
               END-IF
               MOVE PATTERN-SELECTION TO EGH-PATTERN
               MOVE USR-SIZE TO EGH-SIZE
               MOVE FILL-CHAR TO EGH-FILL
                   MOVE SLICE-ORDINAL-OUT
                     TO PATTERN-EXPORT-RECORD(9:7)
               END-IF
               PERFORM 195-WRITE-EXPORT-RECORD
               ADD 1 TO EXPORT-GH-COUNT
               IF SUB-COUNT > ZERO
                   PERFORM 165-SUB-GROUP-HEADERS
               SET SUB-ROW-ACTIVE-YES(SUB-IX) TO TRUE
               MOVE SPACES TO SUB-OUT-RECORD
               MOVE EXPORT-GROUP-HEADER TO SUB-OUT-RECORD
               PERFORM 196-WRITE-SUB-GROUP-RECORD
               ADD 1 TO SUB-GH-COUNT(SUB-IX)
               MOVE SPACES TO SUB-LINE(SUB-IX)
               MOVE 1 TO SUB-PTR(SUB-IX)
               MOVE SPACES TO SUB-OUT-RECORD
               MOVE "DT" TO SUB-OUT-RECORD(1:2)
               MOVE SUB-LINE(SUB-IX) TO SUB-OUT-RECORD(3:3998)
               PERFORM 196-WRITE-SUB-GROUP-RECORD
               ADD 1 TO SUB-DT-COUNT(SUB-IX)
               MOVE SPACES TO SUB-LINE(SUB-IX)
               MOVE 1 TO SUB-PTR(SUB-IX)
               END-STRING
               ADD CTR2-OUT TO EXPORT-HASH-TOTAL
           END-IF
           IF RULE-HOLD-YES
               PERFORM 197-TRACK-RULE-VALUE
           END-IF
           IF SUB-COUNT > ZERO
               PERFORM 167-SUB-APPEND-VALUES
           END-IF
           END-IF.

       186-EXPORT-WRITE-ROW.
           IF RULE-HOLD-YES
               PERFORM 156-CHECK-ROW-RULES
           END-IF
           IF EXPORT-YES
               IF EXPORT-TRUNCATED-YES
                   DISPLAY "WARNING: EXPORT ROW TRUNCATED AT 4000 "
               MOVE SPACES TO PATTERN-EXPORT-RECORD
               MOVE "DT" TO PATTERN-EXPORT-RECORD(1:2)
               MOVE EXPORT-LINE TO PATTERN-EXPORT-RECORD(3:3998)
               PERFORM 195-WRITE-EXPORT-RECORD
               ADD 1 TO CTL-EXPORT-ROWS
               ADD 1 TO EXPORT-DT-COUNT
               MOVE SPACES TO EXPORT-LINE
               MOVE 1 TO ARCH-PTR
           END-IF.

       188-WRITE-ONE-OVERRIDE.
           IF OT-VALID(ONCE-IX) = "Y"
               MOVE SPACES TO PATTERN-ONCE-RECORD
               MOVE OT-RUN-DATE(ONCE-IX) TO ONCE-RUN-DATE
               MOVE OT-ACTION(ONCE-IX) TO ONCE-ACTION
               MOVE OT-PATTERN(ONCE-IX) TO ONCE-PATTERN
               MOVE OT-SIZE(ONCE-IX) TO ONCE-SIZE
               MOVE OT-CONSUMED(ONCE-IX) TO ONCE-CONSUMED
               MOVE OT-FILL(ONCE-IX) TO ONCE-FILL
           ELSE
      *    AN INVALID RECORD GOES BACK OUT EXACTLY AS IT CAME IN,
      *    FOR THE OPERATOR TO CORRECT OR REMOVE.
               MOVE OT-RAW(ONCE-IX) TO PATTERN-ONCE-RECORD
           END-IF
           WRITE PATTERN-ONCE-RECORD.

       190-LOG-EXCEPTION.
      *    EVERY EXCEPTION FUNNELS THROUGH HERE: THE WORST SEVERITY
      *    SEEN BECOMES THE JOB'S CONDITION CODE, AND IN BATCH MODE
           IF EXCEPTION-SEVERITY > RUN-SEVERITY
               MOVE EXCEPTION-SEVERITY TO RUN-SEVERITY
           END-IF
           IF ERROR-FILE-OPEN-YES OR ERROR-LOG-OPEN-YES
               IF EXCEPTION-SEVERITY >= 8
                   MOVE "FAIL" TO ERR-SEVERITY
               ELSE
                   MOVE ZERO TO ERR-SIZE
               END-IF
               MOVE EXCEPTION-MESSAGE TO ERR-MESSAGE
           END-IF
           IF ERROR-FILE-OPEN-YES
               MOVE ERROR-DETAIL-LINE TO PATTERN-ERROR-RECORD
               WRITE PATTERN-ERROR-RECORD
           END-IF
           IF ERROR-LOG-OPEN-YES
               MOVE RUN-DATE TO ERL-RUN-DATE
               IF RUN-SET-NAME = SPACES
                   MOVE "PATTPARM" TO ERL-SET-NAME
               ELSE
                   MOVE RUN-SET-NAME TO ERL-SET-NAME
               END-IF
               MOVE SLICE-NUMBER TO ERL-SLICE
               MOVE FUNCTION CURRENT-DATE(9:6) TO ERL-TIME
               MOVE ERROR-DETAIL-LINE TO ERL-DETAIL
               MOVE ERROR-LOG-LINE TO PATTERN-ERROR-LOG-RECORD
               WRITE PATTERN-ERROR-LOG-RECORD
           END-IF.

       191-OPEN-TIMING-LOG.
      *    TIMING IS MEASUREMENT, NOT OUTPUT: A LOG THAT CANNOT BE
      *    OPENED IS REPORTED AND THE RUN CARRIES ON UNTIMED.
           OPEN EXTEND PATTERN-TIMING-LOG
           IF TIMING-LOG-STATUS NOT = "00"
               OPEN OUTPUT PATTERN-TIMING-LOG
           END-IF
           IF TIMING-LOG-STATUS = "00"
               SET TIMING-LOG-OPEN-YES TO TRUE
           ELSE
               DISPLAY "PATTTIME UNAVAILABLE, FILE STATUS "
                   TIMING-LOG-STATUS ", RUN NOT TIMED"
           END-IF.

       192-WRITE-TIMING-RECORD.
           MOVE RUN-DATE TO TIM-RUN-DATE
           IF RUN-SET-NAME = SPACES
               MOVE "PATTPARM" TO TIM-SET-NAME
           ELSE
               MOVE RUN-SET-NAME TO TIM-SET-NAME
           END-IF
           MOVE SLICE-NUMBER TO TIM-SLICE
           MOVE TIMING-LINE TO PATTERN-TIMING-RECORD
           WRITE PATTERN-TIMING-RECORD.

       193-LOG-REQUEST-TIMING.
           IF TIMING-LOG-OPEN-YES
               IF ARCH-HIT-YES
                   MOVE "R" TO TIM-TYPE
               ELSE
                   MOVE "G" TO TIM-TYPE
               END-IF
               MOVE REQUEST-PATTERN TO TIM-PATTERN
               MOVE REQUEST-SIZE TO TIM-SIZE
               MOVE FILL-CHAR TO TIM-FILL
               MOVE REQUEST-START-STAMP TO TIM-START
               MOVE FUNCTION CURRENT-DATE(1:16) TO TIM-END
               COMPUTE TIM-ROWS =
                   CTL-EXPORT-ROWS - REQUEST-START-ROWS
               PERFORM 192-WRITE-TIMING-RECORD
           END-IF.

       194-RELEASE-HELD-GROUP.
      *    A GROUP THAT PASSED ITS RULES GOES OUT IN THE ORDER IT WAS
      *    PRODUCED. ITS COUNTS WERE ALREADY TAKEN AS IT WAS HELD.
           OPEN INPUT PATTERN-HOLD-FILE
           IF HOLD-FILE-STATUS = "00"
               MOVE "N" TO HOLD-EOF
               PERFORM UNTIL HOLD-EOF-YES
                   READ PATTERN-HOLD-FILE
                       AT END
                           SET HOLD-EOF-YES TO TRUE
                       NOT AT END
                           IF HOLD-TARGET = ZERO
                               MOVE HOLD-RECORD
                                 TO PATTERN-EXPORT-RECORD
                               WRITE PATTERN-EXPORT-RECORD
                           ELSE
                               MOVE HOLD-TARGET TO SUB-IX
                               MOVE HOLD-RECORD TO SUB-OUT-RECORD
                               PERFORM 183-WRITE-SUB-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PATTERN-HOLD-FILE
           ELSE
               DISPLAY "UNABLE TO REREAD PATTHOLD, FILE STATUS "
                   HOLD-FILE-STATUS
               MOVE 8 TO EXCEPTION-SEVERITY
               MOVE "CHECKED GROUP NOT WRITTEN, PATTHOLD UNREADABLE"
                 TO EXCEPTION-MESSAGE
               PERFORM 190-LOG-EXCEPTION
           END-IF.

       195-WRITE-EXPORT-RECORD.
           IF RULE-HOLD-YES
               MOVE ZERO TO HOLD-TARGET
               MOVE PATTERN-EXPORT-RECORD TO HOLD-RECORD
               WRITE PATTERN-HOLD-RECORD
           ELSE
               WRITE PATTERN-EXPORT-RECORD
           END-IF.

       196-WRITE-SUB-GROUP-RECORD.
           IF RULE-HOLD-YES
               MOVE SUB-IX TO HOLD-TARGET
               MOVE SUB-OUT-RECORD TO HOLD-RECORD
               WRITE PATTERN-HOLD-RECORD
           ELSE
               PERFORM 183-WRITE-SUB-RECORD
           END-IF.

       197-TRACK-RULE-VALUE.
           IF RULE-ROW-CELLS = ZERO
               MOVE CTR2-OUT TO RULE-ROW-FIRST
           END-IF
           ADD 1 TO RULE-ROW-CELLS
           MOVE CTR2-OUT TO RULE-ROW-LAST
           ADD CTR2-OUT TO RULE-ROW-SUM
           IF CTR2-OUT > RULE-GROUP-MAX
               MOVE CTR2-OUT TO RULE-GROUP-MAX
           END-IF.

       200-DOWN-ASCENDING-PATTERN.
