       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATTINTK.
      ******************************
      *AUTHOR:     JACKIE MARCANO  *
      ******************************
      *    SUBSCRIBER REQUEST INTAKE. READS THE PATTREQ TRANSACTIONS
      *    THE RECEIVING AREAS DROP OFF -- SUBSCRIBER ID, REQUESTED
      *    RUN DATE, PATTERN, SIZE AND FILL CHARACTER -- AND QUEUES
      *    EACH ACCEPTED ONE AS A PATTONCE ADD FOR ITS DATE, SO NO
      *    OPERATOR KEYS IT BY HAND. EVERY TRANSACTION IS EDITED:
      *      - THE SUBSCRIBER MUST HAVE A PATTSUBS PROFILE AND THE
      *        PATTERN MUST BE ON ITS PATTERN LIST (OR LIST "ALL")
      *      - THE RUN DATE MUST BE A REAL DATE, TODAY OR LATER
      *      - PATTERN CODED 0-9 OR DEFINED IN PATTDEF BY A VERSION
      *        IN EFFECT ON THE RUN DATE, SIZE 1-999 -- THE SAME
      *        PATTERN/SIZE EDITS PATTVAL APPLIES
      *      - THE FILL CHARACTER MAY NOT BE A COMMA, WHICH WOULD
      *        BREAK THE CSV FEEDS; BLANK TAKES THE RUN'S OWN FILL
      *    A REQUEST THE CALENDAR-SELECTED PATTSETS SET ALREADY RUNS
      *    ON THAT DATE, OR ONE ALREADY QUEUED IN PATTONCE, IS NOT
      *    QUEUED AGAIN; IT IS ACCEPTED WITH A REASON CODE SAYING
      *    WHY, SINCE IT WILL RUN. EVERY TRANSACTION GETS AN ACCEPT
      *    OR REJECT RECORD IN ITS SUBSCRIBER'S RESPONSE FILE:
      *    PATTSUBS PROFILE RECORD N ANSWERS THROUGH PATTRSP-N, THE
      *    SAME NUMBERING AS THE PATTSUB-N FEEDS. REASON CODES:
      *      00 ACCEPTED AND QUEUED FOR THE RUN DATE
      *      10 ACCEPTED, ALREADY IN THE SET SCHEDULED FOR THE DATE
      *      11 ACCEPTED, ALREADY QUEUED IN PATTONCE FOR THE DATE
      *      01 SUBSCRIBER HAS NO PATTSUBS PROFILE
      *      02 RUN DATE IS NOT A REAL DATE
      *      03 RUN DATE HAS ALREADY PASSED
      *      04 PATTERN NOT CODED 0-9 NOR DEFINED FOR THE RUN DATE
      *      05 PATTERN NOT ON THE SUBSCRIBER'S PATTSUBS LIST
      *      06 SIZE NOT NUMERIC OR OUTSIDE 1-999
      *      07 FILL CHARACTER NOT ALLOWED
      *      08 PATTONCE QUEUE FULL, RESUBMIT LATER
      *    PATTONCE IS EXTENDED, NEVER REWRITTEN; THE NIGHTLY RUN
      *    LOADS AT MOST 100 OVERRIDE RECORDS, SO THE QUEUE IS NOT
      *    FILLED PAST THAT. THE PATINTR REPORT LISTS EVERY
      *    TRANSACTION AND ITS OUTCOME. CONDITION CODES: 00 ALL
      *    ACCEPTED, 04 SOME REJECTED, 08 A RESPONSE COULD NOT BE
      *    WRITTEN OR A TRANSACTION CAME FROM AN UNKNOWN SUBSCRIBER,
      *    12 A REQUIRED FILE COULD NOT BE OPENED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATTERN-REQUEST-FILE ASSIGN TO "PATTREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUEST-FILE-STATUS.
           SELECT PATTERN-SUBS-FILE ASSIGN TO "PATTSUBS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBS-FILE-STATUS.
           SELECT PATTERN-DEF-FILE ASSIGN TO "PATTDEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEF-FILE-STATUS.
           SELECT PATTERN-CAL-FILE ASSIGN TO "PATTCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT PATTERN-SETS-FILE ASSIGN TO "PATTSETS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETS-FILE-STATUS.
           SELECT PATTERN-ONCE-FILE ASSIGN TO "PATTONCE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ONCE-FILE-STATUS.
           SELECT SUB1-RESPONSE-FILE ASSIGN TO "PATTRSP1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RSP1-FILE-STATUS.
           SELECT SUB2-RESPONSE-FILE ASSIGN TO "PATTRSP2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RSP2-FILE-STATUS.
           SELECT SUB3-RESPONSE-FILE ASSIGN TO "PATTRSP3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RSP3-FILE-STATUS.
           SELECT SUB4-RESPONSE-FILE ASSIGN TO "PATTRSP4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RSP4-FILE-STATUS.
           SELECT INTAKE-REPORT-FILE ASSIGN TO "PATINTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATTERN-REQUEST-FILE
           RECORDING MODE IS F.
       01  PATTERN-REQUEST-RECORD.
           05  TRQ-SUB-ID             PIC X(8).
           05  FILLER                 PIC X.
           05  TRQ-RUN-DATE           PIC X(8).
           05  FILLER                 PIC X.
           05  TRQ-PATTERN            PIC XX.
           05  FILLER                 PIC X.
           05  TRQ-SIZE               PIC XXX.
           05  FILLER                 PIC X.
           05  TRQ-FILL               PIC X.

       FD  PATTERN-SUBS-FILE
           RECORDING MODE IS F.
       01  PATTERN-SUBS-RECORD.
           05  SUBS-ID                PIC X(8).
           05  FILLER                 PIC X.
           05  SUBS-FORMAT            PIC X(3).
           05  FILLER                 PIC X.
           05  SUBS-PATTERNS          PIC X(30).

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

       FD  PATTERN-CAL-FILE
           RECORDING MODE IS F.
       01  PATTERN-CAL-RECORD.
           05  CAL-RULE-TYPE          PIC X(4).
           05  FILLER                 PIC X.
           05  CAL-RULE-VALUE         PIC X(8).
           05  FILLER                 PIC X.
           05  CAL-SET-NAME           PIC X(8).

       FD  PATTERN-SETS-FILE
           RECORDING MODE IS F.
       01  PATTERN-SETS-RECORD.
           05  SETS-SET-NAME          PIC X(8).
           05  FILLER                 PIC X.
           05  SETS-PATTERN           PIC XX.
           05  SETS-SIZE              PIC XXX.

       FD  PATTERN-ONCE-FILE
           RECORDING MODE IS F.
       01  PATTERN-ONCE-RECORD.
           05  ONCE-RUN-DATE          PIC X(8).
           05  FILLER                 PIC X.
           05  ONCE-ACTION            PIC X(4).
           05  FILLER                 PIC X.
           05  ONCE-PATTERN           PIC XX.
           05  ONCE-SIZE              PIC XXX.
           05  FILLER                 PIC X.
           05  ONCE-CONSUMED          PIC X.
           05  FILLER                 PIC X.
           05  ONCE-FILL              PIC X.

       FD  SUB1-RESPONSE-FILE
           RECORDING MODE IS F.
       01  SUB1-RESPONSE-RECORD       PIC X(80).

       FD  SUB2-RESPONSE-FILE
           RECORDING MODE IS F.
       01  SUB2-RESPONSE-RECORD       PIC X(80).

       FD  SUB3-RESPONSE-FILE
           RECORDING MODE IS F.
       01  SUB3-RESPONSE-RECORD       PIC X(80).

       FD  SUB4-RESPONSE-FILE
           RECORDING MODE IS F.
       01  SUB4-RESPONSE-RECORD       PIC X(80).

       FD  INTAKE-REPORT-FILE
           RECORDING MODE IS F.
       01  INTAKE-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  REQUEST-FILE-STATUS     PIC XX      VALUE "00".
       01  SUBS-FILE-STATUS        PIC XX      VALUE "00".
       01  DEF-FILE-STATUS         PIC XX      VALUE "00".
       01  CAL-FILE-STATUS         PIC XX      VALUE "00".
       01  SETS-FILE-STATUS        PIC XX      VALUE "00".
       01  ONCE-FILE-STATUS        PIC XX      VALUE "00".
       01  RSP1-FILE-STATUS        PIC XX      VALUE "00".
       01  RSP2-FILE-STATUS        PIC XX      VALUE "00".
       01  RSP3-FILE-STATUS        PIC XX      VALUE "00".
       01  RSP4-FILE-STATUS        PIC XX      VALUE "00".
       01  RSP-FILE-STATUS         PIC XX      VALUE "00".
       01  REPORT-FILE-STATUS      PIC XX      VALUE "00".
       01  REQUEST-EOF             PIC X       VALUE "N".
           88  REQUEST-EOF-YES     VALUE "Y".
       01  SUBS-EOF                PIC X       VALUE "N".
           88  SUBS-EOF-YES        VALUE "Y".
       01  DEF-EOF                 PIC X       VALUE "N".
           88  DEF-EOF-YES         VALUE "Y".
       01  CAL-EOF                 PIC X       VALUE "N".
           88  CAL-EOF-YES         VALUE "Y".
       01  SETS-EOF                PIC X       VALUE "N".
           88  SETS-EOF-YES        VALUE "Y".
       01  ONCE-EOF                PIC X       VALUE "N".
           88  ONCE-EOF-YES        VALUE "Y".
       01  TODAY-DATE              PIC X(8)    VALUE SPACES.
      *    THE NIGHTLY RUN'S OWN FILL CHARACTER. A SET REQUEST ALWAYS
      *    RUNS WITH IT, SO ONLY A TRANSACTION ASKING FOR THE SAME
      *    FILL (OR LEAVING IT BLANK) DUPLICATES A SET REQUEST.
       01  BATCH-FILL-CHAR         PIC X       VALUE "*".
       01  REQUEST-FILL            PIC X       VALUE SPACE.
      *    THE PATTSUBS PROFILES, IN FILE ORDER; PROFILE N ANSWERS
      *    THROUGH PATTRSP-N. PARSED WITH THE SAME RULES AS PATTCBL
      *    121-LOAD-ONE-SUBSCRIBER: "ALL" OR A LIST OF TWO-DIGIT
      *    PATTERN NUMBERS; SLOT IS PATTERN NUMBER PLUS 1.
       01  SUB-TABLE.
           05  SUB-ENTRY           OCCURS 4 TIMES.
               10  SUB-ID          PIC X(8).
               10  SUB-RSP-OPEN    PIC X.
                   88  SUB-RSP-OPEN-YES VALUE "Y".
               10  SUB-ACCEPTED    PIC 9(5).
               10  SUB-REJECTED    PIC 9(5).
               10  SUB-PATTERN-FLAG OCCURS 100 TIMES
                                       PIC X.
       01  SUB-COUNT               PIC 9       VALUE ZERO.
       01  SUB-IX                  PIC 9       VALUE ZERO.
       01  SUB-FOUND-IX            PIC 9       VALUE ZERO.
       01  SUB-PATTERN-SLOT        PIC 999     VALUE ZERO.
       01  SUB-PARSE-PTR           PIC 99      VALUE 1.
       01  SUB-PARSE-TOKEN         PIC XX.
       01  SUB-PARSE-END           PIC X       VALUE "N".
           88  SUB-PARSE-END-YES   VALUE "Y".
      *    THE EARLIEST EFFECTIVE DATE OF ANY VALID PATTDEF VERSION
      *    OF EACH NUMBER (00000000 FOR AN UNDATED ONE): A NUMBER IS
      *    DEFINED FOR A RUN DATE ON OR AFTER IT. SLOT IS PATTERN
      *    NUMBER PLUS 1; HIGH-VALUES MEANS NEVER DEFINED.
       01  DEF-EARLIEST-TABLE.
           05  DEF-EARLIEST        OCCURS 100 TIMES
                                       PIC X(8).
       01  DEF-SLOT                PIC 999     VALUE ZERO.
       01  DEF-VERSION-WORK        PIC X(8)    VALUE SPACES.
      *    CALENDAR RULES AND SET RECORDS ARE HELD IN STORAGE SO THE
      *    SET SCHEDULED FOR EACH TRANSACTION'S OWN DATE CAN BE
      *    RESOLVED THE WAY PATTCBL 112-RESOLVE-RUN-SET RESOLVES IT.
       01  CAL-TABLE.
           05  CAL-ENTRY           OCCURS 200 TIMES.
               10  CT-TYPE         PIC X(4).
               10  CT-VALUE        PIC X(8).
               10  CT-SET-NAME     PIC X(8).
       01  CAL-COUNT               PIC 999     VALUE ZERO.
       01  CAL-IX                  PIC 999     VALUE ZERO.
       01  SETS-TABLE.
           05  SETS-ENTRY          OCCURS 1000 TIMES.
               10  ST-SET-NAME     PIC X(8).
               10  ST-PATTERN      PIC XX.
               10  ST-SIZE         PIC XXX.
       01  SETS-COUNT              PIC 9(4)    VALUE ZERO.
       01  SETS-IX                 PIC 9(4)    VALUE ZERO.
       01  RULE-RANK               PIC 9       VALUE ZERO.
       01  DATE-SET-NAME           PIC X(8)    VALUE SPACES.
       01  DATE-INTEGER            PIC 9(7)    VALUE ZERO.
       01  DATE-DOW-NUM            PIC 9       VALUE ZERO.
       01  DATE-DOW-NAME           PIC XXX     VALUE SPACES.
       01  DOW-NAME-LIST           PIC X(21)
           VALUE "MONTUEWEDTHUFRISATSUN".
       01  DOW-NAME-TABLE REDEFINES DOW-NAME-LIST.
           05  DOW-NAME            OCCURS 7 TIMES
                                       PIC XXX.
       01  EDIT-DATE-NUM           PIC 9(8)    VALUE ZERO.
       01  EDIT-DATE-PARTS REDEFINES EDIT-DATE-NUM.
           05  EDIT-YEAR           PIC 9(4).
           05  EDIT-MONTH          PIC 99.
           05  EDIT-DAY            PIC 99.
       01  EDIT-DATE-VALID         PIC X       VALUE "Y".
           88  EDIT-DATE-VALID-YES VALUE "Y".
       01  MONTH-DAYS-LIST         PIC X(24)
           VALUE "312831303130313130313031".
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-LIST.
           05  MONTH-DAYS          OCCURS 12 TIMES
                                       PIC 99.
       01  MONTH-DAY-MAX           PIC 99      VALUE ZERO.
      *    THE ADD OVERRIDES ALREADY ON PATTONCE PLUS THOSE QUEUED
      *    BY THIS RUN, FOR THE ALREADY-QUEUED CHECK. ONCE-RECORDS
      *    COUNTS EVERY RECORD ON THE MEMBER, WHATEVER ITS ACTION,
      *    AGAINST THE NIGHTLY RUN'S 100-RECORD LOAD LIMIT.
       01  QUEUE-TABLE.
           05  QUEUE-ENTRY         OCCURS 100 TIMES.
               10  QT-RUN-DATE     PIC X(8).
               10  QT-PATTERN      PIC XX.
               10  QT-SIZE         PIC XXX.
               10  QT-FILL         PIC X.
       01  QUEUE-COUNT             PIC 999     VALUE ZERO.
       01  QUEUE-IX                PIC 999     VALUE ZERO.
       01  ONCE-RECORDS            PIC 999     VALUE ZERO.
       01  ONCE-LIMIT              PIC 999     VALUE 100.
       01  REASON-CODE             PIC XX      VALUE SPACES.
       01  REASON-TEXT             PIC X(44)   VALUE SPACES.
       01  RESPONSE-STATUS         PIC X(3)    VALUE SPACES.
       01  REQUESTS-READ           PIC 9(7)    VALUE ZERO.
       01  REQUESTS-QUEUED         PIC 9(7)    VALUE ZERO.
       01  REQUESTS-IN-SET         PIC 9(7)    VALUE ZERO.
       01  REQUESTS-IN-QUEUE       PIC 9(7)    VALUE ZERO.
       01  REQUESTS-REJECTED       PIC 9(7)    VALUE ZERO.
       01  UNKNOWN-SUBSCRIBERS     PIC 9(7)    VALUE ZERO.
       01  RESPONSES-LOST          PIC 9(7)    VALUE ZERO.
       01  RESPONSE-LINE.
           05  RSP-SUB-ID          PIC X(8).
           05  FILLER              PIC X       VALUE SPACE.
           05  RSP-RUN-DATE        PIC X(8).
           05  FILLER              PIC X       VALUE SPACE.
           05  RSP-PATTERN         PIC XX.
           05  FILLER              PIC X       VALUE SPACE.
           05  RSP-SIZE            PIC XXX.
           05  FILLER              PIC X       VALUE SPACE.
           05  RSP-FILL            PIC X.
           05  FILLER              PIC X       VALUE SPACE.
           05  RSP-STATUS          PIC X(3).
           05  FILLER              PIC X       VALUE SPACE.
           05  RSP-REASON          PIC XX.
           05  FILLER              PIC X       VALUE SPACE.
           05  RSP-TEXT            PIC X(44).
           05  FILLER              PIC X(2)    VALUE SPACES.
       01  HEADING-LINE.
           05  FILLER              PIC X(36)
               VALUE "SUBSCRIBER REQUEST INTAKE REPORT  ".
           05  FILLER              PIC X(10)
               VALUE "RUN DATE: ".
           05  HL-TODAY            PIC X(8).
           05  FILLER              PIC X(78)   VALUE SPACES.
       01  SUMMARY-LINE.
           05  SUMMARY-TEXT        PIC X(44).
           05  SUMMARY-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(79)   VALUE SPACES.

       PROCEDURE DIVISION.

       100-MAIN.
           PERFORM 110-OPEN-FILES
           PERFORM 120-LOAD-SUBSCRIBERS
           PERFORM 130-LOAD-PATTERN-DEFS
           PERFORM 140-LOAD-CALENDAR
           PERFORM 150-LOAD-SETS
           PERFORM 160-LOAD-OVERRIDES
           PERFORM 170-OPEN-RESPONSES
           PERFORM UNTIL REQUEST-EOF-YES
               READ PATTERN-REQUEST-FILE
                   AT END
                       SET REQUEST-EOF-YES TO TRUE
                   NOT AT END
                       ADD 1 TO REQUESTS-READ
                       PERFORM 200-EDIT-TRANSACTION
               END-READ
           END-PERFORM
           PERFORM 600-WRITE-SUMMARY
           PERFORM 180-CLOSE-FILES
           EVALUATE TRUE
               WHEN RESPONSES-LOST > ZERO
                 OR UNKNOWN-SUBSCRIBERS > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN REQUESTS-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       110-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
           OPEN INPUT PATTERN-REQUEST-FILE
           IF REQUEST-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATTREQ, FILE STATUS "
                   REQUEST-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT INTAKE-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATINTR, FILE STATUS "
                   REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE TODAY-DATE TO HL-TODAY
           MOVE HEADING-LINE TO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD
           MOVE SPACES TO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD.

       120-LOAD-SUBSCRIBERS.
      *    WITHOUT THE PROFILES NO TRANSACTION CAN BE EDITED OR
      *    ANSWERED, SO A MISSING PATTSUBS STOPS THE RUN.
           OPEN INPUT PATTERN-SUBS-FILE
           IF SUBS-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATTSUBS, FILE STATUS "
                   SUBS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL SUBS-EOF-YES
               READ PATTERN-SUBS-FILE
                   AT END
                       SET SUBS-EOF-YES TO TRUE
                   NOT AT END
                       IF SUBS-ID NOT = SPACES
                           IF SUB-COUNT < 4
                               PERFORM 121-LOAD-ONE-SUBSCRIBER
                           ELSE
                               DISPLAY "PATTSUBS CARRIES MORE THAN "
                                   "FOUR SUBSCRIBERS, " SUBS-ID
                                   " IGNORED"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PATTERN-SUBS-FILE.

       121-LOAD-ONE-SUBSCRIBER.
           ADD 1 TO SUB-COUNT
           MOVE SUBS-ID TO SUB-ID(SUB-COUNT)
           MOVE "N" TO SUB-RSP-OPEN(SUB-COUNT)
           MOVE ZERO TO SUB-ACCEPTED(SUB-COUNT)
           MOVE ZERO TO SUB-REJECTED(SUB-COUNT)
           PERFORM VARYING SUB-PATTERN-SLOT FROM 1 BY 1
             UNTIL SUB-PATTERN-SLOT > 100
               IF SUBS-PATTERNS(1:3) = "ALL"
                   MOVE "Y" TO SUB-PATTERN-FLAG
                       (SUB-COUNT, SUB-PATTERN-SLOT)
               ELSE
                   MOVE "N" TO SUB-PATTERN-FLAG
                       (SUB-COUNT, SUB-PATTERN-SLOT)
               END-IF
           END-PERFORM
           IF SUBS-PATTERNS(1:3) NOT = "ALL"
               MOVE 1 TO SUB-PARSE-PTR
               MOVE "N" TO SUB-PARSE-END
               PERFORM UNTIL SUB-PARSE-END-YES
                   IF SUB-PARSE-PTR > 30
                       SET SUB-PARSE-END-YES TO TRUE
                   ELSE
                       MOVE SPACES TO SUB-PARSE-TOKEN
                       UNSTRING SUBS-PATTERNS
                           DELIMITED BY ALL SPACE
                           INTO SUB-PARSE-TOKEN
                           WITH POINTER SUB-PARSE-PTR
                       END-UNSTRING
                       IF SUB-PARSE-TOKEN = SPACES
                           SET SUB-PARSE-END-YES TO TRUE
                       ELSE
                           IF SUB-PARSE-TOKEN IS NUMERIC
                               COMPUTE SUB-PATTERN-SLOT =
                                   FUNCTION NUMVAL
                                       (SUB-PARSE-TOKEN) + 1
                               MOVE "Y" TO SUB-PATTERN-FLAG
                                   (SUB-COUNT, SUB-PATTERN-SLOT)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       130-LOAD-PATTERN-DEFS.
      *    THE PATTCBL LOADER EDITS; A VERSION THE NIGHTLY RUN WOULD
      *    IGNORE DOES NOT MAKE ITS NUMBER REQUESTABLE.
           MOVE HIGH-VALUES TO DEF-EARLIEST-TABLE
           OPEN INPUT PATTERN-DEF-FILE
           IF DEF-FILE-STATUS = "00"
               PERFORM UNTIL DEF-EOF-YES
                   READ PATTERN-DEF-FILE
                       AT END
                           SET DEF-EOF-YES TO TRUE
                       NOT AT END
                           PERFORM 131-LOAD-ONE-PATTERN-DEF
                   END-READ
               END-PERFORM
               CLOSE PATTERN-DEF-FILE
           END-IF.

       131-LOAD-ONE-PATTERN-DEF.
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
               IF DEF-EFFECTIVE-IN = SPACES
                   MOVE ZEROS TO DEF-VERSION-WORK
               ELSE
                   MOVE DEF-EFFECTIVE-IN TO DEF-VERSION-WORK
               END-IF
               COMPUTE DEF-SLOT =
                   FUNCTION NUMVAL(DEF-PATTERN-IN) + 1
               IF DEF-VERSION-WORK < DEF-EARLIEST(DEF-SLOT)
                   MOVE DEF-VERSION-WORK TO DEF-EARLIEST(DEF-SLOT)
               END-IF
           END-IF.

       140-LOAD-CALENDAR.
      *    NO CALENDAR MEANS NO SET RUNS ON ANY DATE, SO NOTHING CAN
      *    DUPLICATE ONE; THE TRANSACTIONS ARE STILL TAKEN IN.
           OPEN INPUT PATTERN-CAL-FILE
           IF CAL-FILE-STATUS = "00"
               PERFORM UNTIL CAL-EOF-YES
                   READ PATTERN-CAL-FILE
                       AT END
                           SET CAL-EOF-YES TO TRUE
                       NOT AT END
                           IF CAL-COUNT < 200
                               ADD 1 TO CAL-COUNT
                               MOVE CAL-RULE-TYPE
                                 TO CT-TYPE(CAL-COUNT)
                               MOVE CAL-RULE-VALUE
                                 TO CT-VALUE(CAL-COUNT)
                               MOVE CAL-SET-NAME
                                 TO CT-SET-NAME(CAL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PATTERN-CAL-FILE
           ELSE
               DISPLAY "PATTCAL UNAVAILABLE, FILE STATUS "
                   CAL-FILE-STATUS ", NO SET DUPLICATE CHECK"
           END-IF.

       150-LOAD-SETS.
           OPEN INPUT PATTERN-SETS-FILE
           IF SETS-FILE-STATUS = "00"
               PERFORM UNTIL SETS-EOF-YES
                   READ PATTERN-SETS-FILE
                       AT END
                           SET SETS-EOF-YES TO TRUE
                       NOT AT END
                           IF SETS-COUNT < 1000
                               ADD 1 TO SETS-COUNT
                               MOVE SETS-SET-NAME
                                 TO ST-SET-NAME(SETS-COUNT)
                               MOVE SETS-PATTERN
                                 TO ST-PATTERN(SETS-COUNT)
                               MOVE SETS-SIZE
                                 TO ST-SIZE(SETS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PATTERN-SETS-FILE
           ELSE
               DISPLAY "PATTSETS UNAVAILABLE, FILE STATUS "
                   SETS-FILE-STATUS ", NO SET DUPLICATE CHECK"
           END-IF.

       160-LOAD-OVERRIDES.
      *    THE MEMBER IS READ FOR ITS ADDS AND ITS SIZE, THEN OPENED
      *    AGAIN TO APPEND: EXISTING RECORDS, CONSUMED FLAGS AND ALL,
      *    ARE NEVER REWRITTEN HERE.
           OPEN INPUT PATTERN-ONCE-FILE
           IF ONCE-FILE-STATUS = "00"
               PERFORM UNTIL ONCE-EOF-YES
                   READ PATTERN-ONCE-FILE
                       AT END
                           SET ONCE-EOF-YES TO TRUE
                       NOT AT END
                           PERFORM 161-LOAD-ONE-OVERRIDE
                   END-READ
               END-PERFORM
               CLOSE PATTERN-ONCE-FILE
           END-IF
      *    ONLY A MEMBER THAT DOES NOT EXIST YET MAY BE CREATED; ANY
      *    OTHER FAILURE MUST NOT OPEN OUTPUT OVER THE ADDS AND
      *    HOLDS ALREADY QUEUED FOR TONIGHT'S RUN.
           OPEN EXTEND PATTERN-ONCE-FILE
           IF ONCE-FILE-STATUS = "35"
               OPEN OUTPUT PATTERN-ONCE-FILE
           END-IF
           IF ONCE-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATTONCE, FILE STATUS "
                   ONCE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       161-LOAD-ONE-OVERRIDE.
           IF ONCE-RECORDS < 999
               ADD 1 TO ONCE-RECORDS
           END-IF
           IF ONCE-ACTION = "ADD "
             AND QUEUE-COUNT < 100
               ADD 1 TO QUEUE-COUNT
               MOVE ONCE-RUN-DATE TO QT-RUN-DATE(QUEUE-COUNT)
               MOVE ONCE-PATTERN TO QT-PATTERN(QUEUE-COUNT)
               MOVE ONCE-SIZE TO QT-SIZE(QUEUE-COUNT)
               IF ONCE-FILL = SPACE
                   MOVE BATCH-FILL-CHAR TO QT-FILL(QUEUE-COUNT)
               ELSE
                   MOVE ONCE-FILL TO QT-FILL(QUEUE-COUNT)
               END-IF
           END-IF.

       170-OPEN-RESPONSES.
      *    A RESPONSE FILE THAT CANNOT BE OPENED IS NOT FATAL TO THE
      *    OTHER AREAS; ITS SUBSCRIBER'S TRANSACTIONS ARE STILL
      *    PROCESSED AND LISTED, AND THE JOB ENDS 08 SO THE AREA IS
      *    TOLD BY HAND.
           PERFORM VARYING SUB-IX FROM 1 BY 1
             UNTIL SUB-IX > SUB-COUNT
               EVALUATE SUB-IX
                   WHEN 1
                       OPEN OUTPUT SUB1-RESPONSE-FILE
                       MOVE RSP1-FILE-STATUS TO RSP-FILE-STATUS
                   WHEN 2
                       OPEN OUTPUT SUB2-RESPONSE-FILE
                       MOVE RSP2-FILE-STATUS TO RSP-FILE-STATUS
                   WHEN 3
                       OPEN OUTPUT SUB3-RESPONSE-FILE
                       MOVE RSP3-FILE-STATUS TO RSP-FILE-STATUS
                   WHEN 4
                       OPEN OUTPUT SUB4-RESPONSE-FILE
                       MOVE RSP4-FILE-STATUS TO RSP-FILE-STATUS
               END-EVALUATE
               IF RSP-FILE-STATUS = "00"
                   MOVE "Y" TO SUB-RSP-OPEN(SUB-IX)
               ELSE
                   DISPLAY "UNABLE TO OPEN PATTRSP" SUB-IX " FOR "
                       SUB-ID(SUB-IX) ", FILE STATUS "
                       RSP-FILE-STATUS
               END-IF
           END-PERFORM.

       180-CLOSE-FILES.
           PERFORM VARYING SUB-IX FROM 1 BY 1
             UNTIL SUB-IX > SUB-COUNT
               IF SUB-RSP-OPEN-YES(SUB-IX)
                   EVALUATE SUB-IX
                       WHEN 1
                           CLOSE SUB1-RESPONSE-FILE
                       WHEN 2
                           CLOSE SUB2-RESPONSE-FILE
                       WHEN 3
                           CLOSE SUB3-RESPONSE-FILE
                       WHEN 4
                           CLOSE SUB4-RESPONSE-FILE
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE PATTERN-ONCE-FILE
           CLOSE PATTERN-REQUEST-FILE
           CLOSE INTAKE-REPORT-FILE.

       200-EDIT-TRANSACTION.
      *    THE EDITS RUN IN A FIXED ORDER AND THE FIRST ONE FAILED
      *    GIVES THE REASON CODE, SO A TRANSACTION IS ANSWERED WITH
      *    ONE CLEAR REASON RATHER THAN A LIST.
           MOVE SPACES TO REASON-CODE
           MOVE SPACES TO REASON-TEXT
           MOVE ZERO TO SUB-FOUND-IX
           PERFORM VARYING SUB-IX FROM 1 BY 1
             UNTIL SUB-IX > SUB-COUNT
               IF SUB-ID(SUB-IX) = TRQ-SUB-ID
                   MOVE SUB-IX TO SUB-FOUND-IX
               END-IF
           END-PERFORM
           IF SUB-FOUND-IX = ZERO
               MOVE "01" TO REASON-CODE
               MOVE "SUBSCRIBER HAS NO PATTSUBS PROFILE"
                 TO REASON-TEXT
           END-IF
           IF REASON-CODE = SPACES
               PERFORM 210-EDIT-RUN-DATE
           END-IF
           IF REASON-CODE = SPACES
               PERFORM 220-EDIT-PATTERN-AND-SIZE
           END-IF
           IF REASON-CODE = SPACES
               IF TRQ-FILL = ","
                   MOVE "07" TO REASON-CODE
                   MOVE "FILL CHARACTER NOT ALLOWED"
                     TO REASON-TEXT
               END-IF
           END-IF
           IF REASON-CODE = SPACES
               PERFORM 230-CHECK-DUPLICATE
           END-IF
           IF REASON-CODE = SPACES
               PERFORM 240-QUEUE-OVERRIDE
           END-IF
           PERFORM 250-WRITE-RESPONSE.

       210-EDIT-RUN-DATE.
      *    SAME RANGE-AND-LEAP-YEAR EDIT AS PATTCBL 114-EDIT-RUN-DATE.
      *    A DATE BEFORE TODAY HAS ALREADY RUN AND WOULD NEVER FIRE.
           IF TRQ-RUN-DATE NOT NUMERIC
               MOVE "N" TO EDIT-DATE-VALID
           ELSE
               MOVE TRQ-RUN-DATE TO EDIT-DATE-NUM
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
               END-IF
           END-IF
           IF NOT EDIT-DATE-VALID-YES
               MOVE "02" TO REASON-CODE
               MOVE "RUN DATE IS NOT A REAL DATE" TO REASON-TEXT
           ELSE
               IF TRQ-RUN-DATE < TODAY-DATE
                   MOVE "03" TO REASON-CODE
                   MOVE "RUN DATE HAS ALREADY PASSED" TO REASON-TEXT
               END-IF
           END-IF.

       220-EDIT-PATTERN-AND-SIZE.
      *    THE PATTVAL 230-EDIT-PATTERN-AND-SIZE EDITS, WITH A
      *    TABLE-DRIVEN NUMBER CHECKED AGAINST THE REQUESTED RUN
      *    DATE RATHER THAN TODAY.
           IF TRQ-PATTERN NOT NUMERIC
               MOVE "04" TO REASON-CODE
               MOVE "PATTERN NOT CODED 0-9 NOR DEFINED IN PATTDEF"
                 TO REASON-TEXT
           ELSE
               COMPUTE DEF-SLOT = FUNCTION NUMVAL(TRQ-PATTERN) + 1
               IF TRQ-PATTERN > "09"
                 AND (TRQ-PATTERN = "10"
                      OR DEF-EARLIEST(DEF-SLOT) > TRQ-RUN-DATE)
                   MOVE "04" TO REASON-CODE
                   MOVE "PATTERN NOT CODED 0-9 NOR DEFINED IN PATTDEF"
                     TO REASON-TEXT
               ELSE
                   IF SUB-PATTERN-FLAG(SUB-FOUND-IX, DEF-SLOT)
                         NOT = "Y"
                       MOVE "05" TO REASON-CODE
                       MOVE "PATTERN NOT ON SUBSCRIBER'S PATTSUBS LIST"
                         TO REASON-TEXT
                   END-IF
               END-IF
           END-IF
           IF REASON-CODE = SPACES
               IF TRQ-SIZE NOT NUMERIC
                 OR TRQ-SIZE = "000"
                   MOVE "06" TO REASON-CODE
                   MOVE "SIZE NOT NUMERIC OR OUTSIDE 1-999"
                     TO REASON-TEXT
               END-IF
           END-IF.

       230-CHECK-DUPLICATE.
      *    THE SET THE CALENDAR SELECTS FOR THE TRANSACTION'S DATE,
      *    BY THE PATTCBL 113-APPLY-CALENDAR-RULE PRECEDENCE: A DATE
      *    RULE BEATS A DAY-OF-WEEK RULE, WHICH BEATS "ALL".
           IF TRQ-FILL = SPACE
               MOVE BATCH-FILL-CHAR TO REQUEST-FILL
           ELSE
               MOVE TRQ-FILL TO REQUEST-FILL
           END-IF
           MOVE TRQ-RUN-DATE TO EDIT-DATE-NUM
           COMPUTE DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(EDIT-DATE-NUM)
           COMPUTE DATE-DOW-NUM =
               FUNCTION MOD(DATE-INTEGER - 1, 7) + 1
           MOVE DOW-NAME(DATE-DOW-NUM) TO DATE-DOW-NAME
           MOVE ZERO TO RULE-RANK
           MOVE SPACES TO DATE-SET-NAME
           PERFORM VARYING CAL-IX FROM 1 BY 1
             UNTIL CAL-IX > CAL-COUNT
               EVALUATE TRUE
                   WHEN CT-TYPE(CAL-IX) = "DATE"
                     AND CT-VALUE(CAL-IX) = TRQ-RUN-DATE
                       IF RULE-RANK < 3
                           MOVE 3 TO RULE-RANK
                           MOVE CT-SET-NAME(CAL-IX) TO DATE-SET-NAME
                       END-IF
                   WHEN CT-TYPE(CAL-IX) = "DOW "
                     AND CT-VALUE(CAL-IX)(1:3) = DATE-DOW-NAME
                       IF RULE-RANK < 2
                           MOVE 2 TO RULE-RANK
                           MOVE CT-SET-NAME(CAL-IX) TO DATE-SET-NAME
                       END-IF
                   WHEN CT-TYPE(CAL-IX) = "DOW "
                     AND CT-VALUE(CAL-IX)(1:3) = "ALL"
                       IF RULE-RANK < 1
                           MOVE 1 TO RULE-RANK
                           MOVE CT-SET-NAME(CAL-IX) TO DATE-SET-NAME
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF RULE-RANK > ZERO
             AND REQUEST-FILL = BATCH-FILL-CHAR
               PERFORM VARYING SETS-IX FROM 1 BY 1
                 UNTIL SETS-IX > SETS-COUNT
                 OR REASON-CODE NOT = SPACES
                   IF ST-SET-NAME(SETS-IX) = DATE-SET-NAME
                     AND ST-PATTERN(SETS-IX) = TRQ-PATTERN
                     AND ST-SIZE(SETS-IX) = TRQ-SIZE
                       MOVE "10" TO REASON-CODE
                       STRING "ALREADY IN SET " DELIMITED BY SIZE
                           DATE-SET-NAME DELIMITED BY SPACE
                           " FOR THE DATE"
                             DELIMITED BY SIZE
                         INTO REASON-TEXT
                   END-IF
               END-PERFORM
           END-IF
           IF REASON-CODE = SPACES
               PERFORM VARYING QUEUE-IX FROM 1 BY 1
                 UNTIL QUEUE-IX > QUEUE-COUNT
                 OR REASON-CODE NOT = SPACES
                   IF QT-RUN-DATE(QUEUE-IX) = TRQ-RUN-DATE
                     AND QT-PATTERN(QUEUE-IX) = TRQ-PATTERN
                     AND QT-SIZE(QUEUE-IX) = TRQ-SIZE
                     AND QT-FILL(QUEUE-IX) = REQUEST-FILL
                       MOVE "11" TO REASON-CODE
                       MOVE "ALREADY QUEUED IN PATTONCE FOR THE DATE"
                         TO REASON-TEXT
                   END-IF
               END-PERFORM
           END-IF
           IF REASON-CODE = "10"
               ADD 1 TO REQUESTS-IN-SET
           END-IF
           IF REASON-CODE = "11"
               ADD 1 TO REQUESTS-IN-QUEUE
           END-IF.

       240-QUEUE-OVERRIDE.
           IF ONCE-RECORDS >= ONCE-LIMIT
             OR QUEUE-COUNT >= 100
               MOVE "08" TO REASON-CODE
               MOVE "PATTONCE QUEUE FULL, RESUBMIT LATER"
                 TO REASON-TEXT
           ELSE
               MOVE SPACES TO PATTERN-ONCE-RECORD
               MOVE TRQ-RUN-DATE TO ONCE-RUN-DATE
               MOVE "ADD " TO ONCE-ACTION
               MOVE TRQ-PATTERN TO ONCE-PATTERN
               MOVE TRQ-SIZE TO ONCE-SIZE
               MOVE TRQ-FILL TO ONCE-FILL
               WRITE PATTERN-ONCE-RECORD
               IF ONCE-FILE-STATUS = "00"
                   ADD 1 TO ONCE-RECORDS
                   ADD 1 TO QUEUE-COUNT
                   ADD 1 TO REQUESTS-QUEUED
                   MOVE TRQ-RUN-DATE TO QT-RUN-DATE(QUEUE-COUNT)
                   MOVE TRQ-PATTERN TO QT-PATTERN(QUEUE-COUNT)
                   MOVE TRQ-SIZE TO QT-SIZE(QUEUE-COUNT)
                   MOVE REQUEST-FILL TO QT-FILL(QUEUE-COUNT)
                   MOVE "00" TO REASON-CODE
                   MOVE "QUEUED FOR THE RUN DATE" TO REASON-TEXT
               ELSE
                   DISPLAY "PATTONCE WRITE FAILED, FILE STATUS "
                       ONCE-FILE-STATUS
                   MOVE "08" TO REASON-CODE
                   MOVE "PATTONCE QUEUE FULL, RESUBMIT LATER"
                     TO REASON-TEXT
               END-IF
           END-IF.

       250-WRITE-RESPONSE.
           MOVE TRQ-SUB-ID TO RSP-SUB-ID
           MOVE TRQ-RUN-DATE TO RSP-RUN-DATE
           MOVE TRQ-PATTERN TO RSP-PATTERN
           MOVE TRQ-SIZE TO RSP-SIZE
           MOVE TRQ-FILL TO RSP-FILL
           MOVE REASON-CODE TO RSP-REASON
           MOVE REASON-TEXT TO RSP-TEXT
           IF REASON-CODE = "00" OR REASON-CODE = "10"
             OR REASON-CODE = "11"
               MOVE "ACC" TO RSP-STATUS
           ELSE
               MOVE "REJ" TO RSP-STATUS
               ADD 1 TO REQUESTS-REJECTED
           END-IF
           MOVE RESPONSE-LINE TO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD
      *    A TRANSACTION FROM AN UNKNOWN SUBSCRIBER HAS NO RESPONSE
      *    FILE TO GO TO; IT IS ON THE REPORT ONLY.
           IF SUB-FOUND-IX = ZERO
               ADD 1 TO UNKNOWN-SUBSCRIBERS
           ELSE
               IF RSP-STATUS = "ACC"
                   ADD 1 TO SUB-ACCEPTED(SUB-FOUND-IX)
               ELSE
                   ADD 1 TO SUB-REJECTED(SUB-FOUND-IX)
               END-IF
               IF SUB-RSP-OPEN-YES(SUB-FOUND-IX)
                   EVALUATE SUB-FOUND-IX
                       WHEN 1
                           WRITE SUB1-RESPONSE-RECORD
                               FROM RESPONSE-LINE
                       WHEN 2
                           WRITE SUB2-RESPONSE-RECORD
                               FROM RESPONSE-LINE
                       WHEN 3
                           WRITE SUB3-RESPONSE-RECORD
                               FROM RESPONSE-LINE
                       WHEN 4
                           WRITE SUB4-RESPONSE-RECORD
                               FROM RESPONSE-LINE
                   END-EVALUATE
               ELSE
                   ADD 1 TO RESPONSES-LOST
               END-IF
           END-IF.

       600-WRITE-SUMMARY.
           MOVE SPACES TO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD
           MOVE "TRANSACTIONS READ..........................."
             TO SUMMARY-TEXT
           MOVE REQUESTS-READ TO SUMMARY-COUNT
           PERFORM 610-WRITE-SUMMARY-LINE
           MOVE "  ACCEPTED AND QUEUED IN PATTONCE..........."
             TO SUMMARY-TEXT
           MOVE REQUESTS-QUEUED TO SUMMARY-COUNT
           PERFORM 610-WRITE-SUMMARY-LINE
           MOVE "  ACCEPTED, ALREADY IN THE SCHEDULED SET...."
             TO SUMMARY-TEXT
           MOVE REQUESTS-IN-SET TO SUMMARY-COUNT
           PERFORM 610-WRITE-SUMMARY-LINE
           MOVE "  ACCEPTED, ALREADY QUEUED IN PATTONCE......"
             TO SUMMARY-TEXT
           MOVE REQUESTS-IN-QUEUE TO SUMMARY-COUNT
           PERFORM 610-WRITE-SUMMARY-LINE
           MOVE "  REJECTED.................................."
             TO SUMMARY-TEXT
           MOVE REQUESTS-REJECTED TO SUMMARY-COUNT
           PERFORM 610-WRITE-SUMMARY-LINE
           MOVE "FROM SUBSCRIBERS WITH NO PROFILE............"
             TO SUMMARY-TEXT
           MOVE UNKNOWN-SUBSCRIBERS TO SUMMARY-COUNT
           PERFORM 610-WRITE-SUMMARY-LINE
           MOVE "RESPONSES NOT DELIVERED (NO RESPONSE FILE).."
             TO SUMMARY-TEXT
           MOVE RESPONSES-LOST TO SUMMARY-COUNT
           PERFORM 610-WRITE-SUMMARY-LINE
           PERFORM VARYING SUB-IX FROM 1 BY 1
             UNTIL SUB-IX > SUB-COUNT
               MOVE SPACES TO SUMMARY-TEXT
               STRING "  " DELIMITED BY SIZE
                   SUB-ID(SUB-IX) DELIMITED BY SIZE
                   " ACCEPTED.........................."
                     DELIMITED BY SIZE
                 INTO SUMMARY-TEXT
               MOVE SUB-ACCEPTED(SUB-IX) TO SUMMARY-COUNT
               PERFORM 610-WRITE-SUMMARY-LINE
               MOVE SPACES TO SUMMARY-TEXT
               STRING "  " DELIMITED BY SIZE
                   SUB-ID(SUB-IX) DELIMITED BY SIZE
                   " REJECTED.........................."
                     DELIMITED BY SIZE
                 INTO SUMMARY-TEXT
               MOVE SUB-REJECTED(SUB-IX) TO SUMMARY-COUNT
               PERFORM 610-WRITE-SUMMARY-LINE
           END-PERFORM.

       610-WRITE-SUMMARY-LINE.
           MOVE SUMMARY-LINE TO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD.
       END PROGRAM PATTINTK.
